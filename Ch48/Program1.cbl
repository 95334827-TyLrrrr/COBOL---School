       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX48-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 22, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM RECONCILES THE BANK'S DAILY DEPOSIT FILE TO    *
      *    THE DOLLARS POSTED FOR THE BUSINESS DATE, REPLACING THE     *
      *    HAND BALANCING OF THE PAYMENT REGISTER (VSEX28-1), THE LOAN *
      *    PAYMENT REGISTER (VSEX34-1) AND THE PAYOFF REGISTER         *
      *    (VSEX44-1) AGAINST THE DEPOSIT. THE POSTED DOLLARS ARE      *
      *    TAKEN FROM THE RUN-TOTALS FILES THOSE RUNS DROP             *
      *    (TOTALS28.DAT, TOTALS34.DAT AND TOTALS44.DAT) - A TOTALS    *
      *    FILE LEFT OVER FROM AN EARLIER DAY IS SKIPPED AND FLAGGED,  *
      *    THE SAME WAY THE JOURNAL EXTRACT (VSEX32-1) SKIPS IT. EACH  *
      *    POSTING TOTAL IS MATCHED TO AN UNMATCHED DEPOSIT OF THE     *
      *    SAME AMOUNT DATED THE BUSINESS DATE. WHEN TWO OR MORE       *
      *    TOTALS ARE LEFT WITHOUT A DEPOSIT OF THEIR OWN, A SINGLE    *
      *    DEPOSIT CARRYING ALL OF THEM IS ACCEPTED AS A COMBINED      *
      *    MATCH. THE REPORT LISTS THE MATCHED DEPOSITS, THE DEPOSITS  *
      *    WITH NO POSTING, THE POSTINGS WITH NO DEPOSIT, AND THE      *
      *    DOLLAR DIFFERENCE BETWEEN THE DAY'S DEPOSITS AND THE DAY'S  *
      *    POSTINGS. THE RUN ENDS WITH RETURN CODE 8 WHEN THE DAY IS   *
      *    OUT OF BALANCE OR THE DEPOSIT FILE CARRIES AN UNREADABLE    *
      *    RECORD, SO THE DRIVER (VSEX18-1) HOLDS THE JOURNAL EXTRACT  *
      *    (VSEX32-1). THE DEPOSIT TABLE HOLDS 200 DEPOSITS FOR THE    *
      *    DATE - ANY BEYOND THAT ARE STILL TOTALED BUT CANNOT BE      *
      *    MATCHED OR LISTED, AND THE RUN IS FLAGGED AND ENDS WITH     *
      *    RETURN CODE 4.                                              *
      *                                                                *
      *        INPUT:   BANKDEP.DAT  - BANK DAILY DEPOSIT FILE         *
      *                 TOTALS28.DAT - VSEX28-1 RUN TOTALS             *
      *                 TOTALS34.DAT - VSEX34-1 RUN TOTALS             *
      *                 TOTALS44.DAT - VSEX44-1 RUN TOTALS             *
      *                 BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                                                                *
      *        OUTPUT:  VSEX48-1.RPT - DEPOSIT RECONCILIATION REPORT   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL BANK-DEPOSIT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BANKD
      -    "EP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS28-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S28.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS34-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S34.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS44-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S44.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECONCILIATION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch48\VSEX4
      -    "8-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    BANK-DEPOSIT-FILE - ONE RECORD PER DEPOSIT CREDITED BY THE  *
      *    BANK. DEPOSIT DATE IS MMDDYYYY                              *
      *                                                                *
      ******************************************************************

       FD  BANK-DEPOSIT-FILE.

       01 BANK-DEPOSIT-RECORD.
         02 BKD-DEPOSIT-DATE-ALPHA PIC X(8).
         02 BKD-DEPOSIT-DATE REDEFINES
            BKD-DEPOSIT-DATE-ALPHA PIC 9(8).
         02 BKD-DEPOSIT-AMOUNT-ALPHA PIC X(9).
         02 BKD-DEPOSIT-AMOUNT REDEFINES
            BKD-DEPOSIT-AMOUNT-ALPHA PIC 9(7)V99.
         02 BKD-DEPOSIT-REFERENCE PIC X(10).

      ******************************************************************
      *                                                                *
      *        THE RUN-TOTALS FILES THE PAYMENT AND PAYOFF RUNS DROP   *
      *                                                                *
      ******************************************************************

       FD  TOTALS28-FILE.

       01 TOTALS28-RECORD.
         02 TL28-RUN-DATE PIC 9(8).
         02 TL28-POSTED-COUNT PIC 9(6).
         02 TL28-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS34-FILE.

       01 TOTALS34-RECORD.
         02 TL34-RUN-DATE PIC 9(8).
         02 TL34-POSTED-COUNT PIC 9(6).
         02 TL34-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS44-FILE.

       01 TOTALS44-RECORD.
         02 TL44-RUN-DATE PIC 9(8).
         02 TL44-POSTED-COUNT PIC 9(6).
         02 TL44-POSTED-DOLLARS PIC 9(7)V99.

      ******************************************************************
      *                                                                *
      *    BUSINESS-DATE-FILE - BUSINESS DATE PARAMETER (YYYYMMDD)     *
      *                                                                *
      ******************************************************************

       FD  BUSINESS-DATE-FILE.

       01 BUSINESS-DATE-RECORD.
         02 BDR-BUSINESS-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    RECONCILIATION-REPORT - DEPOSIT RECONCILIATION REPORT       *
      *                                                                *
      ******************************************************************

       FD  RECONCILIATION-REPORT.

       01 RECON-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-DEPOSIT-EOF PIC X.
           88 DEPOSIT-EOF VALUE "Y".

         02 SW-TOTALS28-FOUND PIC X VALUE "N".
           88 TOTALS28-FOUND VALUE "Y".

         02 SW-TOTALS34-FOUND PIC X VALUE "N".
           88 TOTALS34-FOUND VALUE "Y".

         02 SW-TOTALS44-FOUND PIC X VALUE "N".
           88 TOTALS44-FOUND VALUE "Y".

         02 SW-PAYMENT-MATCHED PIC X VALUE "N".
           88 PAYMENT-MATCHED VALUE "Y".

         02 SW-LOAN-MATCHED PIC X VALUE "N".
           88 LOAN-MATCHED VALUE "Y".

         02 SW-PAYOFF-MATCHED PIC X VALUE "N".
           88 PAYOFF-MATCHED VALUE "Y".

         02 SW-SECTION-EMPTY PIC X.
           88 SECTION-EMPTY VALUE "Y".

         02 SW-DEPOSIT-TABLE-FULL PIC X VALUE "N".
           88 DEPOSIT-TABLE-FULL VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-DEPOSIT-COUNT PIC 9(5).
         02 AC-DEPOSIT-DOLLARS PIC 9(8)V99.
         02 AC-OTHER-DATE-COUNT PIC 9(5).
         02 AC-UNREADABLE-COUNT PIC 9(5).
         02 AC-OVERFLOW-COUNT PIC 9(5).
         02 AC-MATCHED-COUNT PIC 9(5).
         02 AC-MATCHED-DOLLARS PIC 9(8)V99.
         02 AC-UNMATCHED-DEPOSIT-COUNT PIC 9(5).
         02 AC-UNMATCHED-DEPOSIT-DOLLARS PIC 9(8)V99.
         02 AC-UNMATCHED-POSTING-COUNT PIC 9(5).
         02 AC-UNMATCHED-POSTING-DOLLARS PIC 9(8)V99.
         02 AC-POSTED-DOLLARS PIC 9(8)V99.
         02 AC-DIFFERENCE PIC S9(8)V99.
      /
      ******************************************************************
      *                                                                *
      *                     WORK AREA FIELDS                           *
      *                                                                *
      ******************************************************************

       01 WORK-AREA.

         02 WA-TODAYS-DATE-TIME.
           03 WA-TODAYS-DATE.
             04 WA-TODAYS-YEAR PIC 9(4).
             04 WA-TODAYS-MONTH PIC 99.
             04 WA-TODAYS-DAY PIC 99.
           03 PIC X(15).

         02 WA-DATE.
           03 WA-MONTH PIC 99.
           03 WA-DAY PIC 99.
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-PAYMENT-DOLLARS PIC 9(7)V99 VALUE ZERO.
         02 WA-LOAN-DOLLARS PIC 9(7)V99 VALUE ZERO.
         02 WA-PAYOFF-DOLLARS PIC 9(7)V99 VALUE ZERO.
         02 WA-COMBINED-DOLLARS PIC 9(8)V99.
         02 WA-COMBINED-COUNT PIC 9.
         02 WA-MATCH-AMOUNT PIC 9(8)V99.
         02 WA-MATCH-SOURCE PIC X(8).
         02 WA-DEPOSIT-COUNT PIC 9(3) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED DEPOSIT TABLE - THE BUSINESS DATE'S DEPOSITS,  *
      *    EACH MARKED WITH THE POSTING SOURCE IT MATCHED              *
      *                                                                *
      ******************************************************************

       01 DEPOSIT-TABLE.
         02 DPT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WA-DEPOSIT-COUNT
                       INDEXED BY DPT-INDEX.
           03 DPT-DEPOSIT-DATE PIC 9(8).
           03 DPT-DEPOSIT-AMOUNT PIC 9(7)V99.
           03 DPT-DEPOSIT-REFERENCE PIC X(10).
           03 DPT-MATCHED-SOURCE PIC X(8).
             88 DPT-UNMATCHED VALUE SPACES.
      /
      ******************************************************************
      *                                                                *
      *      REPORT HEADINGS FOR THE DEPOSIT RECONCILIATION REPORT     *
      *                                                                *
      ******************************************************************

       01 RECON-HEADINGS.

         02 RCH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RCH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(24) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RCH-PAGE-COUNT PIC ZZ9.

         02 RCH-LINE-2.
           03 PIC X(16) VALUE SPACES.
           03 PIC X(38) VALUE
               "BANK DEPOSIT RECONCILIATION FOR       ".
           03 RCH-BUSINESS-DATE PIC Z9/99/9999.

         02 RCH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RCH-LINE-3.
           03 PIC X(12) VALUE "DEPOSIT DATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "REFERENCE".
           03 PIC X(5) VALUE SPACES.
           03 PIC X(14) VALUE "DEPOSIT AMOUNT".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE "SOURCE  ".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(13) VALUE "POSTED AMOUNT".

         02 RCH-LINE-4.
           03 PIC X(12) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(14) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(14) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *       SECTION HEADING AND DETAIL LINES FOR THE REPORT          *
      *                                                                *
      ******************************************************************

       01 SECTION-HEADING-LINE.
         02 SHL-SECTION-NAME PIC X(40).

       01 SECTION-NONE-LINE.
         02 PIC X(4) VALUE SPACES.
         02 PIC X(6) VALUE "(NONE)".

       01 RECON-DETAIL-LINE.
         02 PIC X VALUE SPACE.
         02 RDL-DEPOSIT-DATE PIC Z9/99/9999.
         02 PIC XXX VALUE SPACES.
         02 RDL-DEPOSIT-REFERENCE PIC X(10).
         02 PIC XXX VALUE SPACES.
         02 RDL-DEPOSIT-AMOUNT PIC $Z,ZZZ,ZZZ.99.
         02 PIC XXX VALUE SPACES.
         02 RDL-SOURCE PIC X(8).
         02 PIC XXX VALUE SPACES.
         02 RDL-POSTED-AMOUNT PIC $Z,ZZZ,ZZZ.99
            BLANK WHEN ZERO.

       01 POSTING-DETAIL-LINE.
         02 PIC X(43) VALUE SPACES.
         02 PDL-SOURCE PIC X(8).
         02 PIC XXX VALUE SPACES.
         02 PDL-POSTED-AMOUNT PIC $Z,ZZZ,ZZZ.99.

       01 UNREADABLE-DEPOSIT-LINE.
         02 PIC X VALUE SPACE.
         02 UDL-DEPOSIT-RECORD PIC X(27).
         02 PIC XXX VALUE SPACES.
         02 PIC X(32) VALUE "** UNREADABLE DEPOSIT RECORD **".

       01 STALE-TOTALS-LINE.
         02 STL-FILE-NAME PIC X(12).
         02 PIC X(42) VALUE
             " CARRIES A PRIOR RUN'S TOTALS - SKIPPED".

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE DEPOSIT RECONCILIATION REPORT       *
      *                                                                *
      ******************************************************************

       01 RECON-SUMMARY-LINES.

         02 RSL-DEPOSIT-TOTAL.
           03 PIC X(28) VALUE "TOTAL DEPOSITS FOR DATE  =  ".
           03 RSL-DEPOSIT-DOLLARS PIC $ZZ,ZZZ,ZZZ.99.
           03 PIC X(3) VALUE SPACES.
           03 RSL-DEPOSIT-COUNT PIC ZZ,ZZ9.
           03 PIC X(9) VALUE " DEPOSITS".

         02 RSL-POSTED-TOTAL.
           03 PIC X(28) VALUE "TOTAL POSTED FOR DATE    =  ".
           03 RSL-POSTED-DOLLARS PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-DIFFERENCE-TOTAL.
           03 PIC X(28) VALUE "DIFFERENCE               =  ".
           03 RSL-DIFFERENCE PIC $ZZ,ZZZ,ZZZ.99-.

         02 RSL-MATCHED-TOTAL.
           03 PIC X(28) VALUE "MATCHED DEPOSITS         =  ".
           03 RSL-MATCHED-DOLLARS PIC $ZZ,ZZZ,ZZZ.99.
           03 PIC X(3) VALUE SPACES.
           03 RSL-MATCHED-COUNT PIC ZZ,ZZ9.

         02 RSL-UNMATCHED-DEPOSIT-TOTAL.
           03 PIC X(28) VALUE "DEPOSITS WITH NO POSTING =  ".
           03 RSL-UNMATCHED-DEPOSIT-DOLLARS PIC $ZZ,ZZZ,ZZZ.99.
           03 PIC X(3) VALUE SPACES.
           03 RSL-UNMATCHED-DEPOSIT-COUNT PIC ZZ,ZZ9.

         02 RSL-UNMATCHED-POSTING-TOTAL.
           03 PIC X(28) VALUE "POSTINGS WITH NO DEPOSIT =  ".
           03 RSL-UNMATCHED-POSTING-DOLLARS PIC $ZZ,ZZZ,ZZZ.99.
           03 PIC X(3) VALUE SPACES.
           03 RSL-UNMATCHED-POSTING-COUNT PIC ZZ,ZZ9.

         02 RSL-OTHER-DATE-TOTAL.
           03 PIC X(28) VALUE "DEPOSITS OTHER DATES     =  ".
           03 PIC X(17) VALUE SPACES.
           03 RSL-OTHER-DATE-COUNT PIC ZZ,ZZ9.

         02 RSL-TABLE-FULL-LINE.
           03 PIC X(10) VALUE SPACES.
           03 PIC X(23) VALUE "** DEPOSIT TABLE FULL -".
           03 RSL-OVERFLOW-COUNT PIC ZZ,ZZ9.
           03 PIC X(25) VALUE " DEPOSITS NOT MATCHED **".

         02 RSL-STATUS-LINE.
           03 PIC X(10) VALUE SPACES.
           03 RSL-STATUS-MESSAGE PIC X(50).

         02 RSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
      /
       PROCEDURE DIVISION.
      *******************
      ******************************************************************
      *                                                                *
      *  MAIN-PROGRAM.  THIS IS THE MAIN PARAGRAPH OF THIS PROGRAM     *
      *                                                                *
      ******************************************************************

       MAIN-PROGRAM.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-READ-RUN-TOTALS.
           PERFORM B-300-LOAD-DEPOSIT-TABLE.
           PERFORM C-100-MATCH-POSTINGS.
           PERFORM C-200-LIST-MATCHED-DEPOSITS.
           PERFORM C-300-LIST-UNMATCHED-DEPOSITS.
           PERFORM C-400-LIST-UNMATCHED-POSTINGS.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                   HOUSEKEEPING PARAGRAPH FOLLOWS               *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO RCH-DATE.

           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).

           PERFORM A-200-READ-BUSINESS-DATE.

      *    THE RUN-TOTALS FILES AND THE BANK FILE CARRY MMDDYYYY
      *    DATES, SO THE BUSINESS DATE IS RESHAPED TO MATCH THEM

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO RCH-BUSINESS-DATE.

           OPEN OUTPUT RECONCILIATION-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

      ******************************************************************
      *                                                                *
      *     READ THE BUSINESS DATE PARAMETER, IF PRESENT               *
      *                                                                *
      ******************************************************************

       A-200-READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.

           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDR-BUSINESS-DATE TO WA-BUSINESS-DATE.

           CLOSE BUSINESS-DATE-FILE.
      /
      ******************************************************************
      *                                                                *
      *     READ THE TWO RUN-TOTALS FILES, IF PRESENT. THE PAYMENT     *
      *     RUNS ARE NOT CHAIN STEPS, SO A TOTALS FILE MAY BE LEFT     *
      *     OVER FROM AN EARLIER DAY - ITS DOLLARS ARE NOT COUNTED     *
      *     AGAINST TODAY'S DEPOSITS AND THE FILE IS FLAGGED           *
      *                                                                *
      ******************************************************************

       B-100-READ-RUN-TOTALS.

           OPEN INPUT TOTALS28-FILE.

           READ TOTALS28-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS28-FOUND.

           CLOSE TOTALS28-FILE.

           IF TOTALS28-FOUND
               IF TL28-RUN-DATE = WA-BUSINESS-MDY
                   MOVE TL28-POSTED-DOLLARS TO WA-PAYMENT-DOLLARS
               ELSE
                   MOVE "TOTALS28.DAT" TO STL-FILE-NAME
                   PERFORM B-200-FLAG-STALE-TOTALS.

           OPEN INPUT TOTALS34-FILE.

           READ TOTALS34-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS34-FOUND.

           CLOSE TOTALS34-FILE.

           IF TOTALS34-FOUND
               IF TL34-RUN-DATE = WA-BUSINESS-MDY
                   MOVE TL34-POSTED-DOLLARS TO WA-LOAN-DOLLARS
               ELSE
                   MOVE "TOTALS34.DAT" TO STL-FILE-NAME
                   PERFORM B-200-FLAG-STALE-TOTALS.

           OPEN INPUT TOTALS44-FILE.

           READ TOTALS44-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS44-FOUND.

           CLOSE TOTALS44-FILE.

           IF TOTALS44-FOUND
               IF TL44-RUN-DATE = WA-BUSINESS-MDY
                   MOVE TL44-POSTED-DOLLARS TO WA-PAYOFF-DOLLARS
               ELSE
                   MOVE "TOTALS44.DAT" TO STL-FILE-NAME
                   PERFORM B-200-FLAG-STALE-TOTALS.

           ADD WA-PAYMENT-DOLLARS WA-LOAN-DOLLARS WA-PAYOFF-DOLLARS
             GIVING AC-POSTED-DOLLARS.

       B-200-FLAG-STALE-TOTALS.

           WRITE RECON-LINE-OUT FROM STALE-TOTALS-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE BUSINESS DATE'S DEPOSITS - DEPOSITS DATED ANY     *
      *     OTHER DAY ARE COUNTED BUT NOT RECONCILED, AND A RECORD     *
      *     WITH A NON-NUMERIC DATE OR AMOUNT IS LISTED AS             *
      *     UNREADABLE AND HOLDS THE RUN OUT OF BALANCE. ONCE THE      *
      *     TABLE IS FULL THE REST OF THE DATE'S DEPOSITS ARE TOTALED  *
      *     AND COUNTED AS OVERFLOW                                    *
      *                                                                *
      ******************************************************************

       B-300-LOAD-DEPOSIT-TABLE.

           OPEN INPUT BANK-DEPOSIT-FILE.

           MOVE "N" TO SW-DEPOSIT-EOF.

           READ BANK-DEPOSIT-FILE
               AT END
                   MOVE "Y" TO SW-DEPOSIT-EOF.

           PERFORM B-400-LOAD-ONE-DEPOSIT
             UNTIL DEPOSIT-EOF.

           CLOSE BANK-DEPOSIT-FILE.

       B-400-LOAD-ONE-DEPOSIT.

           EVALUATE TRUE
               WHEN BKD-DEPOSIT-DATE-ALPHA NOT NUMERIC OR
                    BKD-DEPOSIT-AMOUNT-ALPHA NOT NUMERIC
                   PERFORM B-410-LIST-UNREADABLE-DEPOSIT
               WHEN BKD-DEPOSIT-DATE NOT = WA-BUSINESS-MDY
                   ADD 1 TO AC-OTHER-DATE-COUNT
               WHEN WA-DEPOSIT-COUNT = 200
                   MOVE "Y" TO SW-DEPOSIT-TABLE-FULL
                   ADD 1 TO AC-OVERFLOW-COUNT
                   ADD 1 TO AC-DEPOSIT-COUNT
                   ADD BKD-DEPOSIT-AMOUNT TO AC-DEPOSIT-DOLLARS
               WHEN OTHER
                   ADD 1 TO WA-DEPOSIT-COUNT
                   SET DPT-INDEX TO WA-DEPOSIT-COUNT
                   MOVE BKD-DEPOSIT-DATE
                     TO DPT-DEPOSIT-DATE(DPT-INDEX)
                   MOVE BKD-DEPOSIT-AMOUNT
                     TO DPT-DEPOSIT-AMOUNT(DPT-INDEX)
                   MOVE BKD-DEPOSIT-REFERENCE
                     TO DPT-DEPOSIT-REFERENCE(DPT-INDEX)
                   MOVE SPACES TO DPT-MATCHED-SOURCE(DPT-INDEX)
                   ADD 1 TO AC-DEPOSIT-COUNT
                   ADD BKD-DEPOSIT-AMOUNT TO AC-DEPOSIT-DOLLARS.

           READ BANK-DEPOSIT-FILE
               AT END
                   MOVE "Y" TO SW-DEPOSIT-EOF.

       B-410-LIST-UNREADABLE-DEPOSIT.

           ADD 1 TO AC-UNREADABLE-COUNT.
           MOVE BANK-DEPOSIT-RECORD TO UDL-DEPOSIT-RECORD.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RECON-LINE-OUT FROM UNREADABLE-DEPOSIT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     MATCH EACH NONZERO POSTING TOTAL TO A DEPOSIT OF THE       *
      *     SAME AMOUNT. WHEN TWO OR MORE TOTALS FIND NO DEPOSIT OF    *
      *     THEIR OWN, TRY ONE DEPOSIT CARRYING ALL OF THEM            *
      *                                                                *
      ******************************************************************

       C-100-MATCH-POSTINGS.

           IF WA-PAYMENT-DOLLARS > ZERO
               MOVE WA-PAYMENT-DOLLARS TO WA-MATCH-AMOUNT
               MOVE "VSEX28-1" TO WA-MATCH-SOURCE
               PERFORM C-110-FIND-DEPOSIT
               IF DPT-INDEX NOT > WA-DEPOSIT-COUNT
                   MOVE "Y" TO SW-PAYMENT-MATCHED.

           IF WA-LOAN-DOLLARS > ZERO
               MOVE WA-LOAN-DOLLARS TO WA-MATCH-AMOUNT
               MOVE "VSEX34-1" TO WA-MATCH-SOURCE
               PERFORM C-110-FIND-DEPOSIT
               IF DPT-INDEX NOT > WA-DEPOSIT-COUNT
                   MOVE "Y" TO SW-LOAN-MATCHED.

           IF WA-PAYOFF-DOLLARS > ZERO
               MOVE WA-PAYOFF-DOLLARS TO WA-MATCH-AMOUNT
               MOVE "VSEX44-1" TO WA-MATCH-SOURCE
               PERFORM C-110-FIND-DEPOSIT
               IF DPT-INDEX NOT > WA-DEPOSIT-COUNT
                   MOVE "Y" TO SW-PAYOFF-MATCHED.

           MOVE ZERO TO WA-COMBINED-DOLLARS
                        WA-COMBINED-COUNT.

           IF WA-PAYMENT-DOLLARS > ZERO AND NOT PAYMENT-MATCHED
               ADD WA-PAYMENT-DOLLARS TO WA-COMBINED-DOLLARS
               ADD 1 TO WA-COMBINED-COUNT.

           IF WA-LOAN-DOLLARS > ZERO AND NOT LOAN-MATCHED
               ADD WA-LOAN-DOLLARS TO WA-COMBINED-DOLLARS
               ADD 1 TO WA-COMBINED-COUNT.

           IF WA-PAYOFF-DOLLARS > ZERO AND NOT PAYOFF-MATCHED
               ADD WA-PAYOFF-DOLLARS TO WA-COMBINED-DOLLARS
               ADD 1 TO WA-COMBINED-COUNT.

           IF WA-COMBINED-COUNT > 1
               MOVE WA-COMBINED-DOLLARS TO WA-MATCH-AMOUNT
               MOVE "COMBINED" TO WA-MATCH-SOURCE
               PERFORM C-110-FIND-DEPOSIT
               IF DPT-INDEX NOT > WA-DEPOSIT-COUNT
                   MOVE "Y" TO SW-PAYMENT-MATCHED
                   MOVE "Y" TO SW-LOAN-MATCHED
                   MOVE "Y" TO SW-PAYOFF-MATCHED.

      ******************************************************************
      *                                                                *
      *     FIND THE FIRST UNMATCHED DEPOSIT FOR THE MATCH AMOUNT      *
      *     AND MARK IT WITH THE SOURCE. THE INDEX IS LEFT PAST THE    *
      *     LAST DEPOSIT WHEN NONE IS FOUND                            *
      *                                                                *
      ******************************************************************

       C-110-FIND-DEPOSIT.

           SET DPT-INDEX TO 1.

           IF WA-DEPOSIT-COUNT = 0
               CONTINUE
           ELSE
               SEARCH DPT-ENTRY
                   AT END
                       SET DPT-INDEX TO WA-DEPOSIT-COUNT
                       SET DPT-INDEX UP BY 1
                   WHEN DPT-UNMATCHED(DPT-INDEX) AND
                        DPT-DEPOSIT-AMOUNT(DPT-INDEX) = WA-MATCH-AMOUNT
                       MOVE WA-MATCH-SOURCE
                         TO DPT-MATCHED-SOURCE(DPT-INDEX).
      /
      ******************************************************************
      *                                                                *
      *     LIST THE MATCHED DEPOSITS WITH THE POSTING EACH MATCHED    *
      *                                                                *
      ******************************************************************

       C-200-LIST-MATCHED-DEPOSITS.

           MOVE "MATCHED DEPOSITS" TO SHL-SECTION-NAME.
           PERFORM M-520-WRITE-SECTION-HEADING.

           PERFORM C-210-LIST-ONE-MATCHED
             VARYING DPT-INDEX FROM 1 BY 1
             UNTIL DPT-INDEX > WA-DEPOSIT-COUNT.

           IF SECTION-EMPTY
               PERFORM M-530-WRITE-NONE-LINE.

       C-210-LIST-ONE-MATCHED.

           IF NOT DPT-UNMATCHED(DPT-INDEX)
               MOVE DPT-MATCHED-SOURCE(DPT-INDEX) TO RDL-SOURCE
               MOVE DPT-DEPOSIT-AMOUNT(DPT-INDEX) TO RDL-POSTED-AMOUNT
               PERFORM M-510-WRITE-DEPOSIT-LINE
               ADD 1 TO AC-MATCHED-COUNT
               ADD DPT-DEPOSIT-AMOUNT(DPT-INDEX) TO AC-MATCHED-DOLLARS.

      ******************************************************************
      *                                                                *
      *           LIST THE DEPOSITS THAT MATCHED NO POSTING            *
      *                                                                *
      ******************************************************************

       C-300-LIST-UNMATCHED-DEPOSITS.

           MOVE "DEPOSITS WITH NO POSTING" TO SHL-SECTION-NAME.
           PERFORM M-520-WRITE-SECTION-HEADING.

           PERFORM C-310-LIST-ONE-UNMATCHED
             VARYING DPT-INDEX FROM 1 BY 1
             UNTIL DPT-INDEX > WA-DEPOSIT-COUNT.

           IF SECTION-EMPTY
               PERFORM M-530-WRITE-NONE-LINE.

       C-310-LIST-ONE-UNMATCHED.

           IF DPT-UNMATCHED(DPT-INDEX)
               MOVE SPACES TO RDL-SOURCE
               MOVE ZERO TO RDL-POSTED-AMOUNT
               PERFORM M-510-WRITE-DEPOSIT-LINE
               ADD 1 TO AC-UNMATCHED-DEPOSIT-COUNT
               ADD DPT-DEPOSIT-AMOUNT(DPT-INDEX)
                 TO AC-UNMATCHED-DEPOSIT-DOLLARS.
      /
      ******************************************************************
      *                                                                *
      *           LIST THE POSTINGS THAT MATCHED NO DEPOSIT            *
      *                                                                *
      ******************************************************************

       C-400-LIST-UNMATCHED-POSTINGS.

           MOVE "POSTINGS WITH NO DEPOSIT" TO SHL-SECTION-NAME.
           PERFORM M-520-WRITE-SECTION-HEADING.

           IF WA-PAYMENT-DOLLARS > ZERO AND NOT PAYMENT-MATCHED
               MOVE "VSEX28-1" TO PDL-SOURCE
               MOVE WA-PAYMENT-DOLLARS TO PDL-POSTED-AMOUNT
               ADD WA-PAYMENT-DOLLARS TO AC-UNMATCHED-POSTING-DOLLARS
               PERFORM C-410-LIST-ONE-POSTING.

           IF WA-LOAN-DOLLARS > ZERO AND NOT LOAN-MATCHED
               MOVE "VSEX34-1" TO PDL-SOURCE
               MOVE WA-LOAN-DOLLARS TO PDL-POSTED-AMOUNT
               ADD WA-LOAN-DOLLARS TO AC-UNMATCHED-POSTING-DOLLARS
               PERFORM C-410-LIST-ONE-POSTING.

           IF WA-PAYOFF-DOLLARS > ZERO AND NOT PAYOFF-MATCHED
               MOVE "VSEX44-1" TO PDL-SOURCE
               MOVE WA-PAYOFF-DOLLARS TO PDL-POSTED-AMOUNT
               ADD WA-PAYOFF-DOLLARS TO AC-UNMATCHED-POSTING-DOLLARS
               PERFORM C-410-LIST-ONE-POSTING.

           IF SECTION-EMPTY
               PERFORM M-530-WRITE-NONE-LINE.

       C-410-LIST-ONE-POSTING.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RECON-LINE-OUT FROM POSTING-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
           MOVE "N" TO SW-SECTION-EMPTY.

           ADD 1 TO AC-UNMATCHED-POSTING-COUNT.
      /
      ******************************************************************
      *                                                                *
      *        RECONCILIATION REPORT HEADING PARAGRAPH                 *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RCH-PAGE-COUNT.

           WRITE RECON-LINE-OUT FROM RCH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE RECON-LINE-OUT FROM RCH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RCH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RCH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE RECON-LINE-OUT FROM RCH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     WRITE ONE DEPOSIT LINE FROM THE CURRENT TABLE ENTRY        *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DEPOSIT-LINE.

           MOVE DPT-DEPOSIT-DATE(DPT-INDEX) TO RDL-DEPOSIT-DATE.
           MOVE DPT-DEPOSIT-REFERENCE(DPT-INDEX)
             TO RDL-DEPOSIT-REFERENCE.
           MOVE DPT-DEPOSIT-AMOUNT(DPT-INDEX) TO RDL-DEPOSIT-AMOUNT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RECON-LINE-OUT FROM RECON-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
           MOVE "N" TO SW-SECTION-EMPTY.

      ******************************************************************
      *                                                                *
      *     START A REPORT SECTION                                     *
      *                                                                *
      ******************************************************************

       M-520-WRITE-SECTION-HEADING.

           IF AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RECON-LINE-OUT FROM SECTION-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
           MOVE "Y" TO SW-SECTION-EMPTY.

       M-530-WRITE-NONE-LINE.

           WRITE RECON-LINE-OUT FROM SECTION-NONE-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRAP UP - THE DAY'S DEPOSITS MUST EQUAL THE DAY'S          *
      *     POSTINGS TO THE PENNY, AND EVERY BANK RECORD MUST BE       *
      *     READABLE, OR THE RUN ENDS WITH A NONZERO RETURN CODE SO    *
      *     THE DRIVER HOLDS THE CHAIN. A FULL DEPOSIT TABLE IS A      *
      *     WARNING - RETURN CODE 4 UNLESS THE DAY IS ALSO HELD        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           COMPUTE AC-DIFFERENCE =
               AC-DEPOSIT-DOLLARS - AC-POSTED-DOLLARS.

           MOVE AC-DEPOSIT-DOLLARS TO RSL-DEPOSIT-DOLLARS.
           MOVE AC-DEPOSIT-COUNT TO RSL-DEPOSIT-COUNT.
           MOVE AC-POSTED-DOLLARS TO RSL-POSTED-DOLLARS.
           MOVE AC-DIFFERENCE TO RSL-DIFFERENCE.
           MOVE AC-MATCHED-DOLLARS TO RSL-MATCHED-DOLLARS.
           MOVE AC-MATCHED-COUNT TO RSL-MATCHED-COUNT.
           MOVE AC-UNMATCHED-DEPOSIT-DOLLARS
             TO RSL-UNMATCHED-DEPOSIT-DOLLARS.
           MOVE AC-UNMATCHED-DEPOSIT-COUNT
             TO RSL-UNMATCHED-DEPOSIT-COUNT.
           MOVE AC-UNMATCHED-POSTING-DOLLARS
             TO RSL-UNMATCHED-POSTING-DOLLARS.
           MOVE AC-UNMATCHED-POSTING-COUNT
             TO RSL-UNMATCHED-POSTING-COUNT.
           MOVE AC-OTHER-DATE-COUNT TO RSL-OTHER-DATE-COUNT.

           IF AC-LINE-COUNT > 45
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RECON-LINE-OUT FROM RSL-DEPOSIT-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE RECON-LINE-OUT FROM RSL-POSTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RSL-DIFFERENCE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RSL-MATCHED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE RECON-LINE-OUT FROM RSL-UNMATCHED-DEPOSIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RSL-UNMATCHED-POSTING-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RECON-LINE-OUT FROM RSL-OTHER-DATE-TOTAL
             AFTER ADVANCING 1 LINE.

           IF DEPOSIT-TABLE-FULL
               MOVE AC-OVERFLOW-COUNT TO RSL-OVERFLOW-COUNT
               WRITE RECON-LINE-OUT FROM RSL-TABLE-FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE.

           EVALUATE TRUE
               WHEN AC-UNREADABLE-COUNT > 0
                   MOVE "** UNREADABLE DEPOSIT RECORD - CHAIN HELD **"
                     TO RSL-STATUS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN AC-DIFFERENCE NOT = ZERO
                   MOVE "** DEPOSITS OUT OF BALANCE - CHAIN HELD **"
                     TO RSL-STATUS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN AC-UNMATCHED-DEPOSIT-COUNT > 0 OR
                    AC-UNMATCHED-POSTING-COUNT > 0
                   MOVE "IN BALANCE IN TOTAL - REVIEW UNMATCHED ITEMS"
                     TO RSL-STATUS-MESSAGE
               WHEN OTHER
                   MOVE "DEPOSITS IN BALANCE WITH POSTINGS"
                     TO RSL-STATUS-MESSAGE.

           WRITE RECON-LINE-OUT FROM RSL-STATUS-LINE
             AFTER ADVANCING 2 LINES.
           WRITE RECON-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE RECONCILIATION-REPORT.

           DISPLAY " ".
           DISPLAY "DEPOSIT RECONCILIATION PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
