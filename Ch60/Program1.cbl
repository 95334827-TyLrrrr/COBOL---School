       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX60-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. JUNE 14, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM POSTS THE TITLE CLERK'S DATES AGAINST THE      *
      *    TITLE WORK FILE (TITLWORK.DAT) OPENED BY THE SALES UPDATE   *
      *    RUN (VSEX9-3) FOR EVERY POSTED SALE. TRANSACTIONS ARE       *
      *    SORTED BY SALE KEY (CUSTOMER NUMBER PLUS SALE SEQUENCE)     *
      *    AND APPLIED DIRECTLY BY KEY - THE TITLE WORK FILE IS A      *
      *    KEYED FILE, SO THE DATES ARE POSTED IN PLACE. ACTION S      *
      *    RECORDS THE DATE THE TITLE APPLICATION AND REGISTRATION     *
      *    WENT TO THE STATE, AND MAY BE KEYED AGAIN WHEN THE STATE    *
      *    SENDS AN APPLICATION BACK. ACTION C RECORDS THE DATE THE    *
      *    TITLE CAME BACK COMPLETE, WHICH CLOSES THE TITLE WORK.      *
      *    EVERY TRANSACTION MUST CARRY THE KEYING CLERK'S ID, WHICH   *
      *    IS KEPT ON THE RECORD WITH THE DATE IT POSTED.              *
      *                                                                *
      *    A TRANSACTION THAT FAILS THE FIELD EDITS, MATCHES NO TITLE  *
      *    WORK, LANDS ON VOIDED OR COMPLETED TITLE WORK, COMPLETES    *
      *    TITLE WORK NEVER SUBMITTED, OR CARRIES A DATE BEFORE THE    *
      *    SALE OR THE SUBMISSION OR AFTER TODAY IS REJECTED AND       *
      *    FLAGGED ON THE REGISTER TO BE CORRECTED AND KEYED AGAIN.    *
      *    THE AGING REPORT OF THE TITLE WORK STILL OPEN IS VSEX60-2.  *
      *                                                                *
      *        INPUT:   TITLTRAN.DAT - TITLE WORK TRANSACTIONS         *
      *                                                                *
      *        INPUT/OUTPUT:  TITLWORK.DAT - TITLE WORK FILE           *
      *                                                                *
      *        OUTPUT:  VSEX60-1.RPT - TITLE WORK REGISTER             *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT TITLE-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TITLT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch60\STRAN
      -    "TTL.DAT".

           SELECT OPTIONAL TITLE-WORK-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TITLW
      -    "ORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TWR-SALE-KEY.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch60\VSEX6
      -    "0-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    TITLE TRANSACTION FILE - ONE RECORD PER DATE THE TITLE      *
      *    CLERK KEYS. THE DATE IS MMDDYYYY                            *
      *                                                                *
      ******************************************************************

       FD  TITLE-TRANSACTION-FILE.

       01 TITLE-TRANSACTION-RECORD.
         02 TTR-CUSTOMER-NUMBER PIC X(4).
         02 TTR-SALE-SEQUENCE PIC XX.
         02 TTR-ACTION-CODE PIC X.
         02 TTR-ACTION-DATE PIC X(8).
         02 TTR-CLERK-ID PIC X(6).

      ******************************************************************
      *                                                                *
      *           SORT FILE - SORT TRANSACTIONS BY SALE KEY            *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-SALE-KEY PIC X(6).
         02 PIC X(15).

      ******************************************************************
      *                                                                *
      *    SORTED TRANSACTION FILE - TRANSACTIONS IN SALE KEY          *
      *    SEQUENCE                                                    *
      *                                                                *
      ******************************************************************

       FD  SORTED-TRANSACTION-FILE.

       01 SORTED-TRANSACTION-RECORD.
         02 STT-SALE-KEY.
           03 STT-CUSTOMER-NUMBER PIC X(4).
           03 STT-SALE-SEQUENCE-ALPHA PIC XX.
         02 STT-ACTION-CODE PIC X.
           88 STT-SUBMIT VALUE "S".
           88 STT-COMPLETE VALUE "C".
         02 STT-ACTION-DATE-ALPHA PIC X(8).
         02 STT-ACTION-DATE REDEFINES
            STT-ACTION-DATE-ALPHA.
           03 STT-ACTION-MONTH PIC 99.
           03 STT-ACTION-DAY PIC 99.
           03 STT-ACTION-YEAR PIC 9(4).
         02 STT-ACTION-DATE-NUM REDEFINES
            STT-ACTION-DATE-ALPHA PIC 9(8).
         02 STT-CLERK-ID PIC X(6).

      ******************************************************************
      *                                                                *
      *    TITLE WORK FILE - KEYED BY THE SALE THE TITLE WORK CAME     *
      *    FROM (CUSTOMER NUMBER PLUS SALE SEQUENCE)                   *
      *                                                                *
      ******************************************************************

       FD  TITLE-WORK-FILE.

       COPY TITLEREC.

      ******************************************************************
      *                                                                *
      *             REGISTER-REPORT - TITLE WORK REGISTER              *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                            SWITCHES                            *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-TRANSACTION-EOF PIC X VALUE "N".
           88 TRANSACTION-EOF VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-SUBMITTED-COUNT PIC 9(5).
         02 AC-COMPLETED-COUNT PIC 9(5).
         02 AC-REJECTED-COUNT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
      *                        WORK AREA FIELDS                        *
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

         02 WA-ACTION-YMD PIC 9(8).
         02 WA-ITEM-MDY PIC 9(8).
         02 WA-ITEM-YMD PIC 9(8).
      /
      ******************************************************************
      *                                                                *
      *          REPORT HEADINGS FOR THE TITLE WORK REGISTER           *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(24) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(29) VALUE SPACES.
           03 PIC X(19) VALUE "TITLE WORK REGISTER".

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(7) VALUE "SALE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "ACTION".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "   DATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "CLERK".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 RGH-LINE-4.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(30) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *            DETAIL LINE FOR THE TITLE WORK REGISTER             *
      *                                                                *
      ******************************************************************

       01 REGISTER-DETAIL-LINE.
         02 RDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 RDL-SALE-SEQUENCE PIC XX.
         02 PIC XX VALUE SPACES.
         02 PIC XX VALUE SPACES.
         02 RDL-ACTION-CODE PIC X.
         02 PIC X(3) VALUE SPACES.
         02 PIC XX VALUE SPACES.
         02 RDL-ACTION-DATE PIC Z9/99/9999 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 RDL-CLERK-ID PIC X(6).
         02 PIC XX VALUE SPACES.
         02 RDL-DISPOSITION PIC X(30).

      ******************************************************************
      *                                                                *
      *           SUMMARY LINES FOR THE TITLE WORK REGISTER            *
      *                                                                *
      ******************************************************************

       01 REGISTER-SUMMARY-LINES.

         02 RSL-SUBMITTED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TITLES SUBMITTED      =  ".
           03 RSL-SUBMITTED-COUNT PIC ZZ,ZZ9.

         02 RSL-COMPLETED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TITLES COMPLETED      =  ".
           03 RSL-COMPLETED-COUNT PIC ZZ,ZZ9.

         02 RSL-REJECTED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TRANSACTIONS REJECTED =  ".
           03 RSL-REJECTED-COUNT PIC ZZ,ZZ9.

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
           PERFORM B-100-SORT-TRANSACTIONS.
           PERFORM C-100-POST-TRANSACTIONS.
           PERFORM D-100-WRAP-UP.
           STOP RUN.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO RGH-DATE.

           OPEN OUTPUT REGISTER-REPORT.
      /
      ******************************************************************
      *                                                                *
      *             SORT THE TRANSACTION FILE BY SALE KEY              *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-SALE-KEY
             WITH DUPLICATES IN ORDER
             USING TITLE-TRANSACTION-FILE
             GIVING SORTED-TRANSACTION-FILE.
      /
      ******************************************************************
      *                                                                *
      *    APPLY EACH TRANSACTION DIRECTLY TO THE TITLE WORK BY KEY    *
      *                                                                *
      ******************************************************************

       C-100-POST-TRANSACTIONS.

           OPEN I-O TITLE-WORK-FILE.
           OPEN INPUT SORTED-TRANSACTION-FILE.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM C-200-POST-ONE-TRANSACTION
             UNTIL TRANSACTION-EOF.

           CLOSE TITLE-WORK-FILE
                 SORTED-TRANSACTION-FILE.

      ******************************************************************
      *                                                                *
      *     EDIT THE TRANSACTION FIELDS AND LOOK UP THE TITLE WORK     *
      *                                                                *
      ******************************************************************

       C-200-POST-ONE-TRANSACTION.

           IF STT-ACTION-DATE-ALPHA NUMERIC
               MOVE STT-ACTION-DATE-NUM TO WA-ITEM-MDY
               PERFORM M-700-YMD-OF-DATE
               MOVE WA-ITEM-YMD TO WA-ACTION-YMD.

           EVALUATE TRUE
               WHEN STT-SALE-SEQUENCE-ALPHA NOT NUMERIC
                   MOVE "SALE SEQUENCE NOT NUMERIC"
                     TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN NOT STT-SUBMIT AND NOT STT-COMPLETE
                   MOVE "INVALID ACTION CODE" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN STT-ACTION-DATE-ALPHA NOT NUMERIC
                   MOVE "ACTION DATE NOT NUMERIC" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN STT-ACTION-MONTH < 1 OR STT-ACTION-MONTH > 12
                 OR STT-ACTION-DAY < 1 OR STT-ACTION-DAY > 31
                   MOVE "ACTION DATE NOT VALID" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN WA-ACTION-YMD > WA-TODAYS-DATE
                   MOVE "ACTION DATE AFTER TODAY" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN STT-CLERK-ID = SPACES
                   MOVE "CLERK ID MISSING" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM C-300-READ-TITLE-WORK.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

       C-300-READ-TITLE-WORK.

           MOVE STT-SALE-KEY TO TWR-SALE-KEY.

           READ TITLE-WORK-FILE
               INVALID KEY
                   MOVE "TITLE WORK NOT ON FILE" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM C-400-APPLY-TRANSACTION.
      /
      ******************************************************************
      *                                                                *
      *     APPLY ONE DATE - A SUBMISSION MARKS THE TITLE WORK         *
      *     SUBMITTED, AND A COMPLETION OF SUBMITTED TITLE WORK        *
      *     CLOSES IT                                                  *
      *                                                                *
      ******************************************************************

       C-400-APPLY-TRANSACTION.

           MOVE TWR-SALE-DATE TO WA-ITEM-MDY.
           PERFORM M-700-YMD-OF-DATE.

           EVALUATE TRUE
               WHEN TWR-VOID
                   MOVE "SALE REVERSED - TITLE VOID" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN TWR-COMPLETED
                   MOVE "TITLE WORK ALREADY COMPLETE"
                     TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN WA-ACTION-YMD < WA-ITEM-YMD
                   MOVE "ACTION DATE BEFORE SALE" TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN STT-SUBMIT
                   PERFORM C-410-POST-SUBMISSION
               WHEN TWR-OPEN
                   MOVE "TITLE WORK NOT YET SUBMITTED"
                     TO RDL-DISPOSITION
                   PERFORM C-600-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM C-420-POST-COMPLETION.

       C-410-POST-SUBMISSION.

           IF TWR-SUBMITTED
               MOVE "TITLE RESUBMITTED" TO RDL-DISPOSITION
           ELSE
               MOVE "TITLE SUBMITTED" TO RDL-DISPOSITION.

           MOVE STT-ACTION-DATE-NUM TO TWR-SUBMITTED-DATE.
           MOVE STT-CLERK-ID TO TWR-SUBMITTED-CLERK.
           MOVE "S" TO TWR-STATUS.

           REWRITE TITLE-WORK-RECORD.

           ADD 1 TO AC-SUBMITTED-COUNT.
           PERFORM M-510-WRITE-REGISTER-LINE.

       C-420-POST-COMPLETION.

           MOVE TWR-SUBMITTED-DATE TO WA-ITEM-MDY.
           PERFORM M-700-YMD-OF-DATE.

           IF WA-ACTION-YMD < WA-ITEM-YMD
               MOVE "ACTION DATE BEFORE SUBMITTED" TO RDL-DISPOSITION
               PERFORM C-600-REJECT-TRANSACTION
           ELSE
               MOVE STT-ACTION-DATE-NUM TO TWR-COMPLETED-DATE
               MOVE STT-CLERK-ID TO TWR-COMPLETED-CLERK
               MOVE "C" TO TWR-STATUS
               REWRITE TITLE-WORK-RECORD
               ADD 1 TO AC-COMPLETED-COUNT
               MOVE "TITLE COMPLETED" TO RDL-DISPOSITION
               PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *     REJECT ONE TRANSACTION - FLAGGED ON THE REGISTER TO BE     *
      *     CORRECTED AND KEYED AGAIN                                  *
      *                                                                *
      ******************************************************************

       C-600-REJECT-TRANSACTION.

           ADD 1 TO AC-REJECTED-COUNT.

           PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *             TITLE WORK REGISTER HEADING PARAGRAPH              *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RGH-PAGE-COUNT.

           WRITE REGISTER-LINE-OUT FROM RGH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                 WRITE ONE REGISTER DETAIL LINE                 *
      *                                                                *
      ******************************************************************

       M-510-WRITE-REGISTER-LINE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE STT-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER.
           MOVE STT-SALE-SEQUENCE-ALPHA TO RDL-SALE-SEQUENCE.
           MOVE STT-ACTION-CODE TO RDL-ACTION-CODE.
           MOVE STT-CLERK-ID TO RDL-CLERK-ID.

           IF STT-ACTION-DATE-ALPHA NUMERIC
               MOVE STT-ACTION-DATE-NUM TO RDL-ACTION-DATE
           ELSE
               MOVE ZERO TO RDL-ACTION-DATE.

           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     RESHAPE A MMDDYYYY DATE TO YYYYMMDD SO DATES COMPARE IN    *
      *     ORDER                                                      *
      *                                                                *
      ******************************************************************

       M-700-YMD-OF-DATE.

           MOVE WA-ITEM-MDY(5:4) TO WA-ITEM-YMD(1:4).
           MOVE WA-ITEM-MDY(1:2) TO WA-ITEM-YMD(5:2).
           MOVE WA-ITEM-MDY(3:2) TO WA-ITEM-YMD(7:2).

      ******************************************************************
      *                                                                *
      *                      END OF JOB PARAGRAPH                      *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AC-SUBMITTED-COUNT TO RSL-SUBMITTED-COUNT.
           MOVE AC-COMPLETED-COUNT TO RSL-COMPLETED-COUNT.
           MOVE AC-REJECTED-COUNT TO RSL-REJECTED-COUNT.

           WRITE REGISTER-LINE-OUT FROM RSL-SUBMITTED-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-COMPLETED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE REGISTER-REPORT.

           DISPLAY " ".
           DISPLAY "TITLE WORK MAINTENANCE PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
