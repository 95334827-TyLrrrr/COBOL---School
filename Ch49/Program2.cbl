       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX49-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 29, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM POSTS THE NIGHTLY JOURNAL EXTRACT (GLEXTR.DAT, *
      *    BUILT BY VSEX32-1) TO THE GENERAL LEDGER. EVERY JOURNAL     *
      *    LINE IS EDITED AGAINST THE CHART OF ACCOUNTS (VSEX49-1)     *
      *    AND THE PERIOD CONTROL FILE (VSEX17-1). A LINE CODED TO AN  *
      *    ACCOUNT NOT ON THE CHART OR MARKED INACTIVE, DATED IN A     *
      *    CLOSED PERIOD, OR CARRYING A NON-NUMERIC AMOUNT IS WRITTEN  *
      *    TO THE GL SUSPENSE FILE WITH THE REASON. EVERY OTHER LINE   *
      *    IS ADDED TO THE PERIOD-TO-DATE DEBIT AND CREDIT TOTALS OF   *
      *    ITS ACCOUNT ON THE GL BALANCE FILE, KEYED BY ACCOUNT AND    *
      *    THE YYYYMM PERIOD OF THE LINE'S BUSINESS DATE, AND IS       *
      *    APPENDED TO THE GL HISTORY FILE. THE LAST BUSINESS DATE     *
      *    POSTED IS KEPT ON THE GL POSTING CONTROL FILE - AN EXTRACT  *
      *    LINE DATED ON OR BEFORE IT HAS ALREADY BEEN POSTED AND IS   *
      *    SKIPPED, SO A RERUN OF THE CHAIN CANNOT POST A NIGHT TWICE. *
      *    A REGISTER SHOWS THE DISPOSITION OF EVERY LINE.             *
      *                                                                *
      *        INPUT:   GLEXTR.DAT   - JOURNAL ENTRY EXTRACT           *
      *                 GLACCT.DAT   - CHART OF ACCOUNTS               *
      *                 PERIODCT.DAT - PERIOD CONTROL FILE             *
      *                 GLPOSTCT.DAT - LAST BUSINESS DATE POSTED       *
      *                                                                *
      *        I-O:     GLBAL.DAT    - GL PERIOD BALANCE FILE          *
      *                                                                *
      *        OUTPUT:  GLSUSP.DAT   - GL SUSPENSE FILE (EXTENDED)     *
      *                 GLHIST.DAT   - GL POSTING HISTORY (EXTENDED)   *
      *                 GLPOSTCT.DAT - LAST BUSINESS DATE POSTED       *
      *                 VSEX49-2.RPT - GL POSTING REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL JOURNAL-EXTRACT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLEXT
      -    "R.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLACC
      -    "T.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\PERIO
      -    "DCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTING-CONTROL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLPOS
      -    "TCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLBAL
      -    ".DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GLB-BALANCE-KEY.

           SELECT OPTIONAL GL-SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLSUS
      -    "P.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLHIS
      -    "T.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch49\VSEX4
      -    "9-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    JOURNAL-EXTRACT-FILE - ONE RECORD PER JOURNAL LINE FROM     *
      *    THE JOURNAL EXTRACT (VSEX32-1)                              *
      *                                                                *
      ******************************************************************

       FD  JOURNAL-EXTRACT-FILE.

       01 JOURNAL-EXTRACT-RECORD.
         02 GLX-BUSINESS-DATE PIC 9(8).
         02 GLX-ACCOUNT-NUMBER PIC X(4).
         02 GLX-ACCOUNT-NAME PIC X(20).
         02 GLX-DEBIT-AMOUNT-ALPHA PIC X(9).
         02 GLX-DEBIT-AMOUNT REDEFINES
            GLX-DEBIT-AMOUNT-ALPHA PIC 9(7)V99.
         02 GLX-CREDIT-AMOUNT-ALPHA PIC X(9).
         02 GLX-CREDIT-AMOUNT REDEFINES
            GLX-CREDIT-AMOUNT-ALPHA PIC 9(7)V99.
         02 GLX-SOURCE PIC X(8).

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHART OF ACCOUNTS (VSEX49-1)          *
      *                                                                *
      ******************************************************************

       FD  ACCOUNT-MASTER-FILE.

       01 ACCOUNT-MASTER-RECORD.
         02 GLA-ACCOUNT-NUMBER PIC X(4).
         02 GLA-DESCRIPTION PIC X(20).
         02 GLA-ACCOUNT-TYPE PIC X.
         02 GLA-NORMAL-BALANCE PIC X.
         02 GLA-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *    PERIOD-CONTROL-FILE - ACCOUNTING PERIOD STATUS MAINTAINED   *
      *    BY THE MONTH-END CLOSE (VSEX17-1)                           *
      *                                                                *
      ******************************************************************

       FD  PERIOD-CONTROL-FILE.

       01 PERIOD-CONTROL-RECORD.
         02 PCF-PERIOD PIC 9(6).
         02 PCF-STATUS PIC X.
         02 PCF-CLOSE-DATE PIC 9(8).
         02 PCF-POSTED-COUNT PIC 9(6).
         02 PCF-POSTED-DOLLARS PIC S9(7)V99.

      ******************************************************************
      *                                                                *
      *    POSTING-CONTROL-FILE - LAST BUSINESS DATE POSTED TO THE     *
      *    LEDGER (YYYYMMDD)                                           *
      *                                                                *
      ******************************************************************

       FD  POSTING-CONTROL-FILE.

       01 POSTING-CONTROL-RECORD.
         02 GPC-LAST-POSTED-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    GL-BALANCE-FILE - PERIOD-TO-DATE DEBITS AND CREDITS BY      *
      *    ACCOUNT AND PERIOD (YYYYMM)                                 *
      *                                                                *
      ******************************************************************

       FD  GL-BALANCE-FILE.

       01 GL-BALANCE-RECORD.
         02 GLB-BALANCE-KEY.
           03 GLB-ACCOUNT-NUMBER PIC X(4).
           03 GLB-PERIOD PIC 9(6).
         02 GLB-PERIOD-DEBITS PIC 9(9)V99.
         02 GLB-PERIOD-CREDITS PIC 9(9)V99.
         02 GLB-LAST-POSTED-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    GL-SUSPENSE-FILE - REJECTED JOURNAL LINES WITH THE REASON   *
      *                                                                *
      ******************************************************************

       FD  GL-SUSPENSE-FILE.

       01 GL-SUSPENSE-RECORD.
         02 GLS-JOURNAL-LINE PIC X(58).
         02 GLS-REASON PIC X(30).
         02 GLS-SUSPENDED-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    GL-HISTORY-FILE - EVERY JOURNAL LINE POSTED TO THE LEDGER,  *
      *    IN THE JOURNAL EXTRACT LAYOUT                               *
      *                                                                *
      ******************************************************************

       FD  GL-HISTORY-FILE.

       01 GL-HISTORY-RECORD PIC X(58).

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - GL POSTING REGISTER                       *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(100).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-EXTRACT-EOF PIC X VALUE "N".
           88 EXTRACT-EOF VALUE "Y".

         02 SW-ACCOUNT-EOF PIC X.
           88 ACCOUNT-EOF VALUE "Y".

         02 SW-PERIOD-EOF PIC X.
           88 PERIOD-EOF VALUE "Y".

         02 SW-ACCOUNT-FOUND PIC X.
           88 ACCOUNT-FOUND VALUE "Y".

         02 SW-PERIOD-CLOSED PIC X.
           88 PERIOD-CLOSED VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-READ-COUNT PIC 9(5).
         02 AC-POSTED-COUNT PIC 9(5).
         02 AC-POSTED-DEBITS PIC 9(9)V99.
         02 AC-POSTED-CREDITS PIC 9(9)V99.
         02 AC-SUSPENDED-COUNT PIC 9(5).
         02 AC-SKIPPED-COUNT PIC 9(5).
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

         02 WA-LAST-POSTED-DATE PIC 9(8) VALUE ZERO.
         02 WA-NEW-POSTED-DATE PIC 9(8) VALUE ZERO.
         02 WA-LINE-PERIOD PIC 9(6).
         02 WA-LINE-MDY PIC 9(8).
         02 WA-ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
         02 WA-PERIOD-COUNT PIC 9(3) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED CHART OF ACCOUNTS TABLE                        *
      *                                                                *
      ******************************************************************

       01 ACCOUNT-TABLE.
         02 ACT-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON WA-ACCOUNT-COUNT
                       INDEXED BY ACT-INDEX.
           03 ACT-ACCOUNT-NUMBER PIC X(4).
           03 ACT-STATUS PIC X.
             88 ACT-INACTIVE VALUE "I".

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED PERIOD CONTROL TABLE - A LINE DATED IN A       *
      *    CLOSED PERIOD IS SUSPENDED RATHER THAN POSTED               *
      *                                                                *
      ******************************************************************

       01 PERIOD-CONTROL-TABLE.
         02 PCT-ENTRY OCCURS 1 TO 120 TIMES
                       DEPENDING ON WA-PERIOD-COUNT
                       INDEXED BY PCT-INDEX.
           03 PCT-PERIOD PIC 9(6).
           03 PCT-STATUS PIC X.
             88 PCT-PERIOD-CLOSED VALUE "C".
      /
      ******************************************************************
      *                                                                *
      *             REPORT LINES FOR THE GL POSTING REGISTER           *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(27) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(34) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(34) VALUE SPACES.
           03 PIC X(31) VALUE "GENERAL LEDGER POSTING REGISTER".

         02 RGH-LINE-3.
           03 PIC X(10) VALUE "BUS. DATE ".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE "ACCT".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "ACCOUNT NAME".
           03 PIC XX VALUE SPACES.
           03 PIC X(12) VALUE "       DEBIT".
           03 PIC X VALUE SPACE.
           03 PIC X(12) VALUE "      CREDIT".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE "SOURCE".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 RGH-LINE-4.
           03 PIC X(100) VALUE ALL "-".

       01 REGISTER-DETAIL-LINE.
         02 RDL-BUSINESS-DATE PIC 9999/99/99.
         02 PIC XX VALUE SPACES.
         02 RDL-ACCOUNT-NUMBER PIC X(4).
         02 PIC XX VALUE SPACES.
         02 RDL-ACCOUNT-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-DEBIT-AMOUNT PIC Z,ZZZ,ZZZ.99.
         02 PIC X VALUE SPACE.
         02 RDL-CREDIT-AMOUNT PIC Z,ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-SOURCE PIC X(8).
         02 PIC XX VALUE SPACES.
         02 RDL-DISPOSITION PIC X(23).

       01 REGISTER-SUMMARY-LINES.

         02 RSL-READ-TOTAL.
           03 PIC X(30) VALUE "JOURNAL LINES READ         =  ".
           03 RSL-READ-COUNT PIC ZZ,ZZ9.

         02 RSL-POSTED-TOTAL.
           03 PIC X(30) VALUE "JOURNAL LINES POSTED       =  ".
           03 RSL-POSTED-COUNT PIC ZZ,ZZ9.

         02 RSL-DEBIT-TOTAL.
           03 PIC X(30) VALUE "TOTAL DEBITS POSTED        =  ".
           03 RSL-DEBIT-DOLLARS PIC $ZZZ,ZZZ,ZZZ.99.

         02 RSL-CREDIT-TOTAL.
           03 PIC X(30) VALUE "TOTAL CREDITS POSTED       =  ".
           03 RSL-CREDIT-DOLLARS PIC $ZZZ,ZZZ,ZZZ.99.

         02 RSL-SUSPENDED-TOTAL.
           03 PIC X(30) VALUE "JOURNAL LINES SUSPENDED    =  ".
           03 RSL-SUSPENDED-COUNT PIC ZZ,ZZ9.

         02 RSL-SKIPPED-TOTAL.
           03 PIC X(30) VALUE "LINES ALREADY POSTED       =  ".
           03 RSL-SKIPPED-COUNT PIC ZZ,ZZ9.

         02 RSL-STATUS-LINE.
           03 PIC X(10) VALUE SPACES.
           03 RSL-STATUS-MESSAGE PIC X(60).

         02 RSL-END-OF-REPORT.
           03 PIC X(34) VALUE SPACES.
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
           PERFORM B-100-POST-JOURNAL-LINES.
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
           MOVE WA-RUN-DATE TO RGH-DATE.

           PERFORM A-200-LOAD-ACCOUNT-TABLE.
           PERFORM A-300-LOAD-PERIOD-TABLE.
           PERFORM A-400-READ-POSTING-CONTROL.

           OPEN OUTPUT REGISTER-REPORT.

           PERFORM M-500-WRITE-HEADINGS.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE CHART OF ACCOUNTS - WITH NO CHART ON FILE EVERY   *
      *     LINE FAILS THE ACCOUNT EDIT AND GOES TO SUSPENSE           *
      *                                                                *
      ******************************************************************

       A-200-LOAD-ACCOUNT-TABLE.

           OPEN INPUT ACCOUNT-MASTER-FILE.

           MOVE "N" TO SW-ACCOUNT-EOF.

           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-ACCOUNT-EOF.

           PERFORM A-210-LOAD-ACCOUNT-ENTRY
             VARYING ACT-INDEX FROM 1 BY 1
             UNTIL ACCOUNT-EOF OR ACT-INDEX > 300.

           CLOSE ACCOUNT-MASTER-FILE.

       A-210-LOAD-ACCOUNT-ENTRY.

           MOVE GLA-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER(ACT-INDEX).
           MOVE GLA-STATUS TO ACT-STATUS(ACT-INDEX).
           MOVE ACT-INDEX TO WA-ACCOUNT-COUNT.

           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-ACCOUNT-EOF.

      ******************************************************************
      *                                                                *
      *     LOAD THE PERIOD CONTROL TABLE - WHEN NO PERIOD CONTROL     *
      *     FILE EXISTS YET, THE TABLE IS EMPTY AND NO PERIOD EDIT     *
      *     IS APPLIED                                                 *
      *                                                                *
      ******************************************************************

       A-300-LOAD-PERIOD-TABLE.

           OPEN INPUT PERIOD-CONTROL-FILE.

           MOVE "N" TO SW-PERIOD-EOF.

           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO SW-PERIOD-EOF.

           PERFORM A-310-LOAD-PERIOD-ENTRY
             VARYING PCT-INDEX FROM 1 BY 1
             UNTIL PERIOD-EOF OR PCT-INDEX > 120.

           CLOSE PERIOD-CONTROL-FILE.

       A-310-LOAD-PERIOD-ENTRY.

           MOVE PCF-PERIOD TO PCT-PERIOD(PCT-INDEX).
           MOVE PCF-STATUS TO PCT-STATUS(PCT-INDEX).
           MOVE PCT-INDEX TO WA-PERIOD-COUNT.

           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO SW-PERIOD-EOF.

      ******************************************************************
      *                                                                *
      *     READ THE LAST BUSINESS DATE ALREADY POSTED, IF ANY         *
      *                                                                *
      ******************************************************************

       A-400-READ-POSTING-CONTROL.

           OPEN INPUT POSTING-CONTROL-FILE.

           READ POSTING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GPC-LAST-POSTED-DATE TO WA-LAST-POSTED-DATE.

           CLOSE POSTING-CONTROL-FILE.

           MOVE WA-LAST-POSTED-DATE TO WA-NEW-POSTED-DATE.
      /
      ******************************************************************
      *                                                                *
      *             POST THE JOURNAL EXTRACT TO THE LEDGER             *
      *                                                                *
      ******************************************************************

       B-100-POST-JOURNAL-LINES.

           OPEN INPUT JOURNAL-EXTRACT-FILE
                I-O GL-BALANCE-FILE.

      *    THE SUSPENSE AND HISTORY FILES ARE EXTENDED, NOT REWRITTEN -
      *    SUSPENDED LINES WAIT THERE UNTIL ACCOUNTING CLEARS THEM, AND
      *    THE HISTORY IS THE LEDGER'S AUDIT TRAIL

           OPEN EXTEND GL-SUSPENSE-FILE
                       GL-HISTORY-FILE.

           READ JOURNAL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO SW-EXTRACT-EOF.

           PERFORM B-200-POST-ONE-LINE
             UNTIL EXTRACT-EOF.

           CLOSE JOURNAL-EXTRACT-FILE
                 GL-BALANCE-FILE
                 GL-SUSPENSE-FILE
                 GL-HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *     EDIT ONE JOURNAL LINE AND POST OR SUSPEND IT               *
      *                                                                *
      ******************************************************************

       B-200-POST-ONE-LINE.

           ADD 1 TO AC-READ-COUNT.

           MOVE GLX-BUSINESS-DATE(1:6) TO WA-LINE-PERIOD.

           PERFORM B-300-FIND-ACCOUNT.
           PERFORM B-400-CHECK-PERIOD.

           EVALUATE TRUE
               WHEN GLX-BUSINESS-DATE NOT > WA-LAST-POSTED-DATE
                   ADD 1 TO AC-SKIPPED-COUNT
                   MOVE "ALREADY POSTED-SKIPPED" TO RDL-DISPOSITION
               WHEN GLX-DEBIT-AMOUNT-ALPHA NOT NUMERIC OR
                    GLX-CREDIT-AMOUNT-ALPHA NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO GLS-REASON
                   PERFORM B-600-SUSPEND-LINE
               WHEN NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON CHART" TO GLS-REASON
                   PERFORM B-600-SUSPEND-LINE
               WHEN ACT-INACTIVE(ACT-INDEX)
                   MOVE "ACCOUNT INACTIVE" TO GLS-REASON
                   PERFORM B-600-SUSPEND-LINE
               WHEN PERIOD-CLOSED
                   MOVE "PERIOD CLOSED" TO GLS-REASON
                   PERFORM B-600-SUSPEND-LINE
               WHEN OTHER
                   PERFORM B-500-POST-LINE.

           PERFORM C-100-LIST-LINE.

           READ JOURNAL-EXTRACT-FILE
               AT END
                   MOVE "Y" TO SW-EXTRACT-EOF.

      ******************************************************************
      *                                                                *
      *     LOOK THE LINE'S ACCOUNT UP ON THE CHART                    *
      *                                                                *
      ******************************************************************

       B-300-FIND-ACCOUNT.

           MOVE "N" TO SW-ACCOUNT-FOUND.

           IF WA-ACCOUNT-COUNT > 0
               SET ACT-INDEX TO 1
               SEARCH ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACT-ACCOUNT-NUMBER(ACT-INDEX) =
                        GLX-ACCOUNT-NUMBER
                       MOVE "Y" TO SW-ACCOUNT-FOUND.

      ******************************************************************
      *                                                                *
      *     IS THE LINE'S PERIOD CLOSED ON THE PERIOD CONTROL FILE     *
      *                                                                *
      ******************************************************************

       B-400-CHECK-PERIOD.

           MOVE "N" TO SW-PERIOD-CLOSED.

           IF WA-PERIOD-COUNT > 0
               SET PCT-INDEX TO 1
               SEARCH PCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PCT-PERIOD(PCT-INDEX) = WA-LINE-PERIOD
                       IF PCT-PERIOD-CLOSED(PCT-INDEX)
                           MOVE "Y" TO SW-PERIOD-CLOSED.
      /
      ******************************************************************
      *                                                                *
      *     ADD THE LINE TO ITS ACCOUNT'S PERIOD BALANCE - THE FIRST   *
      *     LINE FOR AN ACCOUNT IN A PERIOD STARTS THE RECORD          *
      *                                                                *
      ******************************************************************

       B-500-POST-LINE.

           MOVE GLX-ACCOUNT-NUMBER TO GLB-ACCOUNT-NUMBER.
           MOVE WA-LINE-PERIOD TO GLB-PERIOD.

           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE GLX-DEBIT-AMOUNT TO GLB-PERIOD-DEBITS
                   MOVE GLX-CREDIT-AMOUNT TO GLB-PERIOD-CREDITS
                   MOVE GLX-BUSINESS-DATE TO GLB-LAST-POSTED-DATE
                   WRITE GL-BALANCE-RECORD
               NOT INVALID KEY
                   ADD GLX-DEBIT-AMOUNT TO GLB-PERIOD-DEBITS
                   ADD GLX-CREDIT-AMOUNT TO GLB-PERIOD-CREDITS
                   MOVE GLX-BUSINESS-DATE TO GLB-LAST-POSTED-DATE
                   REWRITE GL-BALANCE-RECORD
           END-READ.

           MOVE JOURNAL-EXTRACT-RECORD TO GL-HISTORY-RECORD.
           WRITE GL-HISTORY-RECORD.

           ADD 1 TO AC-POSTED-COUNT.
           ADD GLX-DEBIT-AMOUNT TO AC-POSTED-DEBITS.
           ADD GLX-CREDIT-AMOUNT TO AC-POSTED-CREDITS.

           IF GLX-BUSINESS-DATE > WA-NEW-POSTED-DATE
               MOVE GLX-BUSINESS-DATE TO WA-NEW-POSTED-DATE.

           MOVE "POSTED" TO RDL-DISPOSITION.

      ******************************************************************
      *                                                                *
      *     WRITE THE LINE TO THE GL SUSPENSE FILE WITH ITS REASON     *
      *                                                                *
      ******************************************************************

       B-600-SUSPEND-LINE.

           MOVE JOURNAL-EXTRACT-RECORD TO GLS-JOURNAL-LINE.
           MOVE WA-RUN-DATE TO GLS-SUSPENDED-DATE.
           WRITE GL-SUSPENSE-RECORD.

           ADD 1 TO AC-SUSPENDED-COUNT.

           MOVE GLS-REASON TO RDL-DISPOSITION.
      /
      ******************************************************************
      *                                                                *
      *          LIST ONE JOURNAL LINE AND ITS DISPOSITION             *
      *                                                                *
      ******************************************************************

       C-100-LIST-LINE.

           MOVE GLX-BUSINESS-DATE TO RDL-BUSINESS-DATE.
           MOVE GLX-ACCOUNT-NUMBER TO RDL-ACCOUNT-NUMBER.
           MOVE GLX-ACCOUNT-NAME TO RDL-ACCOUNT-NAME.
           MOVE GLX-SOURCE TO RDL-SOURCE.

           IF GLX-DEBIT-AMOUNT-ALPHA NUMERIC
               MOVE GLX-DEBIT-AMOUNT TO RDL-DEBIT-AMOUNT
           ELSE
               MOVE ZERO TO RDL-DEBIT-AMOUNT.

           IF GLX-CREDIT-AMOUNT-ALPHA NUMERIC
               MOVE GLX-CREDIT-AMOUNT TO RDL-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO RDL-CREDIT-AMOUNT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *               GL POSTING REGISTER HEADING PARAGRAPH            *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RGH-PAGE-COUNT.

           WRITE REGISTER-LINE-OUT FROM RGH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 5 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRAP UP - ADVANCE THE LAST-POSTED DATE AND PRINT THE       *
      *     REGISTER TOTALS. SUSPENDED LINES LEAVE THE LEDGER OUT OF   *
      *     BALANCE UNTIL THEY ARE CLEARED, SO THE REGISTER SAYS SO    *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF WA-NEW-POSTED-DATE > WA-LAST-POSTED-DATE
               OPEN OUTPUT POSTING-CONTROL-FILE
               MOVE WA-NEW-POSTED-DATE TO GPC-LAST-POSTED-DATE
               WRITE POSTING-CONTROL-RECORD
               CLOSE POSTING-CONTROL-FILE.

           MOVE AC-READ-COUNT TO RSL-READ-COUNT.
           MOVE AC-POSTED-COUNT TO RSL-POSTED-COUNT.
           MOVE AC-POSTED-DEBITS TO RSL-DEBIT-DOLLARS.
           MOVE AC-POSTED-CREDITS TO RSL-CREDIT-DOLLARS.
           MOVE AC-SUSPENDED-COUNT TO RSL-SUSPENDED-COUNT.
           MOVE AC-SKIPPED-COUNT TO RSL-SKIPPED-COUNT.

           IF AC-LINE-COUNT > 45
               PERFORM M-500-WRITE-HEADINGS.

           WRITE REGISTER-LINE-OUT FROM RSL-READ-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-POSTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-DEBIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-CREDIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-SUSPENDED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-SKIPPED-TOTAL
             AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN AC-SUSPENDED-COUNT > 0
                   MOVE "** LINES SUSPENDED - LEDGER OUT OF BALANCE **"
                     TO RSL-STATUS-MESSAGE
               WHEN AC-POSTED-DEBITS NOT = AC-POSTED-CREDITS
                   MOVE "** POSTED DEBITS AND CREDITS DISAGREE **"
                     TO RSL-STATUS-MESSAGE
               WHEN OTHER
                   MOVE "POSTING IN BALANCE" TO RSL-STATUS-MESSAGE.

           WRITE REGISTER-LINE-OUT FROM RSL-STATUS-LINE
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE REGISTER-REPORT.

           DISPLAY " ".
           DISPLAY "GL POSTING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
