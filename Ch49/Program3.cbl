       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX49-3.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 29, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRINTS THE MONTH-END TRIAL BALANCE FROM THE    *
      *    GL PERIOD BALANCE FILE POSTED BY VSEX49-2. FOR EVERY        *
      *    ACCOUNT WITH A BALANCE OR ACTIVITY IT SHOWS THE OPENING     *
      *    BALANCE, THE PERIOD'S DEBITS AND CREDITS, AND THE CLOSING   *
      *    BALANCE IN THE DEBIT OR CREDIT COLUMN. ASSET, LIABILITY,    *
      *    AND EQUITY ACCOUNTS CARRY EVERY EARLIER PERIOD FORWARD;     *
      *    REVENUE AND EXPENSE ACCOUNTS START EACH CALENDAR YEAR AT    *
      *    ZERO, AND THEIR EARLIER YEARS ARE SHOWN AS ONE PRIOR        *
      *    YEARS' EARNINGS LINE SO THE COLUMNS STILL BALANCE. THE      *
      *    PERIOD IS TAKEN FROM THE CLOSE PARAMETER FILE, OR DEFAULTS  *
      *    TO THE MONTH BEFORE THE RUN DATE - THE SAME PERIOD THE      *
      *    MONTH-END CLOSE (VSEX17-1) CLOSES. THE TRIAL BALANCE IS     *
      *    THEN TIED TO THE POSTED-DOLLAR SNAPSHOT VSEX17-1 STAMPED    *
      *    ON THE PERIOD WHEN IT CLOSED: THE NET REVENUE THE LEDGER    *
      *    RECEIVED FROM THE LAST SALES UPDATE RUN (VSEX9-3) ON OR     *
      *    BEFORE THE CLOSE DATE MUST EQUAL THE SNAPSHOT. THE RUN      *
      *    ENDS WITH RETURN CODE 8 IF THE TRIAL BALANCE IS OUT OF      *
      *    BALANCE OR DOES NOT TIE.                                    *
      *                                                                *
      *        INPUT:   GLBAL.DAT    - GL PERIOD BALANCE FILE          *
      *                 GLACCT.DAT   - CHART OF ACCOUNTS               *
      *                 GLHIST.DAT   - GL POSTING HISTORY              *
      *                 PERIODCT.DAT - PERIOD CONTROL FILE             *
      *                 CLOSEPRM.DAT - PERIOD TO REPORT (YYYYMM)       *
      *                                                                *
      *        OUTPUT:  VSEX49-3.RPT - TRIAL BALANCE                   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL GL-BALANCE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLBAL
      -    ".DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS GLB-BALANCE-KEY.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLACC
      -    "T.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLHIS
      -    "T.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\PERIO
      -    "DCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CLOSE
      -    "PRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch49\VSEX4
      -    "9-3.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    GL-BALANCE-FILE - PERIOD-TO-DATE DEBITS AND CREDITS BY      *
      *    ACCOUNT AND PERIOD (YYYYMM), POSTED BY VSEX49-2             *
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
      *    GL-HISTORY-FILE - EVERY JOURNAL LINE POSTED TO THE LEDGER,  *
      *    IN THE JOURNAL EXTRACT LAYOUT                               *
      *                                                                *
      ******************************************************************

       FD  GL-HISTORY-FILE.

       01 GL-HISTORY-RECORD.
         02 GLH-BUSINESS-DATE PIC 9(8).
         02 GLH-ACCOUNT-NUMBER PIC X(4).
         02 GLH-ACCOUNT-NAME PIC X(20).
         02 GLH-DEBIT-AMOUNT PIC 9(7)V99.
         02 GLH-CREDIT-AMOUNT PIC 9(7)V99.
         02 GLH-SOURCE PIC X(8).

      ******************************************************************
      *                                                                *
      *    PERIOD-CONTROL-FILE - ACCOUNTING PERIOD STATUS AND THE      *
      *    CLOSING SNAPSHOT STAMPED BY VSEX17-1                        *
      *                                                                *
      ******************************************************************

       FD  PERIOD-CONTROL-FILE.

       01 PERIOD-CONTROL-RECORD.
         02 PCF-PERIOD PIC 9(6).
         02 PCF-STATUS PIC X.
           88 PCF-PERIOD-CLOSED VALUE "C".
         02 PCF-CLOSE-DATE PIC 9(8).
         02 PCF-POSTED-COUNT PIC 9(6).
         02 PCF-POSTED-DOLLARS PIC S9(7)V99.

      ******************************************************************
      *                                                                *
      *    CLOSE-PARM-FILE - THE PERIOD TO REPORT (YYYYMM)             *
      *                                                                *
      ******************************************************************

       FD  CLOSE-PARM-FILE.

       01 CLOSE-PARM-RECORD.
         02 CPR-CLOSE-PERIOD PIC 9(6).

      ******************************************************************
      *                                                                *
      *    TRIAL-BALANCE-REPORT - MONTH-END TRIAL BALANCE              *
      *                                                                *
      ******************************************************************

       FD  TRIAL-BALANCE-REPORT.

       01 TRIAL-LINE-OUT PIC X(110).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-BALANCE-EOF PIC X VALUE "N".
           88 BALANCE-EOF VALUE "Y".

         02 SW-ACCOUNT-EOF PIC X.
           88 ACCOUNT-EOF VALUE "Y".

         02 SW-HISTORY-EOF PIC X.
           88 HISTORY-EOF VALUE "Y".

         02 SW-PERIOD-EOF PIC X.
           88 PERIOD-EOF VALUE "Y".

         02 SW-ACCOUNT-FOUND PIC X.
           88 ACCOUNT-FOUND VALUE "Y".

         02 SW-INCOME-ACCOUNT PIC X.
           88 INCOME-ACCOUNT VALUE "Y".

         02 SW-SNAPSHOT-FOUND PIC X VALUE "N".
           88 SNAPSHOT-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-ACCOUNT-OPENING PIC S9(10)V99.
         02 AC-ACCOUNT-DEBITS PIC 9(10)V99.
         02 AC-ACCOUNT-CREDITS PIC 9(10)V99.
         02 AC-ACCOUNT-CLOSING PIC S9(10)V99.
         02 AC-PRIOR-YEARS-EARNINGS PIC S9(10)V99.
         02 AC-PERIOD-DEBITS PIC 9(10)V99.
         02 AC-PERIOD-CREDITS PIC 9(10)V99.
         02 AC-CLOSING-DEBITS PIC 9(10)V99.
         02 AC-CLOSING-CREDITS PIC 9(10)V99.
         02 AC-TIE-SALES PIC S9(8)V99.
         02 AC-TIE-DIFFERENCE PIC S9(8)V99.
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

         02 WA-REPORT-PERIOD.
           03 WA-REPORT-YEAR PIC 9(4).
           03 WA-REPORT-MONTH PIC 99.

         02 WA-REPORT-PERIOD-N
               REDEFINES WA-REPORT-PERIOD PIC 9(6).

         02 WA-CURRENT-ACCOUNT PIC X(4).
         02 WA-ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
         02 WA-CLOSE-YMD PIC 9(8) VALUE ZERO.
         02 WA-TIE-DATE PIC 9(8) VALUE ZERO.
         02 WA-SNAPSHOT-DOLLARS PIC S9(7)V99 VALUE ZERO.

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
           03 ACT-DESCRIPTION PIC X(20).
           03 ACT-ACCOUNT-TYPE PIC X.
             88 ACT-INCOME-TYPE VALUE "R" "E".
      /
      ******************************************************************
      *                                                                *
      *             REPORT HEADINGS FOR THE TRIAL BALANCE              *
      *                                                                *
      ******************************************************************

       01 TRIAL-HEADINGS.

         02 TBH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 TBH-DATE PIC Z9/99/9999.
           03 PIC X(32) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(39) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 TBH-PAGE-COUNT PIC ZZ9.

         02 TBH-LINE-2.
           03 PIC X(39) VALUE SPACES.
           03 PIC X(25) VALUE "TRIAL BALANCE FOR PERIOD ".
           03 TBH-PERIOD-MONTH PIC 99.
           03 PIC X VALUE "/".
           03 TBH-PERIOD-YEAR PIC 9(4).

         02 TBH-LINE-3.
           03 PIC X(4) VALUE "ACCT".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "DESCRIPTION".
           03 PIC X VALUE SPACE.
           03 PIC X(4) VALUE "TYPE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(15) VALUE "OPENING BALANCE".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "PERIOD DEBITS".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "PERIOD CREDIT".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "CLOSING DEBIT".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "CLOSING CREDT".

         02 TBH-LINE-4.
           03 PIC X(108) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *              DETAIL AND TOTAL LINES FOR THE TRIAL BALANCE      *
      *                                                                *
      ******************************************************************

       01 TRIAL-DETAIL-LINE.
         02 TDL-ACCOUNT-NUMBER PIC X(4).
         02 PIC XX VALUE SPACES.
         02 TDL-DESCRIPTION PIC X(20).
         02 PIC XX VALUE SPACES.
         02 TDL-ACCOUNT-TYPE PIC X.
         02 PIC XXX VALUE SPACES.
         02 TDL-OPENING-BALANCE PIC ZZ,ZZZ,ZZ9.99CR.
         02 PIC XX VALUE SPACES.
         02 TDL-PERIOD-DEBITS PIC ZZ,ZZZ,ZZ9.99.
         02 PIC XX VALUE SPACES.
         02 TDL-PERIOD-CREDITS PIC ZZ,ZZZ,ZZ9.99.
         02 PIC XX VALUE SPACES.
         02 TDL-CLOSING-DEBIT PIC ZZ,ZZZ,ZZ9.99
            BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 TDL-CLOSING-CREDIT PIC ZZ,ZZZ,ZZ9.99
            BLANK WHEN ZERO.

       01 TRIAL-TOTAL-LINE.
         02 PIC X(6) VALUE SPACES.
         02 PIC X(20) VALUE "TOTALS".
         02 PIC X(23) VALUE SPACES.
         02 TTL-PERIOD-DEBITS PIC ZZZ,ZZZ,ZZ9.99.
         02 PIC X VALUE SPACE.
         02 TTL-PERIOD-CREDITS PIC ZZZ,ZZZ,ZZ9.99.
         02 PIC X VALUE SPACE.
         02 TTL-CLOSING-DEBITS PIC ZZZ,ZZZ,ZZ9.99.
         02 PIC X VALUE SPACE.
         02 TTL-CLOSING-CREDITS PIC ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *                                                                *
      *     TIE-OUT LINES - THE LEDGER AGAINST THE VSEX17-1 SNAPSHOT   *
      *                                                                *
      ******************************************************************

       01 TIE-OUT-LINES.

         02 TOL-HEADING.
           03 PIC X(47) VALUE
               "TIE-OUT TO THE PERIOD CLOSE SNAPSHOT (VSEX17-1)".

         02 TOL-SNAPSHOT-LINE.
           03 PIC X(36) VALUE "CLOSING SNAPSHOT POSTED DOLLARS  =  ".
           03 TOL-SNAPSHOT-DOLLARS PIC $Z,ZZZ,ZZZ.99-.

         02 TOL-LEDGER-LINE.
           03 PIC X(36) VALUE "LEDGER NET SALES FROM VSEX9-3    =  ".
           03 TOL-LEDGER-DOLLARS PIC $Z,ZZZ,ZZZ.99-.
           03 PIC X(4) VALUE " ON ".
           03 TOL-LEDGER-DATE PIC 9999/99/99.

         02 TOL-DIFFERENCE-LINE.
           03 PIC X(36) VALUE "DIFFERENCE                       =  ".
           03 TOL-DIFFERENCE PIC $Z,ZZZ,ZZZ.99-.

         02 TOL-MESSAGE-LINE.
           03 PIC X(10) VALUE SPACES.
           03 TOL-MESSAGE PIC X(60).

         02 TOL-STATUS-LINE.
           03 PIC X(10) VALUE SPACES.
           03 TOL-STATUS-MESSAGE PIC X(60).

         02 TOL-END-OF-REPORT.
           03 PIC X(47) VALUE SPACES.
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
           PERFORM B-100-PRINT-TRIAL-BALANCE.
           PERFORM C-100-TIE-TO-SNAPSHOT.
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
           MOVE WA-RUN-DATE TO TBH-DATE.

           PERFORM A-200-SET-REPORT-PERIOD.
           PERFORM A-300-LOAD-ACCOUNT-TABLE.

           MOVE WA-REPORT-MONTH TO TBH-PERIOD-MONTH.
           MOVE WA-REPORT-YEAR TO TBH-PERIOD-YEAR.

           OPEN OUTPUT TRIAL-BALANCE-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

      ******************************************************************
      *                                                                *
      *     SET THE PERIOD FROM THE PARAMETER FILE OR DEFAULT TO THE   *
      *     MONTH BEFORE THE RUN DATE, AS THE PERIOD CLOSE DOES        *
      *                                                                *
      ******************************************************************

       A-200-SET-REPORT-PERIOD.

           MOVE WA-TODAYS-YEAR TO WA-REPORT-YEAR.
           MOVE WA-TODAYS-MONTH TO WA-REPORT-MONTH.

           IF WA-REPORT-MONTH = 1
               MOVE 12 TO WA-REPORT-MONTH
               SUBTRACT 1 FROM WA-REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM WA-REPORT-MONTH.

           OPEN INPUT CLOSE-PARM-FILE.

           READ CLOSE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CPR-CLOSE-PERIOD TO WA-REPORT-PERIOD-N.

           CLOSE CLOSE-PARM-FILE.
      /
      ******************************************************************
      *                                                                *
      *                 LOAD THE CHART OF ACCOUNTS                     *
      *                                                                *
      ******************************************************************

       A-300-LOAD-ACCOUNT-TABLE.

           OPEN INPUT ACCOUNT-MASTER-FILE.

           MOVE "N" TO SW-ACCOUNT-EOF.

           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-ACCOUNT-EOF.

           PERFORM A-310-LOAD-ACCOUNT-ENTRY
             VARYING ACT-INDEX FROM 1 BY 1
             UNTIL ACCOUNT-EOF OR ACT-INDEX > 300.

           CLOSE ACCOUNT-MASTER-FILE.

       A-310-LOAD-ACCOUNT-ENTRY.

           MOVE GLA-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER(ACT-INDEX).
           MOVE GLA-DESCRIPTION TO ACT-DESCRIPTION(ACT-INDEX).
           MOVE GLA-ACCOUNT-TYPE TO ACT-ACCOUNT-TYPE(ACT-INDEX).
           MOVE ACT-INDEX TO WA-ACCOUNT-COUNT.

           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-ACCOUNT-EOF.
      /
      ******************************************************************
      *                                                                *
      *     READ THE BALANCE FILE IN ACCOUNT/PERIOD ORDER, BREAKING    *
      *     ON ACCOUNT NUMBER                                          *
      *                                                                *
      ******************************************************************

       B-100-PRINT-TRIAL-BALANCE.

           OPEN INPUT GL-BALANCE-FILE.

           READ GL-BALANCE-FILE
               AT END
                   MOVE "Y" TO SW-BALANCE-EOF.

           PERFORM B-200-PROCESS-ACCOUNT
             UNTIL BALANCE-EOF.

           CLOSE GL-BALANCE-FILE.

           IF AC-PRIOR-YEARS-EARNINGS NOT = ZERO
               PERFORM B-500-PRINT-PRIOR-EARNINGS.

           MOVE AC-PERIOD-DEBITS TO TTL-PERIOD-DEBITS.
           MOVE AC-PERIOD-CREDITS TO TTL-PERIOD-CREDITS.
           MOVE AC-CLOSING-DEBITS TO TTL-CLOSING-DEBITS.
           MOVE AC-CLOSING-CREDITS TO TTL-CLOSING-CREDITS.

           WRITE TRIAL-LINE-OUT FROM TBH-LINE-4
             AFTER ADVANCING 1 LINE.
           WRITE TRIAL-LINE-OUT FROM TRIAL-TOTAL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 2 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     ACCUMULATE EVERY PERIOD RECORD OF ONE ACCOUNT AND PRINT    *
      *     ITS TRIAL BALANCE LINE                                     *
      *                                                                *
      ******************************************************************

       B-200-PROCESS-ACCOUNT.

           MOVE GLB-ACCOUNT-NUMBER TO WA-CURRENT-ACCOUNT.
           MOVE ZERO TO AC-ACCOUNT-OPENING.
           MOVE ZERO TO AC-ACCOUNT-DEBITS.
           MOVE ZERO TO AC-ACCOUNT-CREDITS.

           PERFORM B-250-FIND-ACCOUNT.

           PERFORM B-300-ACCUMULATE-PERIOD
             UNTIL BALANCE-EOF OR
                   GLB-ACCOUNT-NUMBER NOT = WA-CURRENT-ACCOUNT.

           IF AC-ACCOUNT-OPENING NOT = ZERO OR
              AC-ACCOUNT-DEBITS NOT = ZERO OR
              AC-ACCOUNT-CREDITS NOT = ZERO
               PERFORM B-400-PRINT-ACCOUNT.

      ******************************************************************
      *                                                                *
      *     LOOK THE ACCOUNT UP ON THE CHART - AN ACCOUNT DELETED      *
      *     FROM THE CHART STILL PRINTS, FLAGGED, AS A BALANCE         *
      *     SHEET ACCOUNT                                              *
      *                                                                *
      ******************************************************************

       B-250-FIND-ACCOUNT.

           MOVE "N" TO SW-ACCOUNT-FOUND.
           MOVE "N" TO SW-INCOME-ACCOUNT.
           MOVE "** NOT ON CHART **" TO TDL-DESCRIPTION.
           MOVE SPACE TO TDL-ACCOUNT-TYPE.

           IF WA-ACCOUNT-COUNT > 0
               SET ACT-INDEX TO 1
               SEARCH ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACT-ACCOUNT-NUMBER(ACT-INDEX) =
                        WA-CURRENT-ACCOUNT
                       MOVE "Y" TO SW-ACCOUNT-FOUND
                       MOVE ACT-DESCRIPTION(ACT-INDEX)
                         TO TDL-DESCRIPTION
                       MOVE ACT-ACCOUNT-TYPE(ACT-INDEX)
                         TO TDL-ACCOUNT-TYPE
                       IF ACT-INCOME-TYPE(ACT-INDEX)
                           MOVE "Y" TO SW-INCOME-ACCOUNT.

      ******************************************************************
      *                                                                *
      *     ONE PERIOD RECORD - EARLIER PERIODS BUILD THE OPENING      *
      *     BALANCE (REVENUE AND EXPENSE ONLY WITHIN THE YEAR, EARLIER *
      *     YEARS GO TO PRIOR YEARS' EARNINGS), THE REPORT PERIOD IS   *
      *     THE PERIOD ACTIVITY, AND LATER PERIODS ARE IGNORED         *
      *                                                                *
      ******************************************************************

       B-300-ACCUMULATE-PERIOD.

           EVALUATE TRUE
               WHEN GLB-PERIOD = WA-REPORT-PERIOD-N
                   ADD GLB-PERIOD-DEBITS TO AC-ACCOUNT-DEBITS
                   ADD GLB-PERIOD-CREDITS TO AC-ACCOUNT-CREDITS
               WHEN GLB-PERIOD > WA-REPORT-PERIOD-N
                   CONTINUE
               WHEN INCOME-ACCOUNT AND
                    GLB-PERIOD(1:4) NOT = WA-REPORT-YEAR
                   COMPUTE AC-PRIOR-YEARS-EARNINGS =
                       AC-PRIOR-YEARS-EARNINGS +
                       GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS
               WHEN OTHER
                   COMPUTE AC-ACCOUNT-OPENING = AC-ACCOUNT-OPENING +
                       GLB-PERIOD-DEBITS - GLB-PERIOD-CREDITS.

           READ GL-BALANCE-FILE
               AT END
                   MOVE "Y" TO SW-BALANCE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     PRINT ONE ACCOUNT - THE CLOSING BALANCE GOES IN THE DEBIT  *
      *     COLUMN WHEN IT IS A DEBIT, THE CREDIT COLUMN OTHERWISE     *
      *                                                                *
      ******************************************************************

       B-400-PRINT-ACCOUNT.

           COMPUTE AC-ACCOUNT-CLOSING = AC-ACCOUNT-OPENING +
               AC-ACCOUNT-DEBITS - AC-ACCOUNT-CREDITS.

           MOVE WA-CURRENT-ACCOUNT TO TDL-ACCOUNT-NUMBER.
           MOVE AC-ACCOUNT-OPENING TO TDL-OPENING-BALANCE.
           MOVE AC-ACCOUNT-DEBITS TO TDL-PERIOD-DEBITS.
           MOVE AC-ACCOUNT-CREDITS TO TDL-PERIOD-CREDITS.

           ADD AC-ACCOUNT-DEBITS TO AC-PERIOD-DEBITS.
           ADD AC-ACCOUNT-CREDITS TO AC-PERIOD-CREDITS.

           PERFORM B-450-SET-CLOSING-COLUMNS.

           PERFORM M-510-WRITE-DETAIL-LINE.

       B-450-SET-CLOSING-COLUMNS.

           IF AC-ACCOUNT-CLOSING < ZERO
               MOVE ZERO TO TDL-CLOSING-DEBIT
               COMPUTE TDL-CLOSING-CREDIT = 0 - AC-ACCOUNT-CLOSING
               SUBTRACT AC-ACCOUNT-CLOSING FROM AC-CLOSING-CREDITS
           ELSE
               MOVE AC-ACCOUNT-CLOSING TO TDL-CLOSING-DEBIT
               MOVE ZERO TO TDL-CLOSING-CREDIT
               ADD AC-ACCOUNT-CLOSING TO AC-CLOSING-DEBITS.

      ******************************************************************
      *                                                                *
      *     PRINT THE NET OF REVENUE AND EXPENSE FROM EARLIER YEARS    *
      *                                                                *
      ******************************************************************

       B-500-PRINT-PRIOR-EARNINGS.

           MOVE SPACES TO TDL-ACCOUNT-NUMBER.
           MOVE "PRIOR YEARS' EARNINGS" TO TDL-DESCRIPTION.
           MOVE "Q" TO TDL-ACCOUNT-TYPE.
           MOVE AC-PRIOR-YEARS-EARNINGS TO TDL-OPENING-BALANCE.
           MOVE ZERO TO TDL-PERIOD-DEBITS.
           MOVE ZERO TO TDL-PERIOD-CREDITS.
           MOVE AC-PRIOR-YEARS-EARNINGS TO AC-ACCOUNT-CLOSING.

           PERFORM B-450-SET-CLOSING-COLUMNS.

           PERFORM M-510-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *                                                                *
      *     TIE THE LEDGER TO THE VSEX17-1 CLOSING SNAPSHOT. THE       *
      *     SNAPSHOT IS THE POSTED DOLLARS OF THE LAST SALES UPDATE    *
      *     RUN BEFORE THE CLOSE, SO IT IS COMPARED TO THE NET         *
      *     REVENUE THE LEDGER RECEIVED FROM VSEX9-3 ON THE LATEST     *
      *     BUSINESS DATE ON OR BEFORE THE CLOSE DATE                  *
      *                                                                *
      ******************************************************************

       C-100-TIE-TO-SNAPSHOT.

           PERFORM C-200-FIND-SNAPSHOT.

           IF SNAPSHOT-FOUND
               PERFORM C-300-SCAN-HISTORY.

      ******************************************************************
      *                                                                *
      *     FIND THE REPORT PERIOD ON THE PERIOD CONTROL FILE - ONLY   *
      *     A CLOSED PERIOD CARRIES A SNAPSHOT                         *
      *                                                                *
      ******************************************************************

       C-200-FIND-SNAPSHOT.

           OPEN INPUT PERIOD-CONTROL-FILE.

           MOVE "N" TO SW-PERIOD-EOF.

           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO SW-PERIOD-EOF.

           PERFORM C-210-CHECK-PERIOD-RECORD
             UNTIL PERIOD-EOF.

           CLOSE PERIOD-CONTROL-FILE.

       C-210-CHECK-PERIOD-RECORD.

           IF PCF-PERIOD = WA-REPORT-PERIOD-N AND PCF-PERIOD-CLOSED
               MOVE "Y" TO SW-SNAPSHOT-FOUND
               MOVE PCF-POSTED-DOLLARS TO WA-SNAPSHOT-DOLLARS
               MOVE PCF-CLOSE-DATE(5:4) TO WA-CLOSE-YMD(1:4)
               MOVE PCF-CLOSE-DATE(1:2) TO WA-CLOSE-YMD(5:2)
               MOVE PCF-CLOSE-DATE(3:2) TO WA-CLOSE-YMD(7:2).

           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO SW-PERIOD-EOF.

      ******************************************************************
      *                                                                *
      *     SCAN THE POSTING HISTORY FOR THE LATEST VSEX9-3 BUSINESS   *
      *     DATE ON OR BEFORE THE CLOSE, NETTING THE REVENUE LINES     *
      *     POSTED THAT DATE                                           *
      *                                                                *
      ******************************************************************

       C-300-SCAN-HISTORY.

           OPEN INPUT GL-HISTORY-FILE.

           MOVE "N" TO SW-HISTORY-EOF.

           READ GL-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.

           PERFORM C-310-CHECK-HISTORY-LINE
             UNTIL HISTORY-EOF.

           CLOSE GL-HISTORY-FILE.

           COMPUTE AC-TIE-DIFFERENCE =
               WA-SNAPSHOT-DOLLARS - AC-TIE-SALES.

       C-310-CHECK-HISTORY-LINE.

           IF GLH-SOURCE = "VSEX9-3" AND
              GLH-BUSINESS-DATE NOT > WA-CLOSE-YMD AND
              GLH-BUSINESS-DATE NOT < WA-TIE-DATE
               IF GLH-BUSINESS-DATE > WA-TIE-DATE
                   MOVE GLH-BUSINESS-DATE TO WA-TIE-DATE
                   MOVE ZERO TO AC-TIE-SALES
                   PERFORM C-320-ADD-REVENUE-LINE
               ELSE
                   PERFORM C-320-ADD-REVENUE-LINE.

           READ GL-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.

       C-320-ADD-REVENUE-LINE.

           IF WA-ACCOUNT-COUNT > 0
               SET ACT-INDEX TO 1
               SEARCH ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ACT-ACCOUNT-NUMBER(ACT-INDEX) =
                        GLH-ACCOUNT-NUMBER
                       IF ACT-ACCOUNT-TYPE(ACT-INDEX) = "R"
                           COMPUTE AC-TIE-SALES = AC-TIE-SALES +
                               GLH-CREDIT-AMOUNT - GLH-DEBIT-AMOUNT.
      /
      ******************************************************************
      *                                                                *
      *              TRIAL BALANCE HEADING PARAGRAPH                   *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO TBH-PAGE-COUNT.

           WRITE TRIAL-LINE-OUT FROM TBH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE TRIAL-LINE-OUT FROM TBH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE TRIAL-LINE-OUT FROM TBH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE TRIAL-LINE-OUT FROM TBH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 5 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                WRITE ONE TRIAL BALANCE LINE                    *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE TRIAL-LINE-OUT FROM TRIAL-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRAP UP - PRINT THE TIE-OUT. THE RUN ENDS WITH RETURN      *
      *     CODE 8 WHEN THE TRIAL BALANCE IS OUT OF BALANCE OR THE     *
      *     LEDGER DOES NOT TIE TO THE CLOSING SNAPSHOT                *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT > 45
               PERFORM M-500-WRITE-HEADINGS.

           WRITE TRIAL-LINE-OUT FROM TOL-HEADING
             AFTER ADVANCING 3 LINES.

           IF SNAPSHOT-FOUND
               MOVE WA-SNAPSHOT-DOLLARS TO TOL-SNAPSHOT-DOLLARS
               MOVE AC-TIE-SALES TO TOL-LEDGER-DOLLARS
               MOVE WA-TIE-DATE TO TOL-LEDGER-DATE
               MOVE AC-TIE-DIFFERENCE TO TOL-DIFFERENCE
               WRITE TRIAL-LINE-OUT FROM TOL-SNAPSHOT-LINE
                 AFTER ADVANCING 2 LINES
               WRITE TRIAL-LINE-OUT FROM TOL-LEDGER-LINE
                 AFTER ADVANCING 1 LINE
               WRITE TRIAL-LINE-OUT FROM TOL-DIFFERENCE-LINE
                 AFTER ADVANCING 1 LINE
               IF AC-TIE-DIFFERENCE = ZERO
                   MOVE "LEDGER TIES TO THE CLOSING SNAPSHOT"
                     TO TOL-MESSAGE
               ELSE
                   MOVE "** LEDGER DOES NOT TIE TO CLOSING SNAPSHOT **"
                     TO TOL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "PERIOD NOT CLOSED - NO CLOSING SNAPSHOT TO TIE TO"
                 TO TOL-MESSAGE.

           WRITE TRIAL-LINE-OUT FROM TOL-MESSAGE-LINE
             AFTER ADVANCING 2 LINES.

           IF AC-PERIOD-DEBITS = AC-PERIOD-CREDITS AND
              AC-CLOSING-DEBITS = AC-CLOSING-CREDITS
               MOVE "TRIAL BALANCE IN BALANCE" TO TOL-STATUS-MESSAGE
           ELSE
               MOVE "** TRIAL BALANCE OUT OF BALANCE **"
                 TO TOL-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE.

           WRITE TRIAL-LINE-OUT FROM TOL-STATUS-LINE
             AFTER ADVANCING 1 LINE.
           WRITE TRIAL-LINE-OUT FROM TOL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE TRIAL-BALANCE-REPORT.

           DISPLAY " ".
           DISPLAY "TRIAL BALANCE PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
