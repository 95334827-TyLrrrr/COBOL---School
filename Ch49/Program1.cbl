       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX49-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 29, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM MAINTAINS THE GENERAL LEDGER CHART OF          *
      *    ACCOUNTS. EVERY JOURNAL LINE THE GL POSTING RUN (VSEX49-2)  *
      *    ACCUMULATES MUST CARRY AN ACTIVE ACCOUNT ON THIS CHART.     *
      *    EACH CHART RECORD CARRIES THE ACCOUNT NUMBER, DESCRIPTION,  *
      *    ACCOUNT TYPE - A ASSET, L LIABILITY, Q EQUITY, R REVENUE,   *
      *    E EXPENSE - THE NORMAL BALANCE (D DEBIT OR C CREDIT), AND   *
      *    STATUS - A FOR ACTIVE, I FOR INACTIVE. AN INACTIVE ACCOUNT  *
      *    KEEPS ITS BALANCES BUT TAKES NO NEW POSTINGS. WHEN AN ADD   *
      *    LEAVES THE NORMAL BALANCE BLANK IT IS TAKEN FROM THE TYPE - *
      *    DEBIT FOR ASSETS AND EXPENSES, CREDIT FOR THE REST. ADD,    *
      *    CHANGE, AND DELETE TRANSACTIONS ARE SORTED BY ACCOUNT       *
      *    NUMBER AND MATCHED AGAINST THE OLD CHART TO PRODUCE A NEW   *
      *    CHART AND AN EDIT LIST SHOWING THE DISPOSITION OF EVERY     *
      *    TRANSACTION, THE SAME WAY THE STORE MASTER (VSEX37-1) IS    *
      *    MAINTAINED. EVERY TRANSACTION MUST CARRY THE KEYING         *
      *    OPERATOR'S ID AND A REASON CODE, AND EVERY FIELD AN         *
      *    APPLIED TRANSACTION TOUCHES IS APPENDED TO THE SHARED       *
      *    CHANGE JOURNAL (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.   *
      *                                                                *
      *        INPUT:   GLACTRAN.DAT - CHART OF ACCOUNTS TRANSACTIONS  *
      *                 GLACCT.DAT   - OLD CHART OF ACCOUNTS           *
      *                                                                *
      *        OUTPUT:  GLACCT.NEW   - NEW CHART OF ACCOUNTS           *
      *                 VSEX49-1.RPT - CHART OF ACCOUNTS EDIT LIST     *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
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

           SELECT ACCOUNT-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLACT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch49\STRAN
      -    "GLA.DAT".

           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLACC
      -    "T.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\GLACC
      -    "T.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch49\VSEX4
      -    "9-1.RPT".

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    ACCOUNT TRANSACTION FILE - ADD/CHANGE/DELETE TRANSACTIONS   *
      *                                                                *
      ******************************************************************

       FD  ACCOUNT-TRANSACTION-FILE.

       01 ACCOUNT-TRANSACTION-RECORD.
         02 ATR-TRANSACTION-CODE PIC X.
         02 ATR-ACCOUNT-NUMBER PIC X(4).
         02 ATR-DESCRIPTION PIC X(20).
         02 ATR-ACCOUNT-TYPE PIC X.
         02 ATR-NORMAL-BALANCE PIC X.
         02 ATR-STATUS PIC X.
         02 ATR-OPERATOR-ID PIC X(6).
         02 ATR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *         SORT FILE - SORT TRANSACTIONS BY ACCOUNT NUMBER        *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-ACCOUNT-NUMBER PIC X(4).
         02 PIC X(31).

      ******************************************************************
      *                                                                *
      *    SORTED TRANSACTION FILE - TRANSACTIONS IN ACCOUNT SEQUENCE  *
      *                                                                *
      ******************************************************************

       FD  SORTED-TRANSACTION-FILE.

       01 SORTED-TRAN-RECORD.
         02 STR-TRANSACTION-CODE PIC X.
           88 ADD-TRANSACTION VALUE "A".
           88 CHANGE-TRANSACTION VALUE "C".
           88 DELETE-TRANSACTION VALUE "D".
         02 STR-ACCOUNT-NUMBER PIC X(4).
         02 STR-DESCRIPTION PIC X(20).
         02 STR-ACCOUNT-TYPE PIC X.
           88 STR-VALID-TYPE VALUE "A" "L" "Q" "R" "E".
           88 STR-DEBIT-TYPE VALUE "A" "E".
         02 STR-NORMAL-BALANCE PIC X.
           88 STR-VALID-NORMAL-BALANCE VALUE "D" "C" " ".
         02 STR-STATUS PIC X.
           88 STR-VALID-STATUS VALUE "A" "I" " ".
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *      OLD MASTER FILE - CHART OF ACCOUNTS BEFORE UPDATE         *
      *                                                                *
      ******************************************************************

       FD  OLD-MASTER-FILE.

       01 OLD-MASTER-RECORD.
         02 OMR-ACCOUNT-NUMBER PIC X(4).
         02 OMR-DESCRIPTION PIC X(20).
         02 OMR-ACCOUNT-TYPE PIC X.
         02 OMR-NORMAL-BALANCE PIC X.
         02 OMR-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *      NEW MASTER FILE - CHART OF ACCOUNTS AFTER UPDATE          *
      *                                                                *
      ******************************************************************

       FD  NEW-MASTER-FILE.

       01 NEW-MASTER-RECORD.
         02 NMR-ACCOUNT-NUMBER PIC X(4).
         02 NMR-DESCRIPTION PIC X(20).
         02 NMR-ACCOUNT-TYPE PIC X.
         02 NMR-NORMAL-BALANCE PIC X.
         02 NMR-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *       EDIT LIST REPORT - DISPOSITION OF EVERY TRANSACTION      *
      *                                                                *
      ******************************************************************

       FD  EDIT-LIST-REPORT.

       01 EDIT-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    CHANGE-JOURNAL-FILE - THE SHARED CHANGE JOURNAL FOR THE     *
      *    REFERENCE MASTERS. EVERY FIELD AN APPLIED ADD, CHANGE, OR   *
      *    DELETE TOUCHES IS APPENDED WITH ITS OLD AND NEW VALUES,     *
      *    THE OPERATOR AND REASON CODE KEYED ON THE TRANSACTION, AND  *
      *    THE DATE AND TIME                                           *
      *                                                                *
      ******************************************************************

       FD  CHANGE-JOURNAL-FILE.

       01 CHANGE-JOURNAL-RECORD.
         02 CJR-MASTER-NAME PIC X(8).
         02 CJR-RECORD-KEY PIC X(24).
         02 CJR-ACTION PIC X.
           88 CJR-ADDED VALUE "A".
           88 CJR-DELETED VALUE "D".
         02 CJR-FIELD-NAME PIC X(13).
         02 CJR-OLD-VALUE PIC X(20).
         02 CJR-NEW-VALUE PIC X(20).
         02 CJR-OPERATOR-ID PIC X(6).
         02 CJR-REASON-CODE PIC XX.
         02 CJR-CHANGE-DATE PIC 9(8).
         02 CJR-CHANGE-TIME PIC 9(6).
         02 CJR-PROGRAM-NAME PIC X(8).
      /
       WORKING-STORAGE SECTION.
      ************************

       01 SWITCHES.

         02 SW-OLD-MASTER-EOF PIC X VALUE "N".
           88 OLD-MASTER-EOF VALUE "Y".

         02 SW-TRANSACTION-EOF PIC X VALUE "N".
           88 TRANSACTION-EOF VALUE "Y".

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-ADDED-COUNT PIC 999.
         02 AC-CHANGED-COUNT PIC 999.
         02 AC-DELETED-COUNT PIC 999.
         02 AC-REJECTED-COUNT PIC 999.

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

         02 WA-CURRENT-STAMP PIC X(21).

      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE CHART OF ACCOUNTS EDIT LIST        *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-HEADINGS.

         02 ELH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 ELH-RUN-DATE PIC Z9/99/9999.
           03 PIC X(15) VALUE SPACES.
           03 PIC X(33) VALUE "CHART OF ACCOUNTS MAINTENANCE".

         02 ELH-LINE-2.
           03 PIC X(4) VALUE "CODE".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(4) VALUE "ACCT".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(20) VALUE "DESCRIPTION".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(4) VALUE "TYPE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(3) VALUE "NML".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(2) VALUE "ST".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(7) VALUE "MESSAGE".

         02 ELH-LINE-3.
           03 PIC X(78) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *      DETAIL LINE FOR THE CHART OF ACCOUNTS EDIT LIST           *
      *                                                                *
      ******************************************************************

       01 EDIT-DETAIL-LINE.

         02 EDL-TRANSACTION-CODE PIC X.
         02 PIC X(6) VALUE SPACES.
         02 EDL-ACCOUNT-NUMBER PIC X(4).
         02 PIC X(3) VALUE SPACES.
         02 EDL-DESCRIPTION PIC X(20).
         02 PIC X(3) VALUE SPACES.
         02 EDL-ACCOUNT-TYPE PIC X.
         02 PIC X(4) VALUE SPACES.
         02 EDL-NORMAL-BALANCE PIC X.
         02 PIC X(4) VALUE SPACES.
         02 EDL-STATUS PIC X.
         02 PIC X(4) VALUE SPACES.
         02 EDL-MESSAGE PIC X(25).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE CHART OF ACCOUNTS EDIT LIST         *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-SUMMARY.

         02 ELS-ADDED-TOTAL.
           03 PIC X(30) VALUE "TOTAL ACCOUNTS ADDED       =  ".
           03 ELS-ADDED-COUNT PIC ZZ9.

         02 ELS-CHANGED-TOTAL.
           03 PIC X(30) VALUE "TOTAL ACCOUNTS CHANGED     =  ".
           03 ELS-CHANGED-COUNT PIC ZZ9.

         02 ELS-DELETED-TOTAL.
           03 PIC X(30) VALUE "TOTAL ACCOUNTS DELETED     =  ".
           03 ELS-DELETED-COUNT PIC ZZ9.

         02 ELS-REJECTED-TOTAL.
           03 PIC X(30) VALUE "TOTAL REJECTED             =  ".
           03 ELS-REJECTED-COUNT PIC ZZ9.

         02 ELS-END-OF-REPORT.
           03 PIC X(21) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
      *******************

       MAIN-PROGRAM.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-SORT-TRANSACTIONS.
           PERFORM C-100-UPDATE-MASTER.
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
           MOVE WA-RUN-DATE TO ELH-RUN-DATE.

           OPEN OUTPUT EDIT-LIST-REPORT.

           PERFORM M-500-WRITE-HEADINGS.
      /
      ******************************************************************
      *                                                                *
      *           SORT THE TRANSACTION FILE BY ACCOUNT NUMBER          *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-ACCOUNT-NUMBER
             USING ACCOUNT-TRANSACTION-FILE
             GIVING SORTED-TRANSACTION-FILE.
      /
      ******************************************************************
      *                                                                *
      *         MATCH-MERGE THE TRANSACTIONS AGAINST THE OLD CHART     *
      *                                                                *
      ******************************************************************

       C-100-UPDATE-MASTER.

           OPEN INPUT OLD-MASTER-FILE
                      SORTED-TRANSACTION-FILE
                OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM C-200-UPDATE-RECORDS
             UNTIL OLD-MASTER-EOF AND TRANSACTION-EOF.

           MOVE AC-ADDED-COUNT TO ELS-ADDED-COUNT.
           MOVE AC-CHANGED-COUNT TO ELS-CHANGED-COUNT.
           MOVE AC-DELETED-COUNT TO ELS-DELETED-COUNT.
           MOVE AC-REJECTED-COUNT TO ELS-REJECTED-COUNT.

           WRITE EDIT-LINE-OUT FROM ELS-ADDED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELS-CHANGED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-DELETED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE OLD-MASTER-FILE
                 SORTED-TRANSACTION-FILE
                 NEW-MASTER-FILE
                 CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *
      *             DISPATCH ONE STEP OF THE MATCH-MERGE               *
      *                                                                *
      ******************************************************************

       C-200-UPDATE-RECORDS.

           EVALUATE TRUE
               WHEN OMR-ACCOUNT-NUMBER < STR-ACCOUNT-NUMBER
                   PERFORM C-300-COPY-UNCHANGED-MASTER
               WHEN OMR-ACCOUNT-NUMBER > STR-ACCOUNT-NUMBER
                   PERFORM C-400-APPLY-UNMATCHED-TRANSACTION
               WHEN OTHER
                   PERFORM C-500-APPLY-MATCHED-TRANSACTION.
      /
      ******************************************************************
      *                                                                *
      *       NO TRANSACTION FOR THIS CHART RECORD - COPY IT AS-IS     *
      *                                                                *
      ******************************************************************

       C-300-COPY-UNCHANGED-MASTER.

           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-OLD-MASTER-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION HAS NO MATCHING CHART RECORD - ONLY AN ADD     *
      *     CARRYING AN OPERATOR AND REASON, A NUMERIC ACCOUNT         *
      *     NUMBER, A DESCRIPTION, A VALID TYPE, NORMAL BALANCE, AND   *
      *     STATUS IS APPLIED. A BLANK STATUS ADDS AN ACTIVE ACCOUNT   *
      *     AND A BLANK NORMAL BALANCE IS TAKEN FROM THE ACCOUNT TYPE  *
      *                                                                *
      ******************************************************************

       C-400-APPLY-UNMATCHED-TRANSACTION.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN NOT ADD-TRANSACTION
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "ACCOUNT NOT FOUND" TO EDL-MESSAGE
               WHEN STR-ACCOUNT-NUMBER NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID ACCOUNT NUMBER" TO EDL-MESSAGE
               WHEN STR-DESCRIPTION = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "DESCRIPTION MISSING" TO EDL-MESSAGE
               WHEN NOT STR-VALID-TYPE
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID ACCOUNT TYPE" TO EDL-MESSAGE
               WHEN NOT STR-VALID-NORMAL-BALANCE
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID NORMAL BALANCE" TO EDL-MESSAGE
               WHEN NOT STR-VALID-STATUS
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE STR-ACCOUNT-NUMBER TO NMR-ACCOUNT-NUMBER
                   MOVE STR-DESCRIPTION TO NMR-DESCRIPTION
                   MOVE STR-ACCOUNT-TYPE TO NMR-ACCOUNT-TYPE
                   MOVE STR-NORMAL-BALANCE TO NMR-NORMAL-BALANCE
                   MOVE STR-STATUS TO NMR-STATUS
                   IF STR-NORMAL-BALANCE = SPACE
                       IF STR-DEBIT-TYPE
                           MOVE "D" TO NMR-NORMAL-BALANCE
                       ELSE
                           MOVE "C" TO NMR-NORMAL-BALANCE
                       END-IF
                   END-IF
                   IF STR-STATUS = SPACE
                       MOVE "A" TO NMR-STATUS
                   END-IF
                   PERFORM M-600-JOURNAL-ACCOUNT
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "ACCOUNT ADDED" TO EDL-MESSAGE.

           PERFORM C-600-LIST-TRANSACTION.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-TRANSACTION-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION MATCHES AN EXISTING CHART RECORD               *
      *                                                                *
      ******************************************************************

       C-500-APPLY-MATCHED-TRANSACTION.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "DUPLICATE ACCOUNT NUMBER" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-ACCOUNT-TYPE NOT = SPACE AND
                    NOT STR-VALID-TYPE
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID ACCOUNT TYPE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    NOT STR-VALID-NORMAL-BALANCE
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID NORMAL BALANCE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND NOT STR-VALID-STATUS
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   PERFORM M-600-JOURNAL-ACCOUNT
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "ACCOUNT CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-ACCOUNT
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "ACCOUNT DELETED" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TRANSACTION CODE" TO EDL-MESSAGE.

           PERFORM C-600-LIST-TRANSACTION.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-TRANSACTION-EOF.

      ******************************************************************
      *                                                                *
      *     MOVE WHICHEVER FIELDS THE CHANGE TRANSACTION CARRIED -     *
      *     A FIELD LEFT BLANK LEAVES THE CHART FIELD UNCHANGED        *
      *                                                                *
      ******************************************************************

       C-510-APPLY-CHANGE-FIELDS.

           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD.

           IF STR-DESCRIPTION NOT = SPACES
               MOVE STR-DESCRIPTION TO NMR-DESCRIPTION.

           IF STR-ACCOUNT-TYPE NOT = SPACE
               MOVE STR-ACCOUNT-TYPE TO NMR-ACCOUNT-TYPE.

           IF STR-NORMAL-BALANCE NOT = SPACE
               MOVE STR-NORMAL-BALANCE TO NMR-NORMAL-BALANCE.

           IF STR-STATUS NOT = SPACE
               MOVE STR-STATUS TO NMR-STATUS.
      /
      ******************************************************************
      *                                                                *
      *          LIST ONE TRANSACTION AND ITS DISPOSITION              *
      *                                                                *
      ******************************************************************

       C-600-LIST-TRANSACTION.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-ACCOUNT-NUMBER TO EDL-ACCOUNT-NUMBER.
           MOVE STR-DESCRIPTION TO EDL-DESCRIPTION.
           MOVE STR-ACCOUNT-TYPE TO EDL-ACCOUNT-TYPE.
           MOVE STR-NORMAL-BALANCE TO EDL-NORMAL-BALANCE.
           MOVE STR-STATUS TO EDL-STATUS.
           PERFORM M-510-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *                                                                *
      *                   WRITE EDIT LIST HEADINGS                     *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           MOVE 0 TO AC-LINE-COUNT.

           WRITE EDIT-LINE-OUT FROM ELH-LINE-1 AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELH-LINE-2 AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELH-LINE-3 AFTER ADVANCING 1 LINE.
           ADD 5 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                WRITE ONE EDIT LIST DETAIL LINE                 *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EDIT-LINE-OUT FROM EDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED CHART TRANSACTION, FIELD BY FIELD, OLD  *
      *     CHART RECORD AGAINST NEW                                   *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-ACCOUNT.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "GLACCT" TO CJR-MASTER-NAME.
           MOVE STR-ACCOUNT-NUMBER TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX49-1" TO CJR-PROGRAM-NAME.

           MOVE "DESCRIPTION" TO CJR-FIELD-NAME.
           MOVE OMR-DESCRIPTION TO CJR-OLD-VALUE.
           MOVE NMR-DESCRIPTION TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "ACCOUNT TYPE" TO CJR-FIELD-NAME.
           MOVE OMR-ACCOUNT-TYPE TO CJR-OLD-VALUE.
           MOVE NMR-ACCOUNT-TYPE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "NORMAL BAL" TO CJR-FIELD-NAME.
           MOVE OMR-NORMAL-BALANCE TO CJR-OLD-VALUE.
           MOVE NMR-NORMAL-BALANCE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STATUS" TO CJR-FIELD-NAME.
           MOVE OMR-STATUS TO CJR-OLD-VALUE.
           MOVE NMR-STATUS TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

      ******************************************************************
      *                                                                *
      *     WRITE ONE FIELD TO THE CHANGE JOURNAL. AN ADD JOURNALS     *
      *     EVERY FIELD OF THE NEW RECORD AND A DELETE EVERY FIELD OF  *
      *     THE OLD ONE - A CHANGE JOURNALS ONLY THE FIELDS WHOSE      *
      *     VALUE MOVED                                                *
      *                                                                *
      ******************************************************************

       M-610-JOURNAL-FIELD.

           IF CJR-ADDED
               MOVE SPACES TO CJR-OLD-VALUE.

           IF CJR-DELETED
               MOVE SPACES TO CJR-NEW-VALUE.

           IF CJR-ADDED OR CJR-DELETED OR
              CJR-OLD-VALUE NOT = CJR-NEW-VALUE
               WRITE CHANGE-JOURNAL-RECORD.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           CLOSE EDIT-LIST-REPORT.

           DISPLAY " ".
           DISPLAY "CHART OF ACCOUNTS MAINTENANCE HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
