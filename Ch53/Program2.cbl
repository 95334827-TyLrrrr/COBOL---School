       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX53-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 26, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM MAINTAINS THE CHARGE ACCOUNT MASTER FOR THE    *
      *    ABC DEPARTMENT STORE. EACH MASTER RECORD CARRIES THE        *
      *    ACCOUNT NUMBER, CUSTOMER NAME, CREDIT LIMIT, CURRENT        *
      *    BALANCE, STATUS - O OPEN, H ON CREDIT HOLD, C CLOSED - THE  *
      *    OPEN DATE, AND THE DATE THE STATUS LAST CHANGED. THE        *
      *    BALANCE IS NOT KEYED HERE - IT IS KEPT BY THE NIGHTLY       *
      *    ACCOUNT RUN (VSEX53-3) FOR PURCHASES, BY PAYMENT POSTING    *
      *    (VSEX28-1), AND BY FINANCE CHARGE POSTING (VSEX30-1). AN    *
      *    ADD LEAVING THE LIMIT BLANK GETS THE STANDARD LIMIT, A      *
      *    BLANK STATUS OPENS THE ACCOUNT, AND A BLANK OPEN DATE       *
      *    TAKES THE RUN DATE. A CHANGE MOVES ONLY THE FIELDS KEYED,   *
      *    AND A STATUS CHANGE IS DATED. AN ACCOUNT MAY ONLY BE        *
      *    DELETED ONCE ITS BALANCE IS ZERO - CLOSE IT OTHERWISE.      *
      *    ADD, CHANGE, AND DELETE TRANSACTIONS ARE SORTED BY ACCOUNT  *
      *    NUMBER AND APPLIED DIRECTLY TO THE MASTER BY ACCOUNT        *
      *    NUMBER, THE SAME WAY THE VEHICLE INVENTORY MASTER           *
      *    (VSEX19-1) IS MAINTAINED, WITH AN EDIT LIST SHOWING THE     *
      *    DISPOSITION OF EVERY TRANSACTION. EVERY TRANSACTION MUST    *
      *    CARRY THE KEYING OPERATOR'S ID AND A REASON CODE, AND       *
      *    EVERY FIELD AN APPLIED TRANSACTION TOUCHES IS APPENDED TO   *
      *    THE SHARED CHANGE JOURNAL (CHGJRNL.DAT) WITH ITS OLD AND    *
      *    NEW VALUES.                                                 *
      *                                                                *
      *        INPUT:   ACCTTRAN.DAT - CHARGE ACCOUNT TRANSACTIONS     *
      *                                                                *
      *        I-O:     ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                                                                *
      *        OUTPUT:  VSEX53-2.RPT - CHARGE ACCOUNT EDIT LIST        *
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
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\STRAN
      -    "ACT.DAT".

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\VSEX5
      -    "3-2.RPT".

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
         02 ATR-ACCOUNT-NUMBER PIC X(6).
         02 ATR-CUSTOMER-NAME PIC X(20).
         02 ATR-CREDIT-LIMIT PIC X(7).
         02 ATR-ACCOUNT-STATUS PIC X.
         02 ATR-OPEN-DATE PIC X(8).
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
         02 SR-ACCOUNT-NUMBER PIC X(6).
         02 PIC X(44).

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
         02 STR-ACCOUNT-NUMBER PIC X(6).
         02 STR-CUSTOMER-NAME PIC X(20).
         02 STR-CREDIT-LIMIT-ALPHA PIC X(7).
         02 STR-CREDIT-LIMIT REDEFINES
            STR-CREDIT-LIMIT-ALPHA PIC 9(5)V99.
         02 STR-ACCOUNT-STATUS PIC X.
           88 STR-VALID-STATUS VALUE "O" "H" "C" " ".
         02 STR-OPEN-DATE-ALPHA PIC X(8).
         02 STR-OPEN-DATE REDEFINES
            STR-OPEN-DATE-ALPHA PIC 9(8).
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHARGE ACCOUNT MASTER KEYED BY        *
      *    ACCOUNT NUMBER. OPEN, STATUS, AND FINAL NOTICE DATES ARE    *
      *    MMDDYYYY LIKE THE CUSTOMER FILE DATES. THE POSTED-THROUGH   *
      *    DATE IS YYYYMMDD - PURCHASES DATED AFTER IT HAVE NOT YET    *
      *    BEEN ADDED TO THE BALANCE                                   *
      *                                                                *
      ******************************************************************

       FD  ACCOUNT-MASTER-FILE.

       01 ACCOUNT-MASTER-RECORD.
         02 AMR-ACCOUNT-NUMBER PIC X(6).
         02 AMR-CUSTOMER-NAME PIC X(20).
         02 AMR-CREDIT-LIMIT PIC 9(5)V99.
         02 AMR-BALANCE PIC S9(5)V99.
         02 AMR-ACCOUNT-STATUS PIC X.
           88 AMR-OPEN VALUE "O".
           88 AMR-ON-HOLD VALUE "H".
           88 AMR-CLOSED VALUE "C".
         02 AMR-OPEN-DATE PIC 9(8).
         02 AMR-STATUS-DATE PIC 9(8).
         02 AMR-FINAL-NOTICE-DATE PIC 9(8).
         02 AMR-POSTED-THROUGH-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *      EDIT LIST REPORT - DISPOSITION OF EVERY TRANSACTION       *
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

         02 WA-STANDARD-LIMIT PIC 9(5)V99 VALUE 1000.00.

         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-JOURNAL-AMOUNT PIC ZZZZ9.99.

      ******************************************************************
      *                                                                *
      *    OLD ACCOUNT RECORD - THE MASTER RECORD AS IT STOOD BEFORE   *
      *    A CHANGE OR DELETE, KEPT FOR THE CHANGE JOURNAL             *
      *                                                                *
      ******************************************************************

       01 OLD-ACCOUNT-RECORD.
         02 OAR-ACCOUNT-NUMBER PIC X(6).
         02 OAR-CUSTOMER-NAME PIC X(20).
         02 OAR-CREDIT-LIMIT PIC 9(5)V99.
         02 OAR-BALANCE PIC S9(5)V99.
         02 OAR-ACCOUNT-STATUS PIC X.
         02 OAR-OPEN-DATE PIC 9(8).
         02 OAR-STATUS-DATE PIC 9(8).
         02 OAR-FINAL-NOTICE-DATE PIC 9(8).
         02 OAR-POSTED-THROUGH-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE CHARGE ACCOUNT EDIT LIST           *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-HEADINGS.

         02 ELH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 ELH-RUN-DATE PIC Z9/99/9999.
           03 PIC X(15) VALUE SPACES.
           03 PIC X(33) VALUE "CHARGE ACCOUNT MAINTENANCE".

         02 ELH-LINE-2.
           03 PIC X(4) VALUE "CODE".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(7) VALUE "ACCOUNT".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(18) VALUE "CUSTOMER NAME".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(7) VALUE "  LIMIT".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(2) VALUE "ST".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(8) VALUE "OPENED".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(7) VALUE "MESSAGE".

         02 ELH-LINE-3.
           03 PIC X(79) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *      DETAIL LINE FOR THE CHARGE ACCOUNT EDIT LIST              *
      *                                                                *
      ******************************************************************

       01 EDIT-DETAIL-LINE.

         02 EDL-TRANSACTION-CODE PIC X.
         02 PIC X(4) VALUE SPACES.
         02 EDL-ACCOUNT-NUMBER PIC X(6).
         02 PIC X(2) VALUE SPACES.
         02 EDL-CUSTOMER-NAME PIC X(18).
         02 PIC X(1) VALUE SPACES.
         02 EDL-CREDIT-LIMIT PIC X(7).
         02 PIC X(2) VALUE SPACES.
         02 EDL-ACCOUNT-STATUS PIC X.
         02 PIC X(2) VALUE SPACES.
         02 EDL-OPEN-DATE PIC X(8).
         02 PIC X(2) VALUE SPACES.
         02 EDL-MESSAGE PIC X(25).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE CHARGE ACCOUNT EDIT LIST            *
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
           STOP RUN.

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
      *     APPLY EACH TRANSACTION DIRECTLY TO THE MASTER BY ACCOUNT   *
      *     NUMBER                                                     *
      *                                                                *
      ******************************************************************

       C-100-UPDATE-MASTER.

           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT SORTED-TRANSACTION-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM C-200-UPDATE-RECORDS
             UNTIL TRANSACTION-EOF.

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

           CLOSE ACCOUNT-MASTER-FILE
                 SORTED-TRANSACTION-FILE
                 CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOOK UP THE ACCOUNT NUMBER AND DISPATCH THE TRANSACTION    *
      *                                                                *
      ******************************************************************

       C-200-UPDATE-RECORDS.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-ACCOUNT-NUMBER TO EDL-ACCOUNT-NUMBER.
           MOVE STR-CUSTOMER-NAME TO EDL-CUSTOMER-NAME.
           MOVE STR-CREDIT-LIMIT-ALPHA TO EDL-CREDIT-LIMIT.
           MOVE STR-ACCOUNT-STATUS TO EDL-ACCOUNT-STATUS.
           MOVE STR-OPEN-DATE-ALPHA TO EDL-OPEN-DATE.

           MOVE STR-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   PERFORM C-400-APPLY-UNMATCHED-TRANSACTION
               NOT INVALID KEY
                   PERFORM C-500-APPLY-MATCHED-TRANSACTION.

           PERFORM M-510-WRITE-DETAIL-LINE.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION HAS NO MATCHING MASTER RECORD - ONLY AN ADD    *
      *     CARRYING AN OPERATOR AND REASON, A NUMERIC ACCOUNT         *
      *     NUMBER, A CUSTOMER NAME, AND A VALID LIMIT, STATUS, AND    *
      *     OPEN DATE IS APPLIED. THE NEW ACCOUNT STARTS AT A ZERO     *
      *     BALANCE WITH NOTHING POSTED, SO THE NIGHTLY ACCOUNT RUN    *
      *     PICKS UP EVERY PURCHASE FROM THE OPEN DATE ON              *
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
               WHEN STR-CUSTOMER-NAME = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "CUSTOMER NAME MISSING" TO EDL-MESSAGE
               WHEN STR-CREDIT-LIMIT-ALPHA NOT = SPACES AND
                    STR-CREDIT-LIMIT-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID CREDIT LIMIT" TO EDL-MESSAGE
               WHEN NOT STR-VALID-STATUS
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN STR-OPEN-DATE-ALPHA NOT = SPACES AND
                    STR-OPEN-DATE-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID OPEN DATE" TO EDL-MESSAGE
               WHEN OTHER
                   PERFORM C-410-BUILD-NEW-ACCOUNT
                   PERFORM M-600-JOURNAL-ACCOUNT
                   WRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "ACCOUNT ADDED" TO EDL-MESSAGE.

      ******************************************************************
      *                                                                *
      *     BUILD THE NEW MASTER RECORD - A FIELD KEYED BLANK TAKES    *
      *     ITS DEFAULT                                                *
      *                                                                *
      ******************************************************************

       C-410-BUILD-NEW-ACCOUNT.

           MOVE STR-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER.
           MOVE STR-CUSTOMER-NAME TO AMR-CUSTOMER-NAME.

           IF STR-CREDIT-LIMIT-ALPHA NUMERIC
               MOVE STR-CREDIT-LIMIT TO AMR-CREDIT-LIMIT
           ELSE
               MOVE WA-STANDARD-LIMIT TO AMR-CREDIT-LIMIT.

           MOVE ZERO TO AMR-BALANCE.

           IF STR-ACCOUNT-STATUS = SPACE
               MOVE "O" TO AMR-ACCOUNT-STATUS
           ELSE
               MOVE STR-ACCOUNT-STATUS TO AMR-ACCOUNT-STATUS.

           IF STR-OPEN-DATE-ALPHA NUMERIC
               MOVE STR-OPEN-DATE TO AMR-OPEN-DATE
           ELSE
               MOVE WA-RUN-DATE TO AMR-OPEN-DATE.

           MOVE WA-RUN-DATE TO AMR-STATUS-DATE.
           MOVE ZERO TO AMR-FINAL-NOTICE-DATE
                        AMR-POSTED-THROUGH-DATE.
      /
      ******************************************************************
      *                                                                *
      *       TRANSACTION MATCHES AN EXISTING MASTER RECORD            *
      *                                                                *
      ******************************************************************

       C-500-APPLY-MATCHED-TRANSACTION.

           MOVE ACCOUNT-MASTER-RECORD TO OLD-ACCOUNT-RECORD.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "DUPLICATE ACCOUNT NUMBER" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-CREDIT-LIMIT-ALPHA NOT = SPACES AND
                    STR-CREDIT-LIMIT-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID CREDIT LIMIT" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND NOT STR-VALID-STATUS
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-OPEN-DATE-ALPHA NOT = SPACES AND
                    STR-OPEN-DATE-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID OPEN DATE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   PERFORM M-600-JOURNAL-ACCOUNT
                   REWRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "ACCOUNT CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION AND AMR-BALANCE NOT = ZERO
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "BALANCE NOT ZERO" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-ACCOUNT
                   DELETE ACCOUNT-MASTER-FILE RECORD
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "ACCOUNT DELETED" TO EDL-MESSAGE
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TRANSACTION CODE" TO EDL-MESSAGE.

      ******************************************************************
      *                                                                *
      *     MOVE WHICHEVER FIELDS THE CHANGE TRANSACTION CARRIED -     *
      *     A FIELD LEFT BLANK LEAVES THE MASTER FIELD UNCHANGED. A    *
      *     NEW STATUS IS DATED WITH THE RUN DATE                      *
      *                                                                *
      ******************************************************************

       C-510-APPLY-CHANGE-FIELDS.

           IF STR-CUSTOMER-NAME NOT = SPACES
               MOVE STR-CUSTOMER-NAME TO AMR-CUSTOMER-NAME.

           IF STR-CREDIT-LIMIT-ALPHA NUMERIC
               MOVE STR-CREDIT-LIMIT TO AMR-CREDIT-LIMIT.

           IF STR-ACCOUNT-STATUS NOT = SPACE AND
              STR-ACCOUNT-STATUS NOT = AMR-ACCOUNT-STATUS
               MOVE STR-ACCOUNT-STATUS TO AMR-ACCOUNT-STATUS
               MOVE WA-RUN-DATE TO AMR-STATUS-DATE.

           IF STR-OPEN-DATE-ALPHA NUMERIC
               MOVE STR-OPEN-DATE TO AMR-OPEN-DATE.
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
      *     JOURNAL AN APPLIED ACCOUNT TRANSACTION, FIELD BY FIELD,    *
      *     THE RECORD AS IT STOOD AGAINST THE RECORD ABOUT TO BE      *
      *     WRITTEN                                                    *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-ACCOUNT.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "ACCTMAST" TO CJR-MASTER-NAME.
           MOVE STR-ACCOUNT-NUMBER TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX53-2" TO CJR-PROGRAM-NAME.

           MOVE "CUSTOMER NAME" TO CJR-FIELD-NAME.
           MOVE OAR-CUSTOMER-NAME TO CJR-OLD-VALUE.
           MOVE AMR-CUSTOMER-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "CREDIT LIMIT" TO CJR-FIELD-NAME.
           MOVE OAR-CREDIT-LIMIT TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-OLD-VALUE.
           MOVE AMR-CREDIT-LIMIT TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STATUS" TO CJR-FIELD-NAME.
           MOVE OAR-ACCOUNT-STATUS TO CJR-OLD-VALUE.
           MOVE AMR-ACCOUNT-STATUS TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "OPEN DATE" TO CJR-FIELD-NAME.
           MOVE OAR-OPEN-DATE TO CJR-OLD-VALUE.
           MOVE AMR-OPEN-DATE TO CJR-NEW-VALUE.
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
           DISPLAY "CHARGE ACCOUNT MAINTENANCE HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
