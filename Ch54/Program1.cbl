       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX54-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 3, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM POSTS MERCHANDISE RETURNS AND CREDIT MEMOS     *
      *    AGAINST THE ABC DEPARTMENT STORE CHARGE ACCOUNTS. EACH      *
      *    RETURN CARRIES THE ACCOUNT NUMBER, THE ORIGINAL PURCHASE    *
      *    DATE, THE ITEM PURCHASED, THE QUANTITY AND AMOUNT           *
      *    RETURNED, AND THE ID OF THE CLERK WHO TOOK THE RETURN. THE  *
      *    RETURN FILE AND THE CUSTOMER FILE ARE BOTH SORTED BY        *
      *    ACCOUNT NUMBER, PURCHASE DATE AND ITEM AND MATCH-MERGED TO  *
      *    PRODUCE A NEW CUSTOMER FILE, SO EVERY RETURN MUST MATCH     *
      *    THE PURCHASE IT IS TAKEN AGAINST. A VALID RETURN REDUCES    *
      *    CR-BALANCE ON THE MATCHED PURCHASE RECORD AND THE BALANCE   *
      *    ON THE CHARGE ACCOUNT MASTER (VSEX53-2), IS WRITTEN TO THE  *
      *    ACCOUNT ACTIVITY LEDGER AS A RETURN CREDIT SO THE MONTHLY   *
      *    STATEMENT (VSEX31-1) SHOWS IT, AND IS ADDED TO THE RETURN   *
      *    HISTORY FILE. THE RETURN HISTORY CARRIES THE SELLING CLERK  *
      *    FROM THE ORIGINAL PURCHASE SO THE CLERK COMMISSION          *
      *    REGISTER (VSEX14-1) CAN TAKE THE RETURN OUT OF THAT         *
      *    CLERK'S COMMISSIONABLE SALES. RETURNS ALREADY TAKEN         *
      *    AGAINST A PURCHASE ARE LOADED FROM THE HISTORY FILE, AND A  *
      *    RETURN THAT WOULD BRING THE QUANTITY OR DOLLARS RETURNED    *
      *    PAST THE ORIGINAL PURCHASE, THAT MATCHES NO PURCHASE, OR    *
      *    THAT FAILS THE FIELD EDITS GOES TO THE SUSPENSE FILE AND    *
      *    IS FLAGGED ON THE REGISTER.                                 *
      *                                                                *
      *        INPUT:   RETTRAN.DAT  - RETURN TRANSACTIONS             *
      *                 CUSTOMER.DAT - OLD CUSTOMER FILE               *
      *                                                                *
      *        I-O:     ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                 RETHIST.DAT  - RETURN HISTORY                  *
      *                                                                *
      *        OUTPUT:  CUSTOMER.NEW - NEW CUSTOMER FILE               *
      *                 ACTLEDG.DAT  - ACCOUNT ACTIVITY LEDGER         *
      *                 RETSUSP.DAT  - SUSPENDED RETURNS               *
      *                 VSEX54-1.RPT - RETURN REGISTER                 *
      *                                                                *
      *        SORT FILES:  SORTWORK  - RETURN SORT                    *
      *                     SORTWRK2  - CUSTOMER FILE SORT             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT RETURN-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\RETTR
      -    "AN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-RETURN-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch54\STRAN
      -    "RET.DAT".

           SELECT CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTO
      -    "MER.DAT".

           SELECT MASTER-SORT-FILE
               ASSIGN TO "SORTWRK2".

           SELECT SORTED-CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch54\SORTC
      -    "US.DAT".

           SELECT NEW-CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTO
      -    "MER.NEW".

           SELECT SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\RETSU
      -    "SP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch54\VSEX5
      -    "4-1.RPT".

           SELECT OPTIONAL ACTIVITY-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACTLE
      -    "DG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETURN-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\RETHI
      -    "ST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    RETURN FILE - ONE RECORD PER RETURN OR CREDIT MEMO,         *
      *    ORIGINAL PURCHASE DATE IN MMDDYYYY FORMAT                   *
      *                                                                *
      ******************************************************************

       FD  RETURN-FILE.

       01 RETURN-RECORD.
         02 RTR-ACCOUNT-NUMBER PIC X(6).
         02 RTR-PURCHASE-DATE PIC X(8).
         02 RTR-ITEM-PURCHASED PIC X(20).
         02 RTR-QUANTITY PIC X.
         02 RTR-RETURN-AMOUNT PIC X(6).
         02 RTR-CLERK-ID PIC XX.

      ******************************************************************
      *                                                                *
      *    SORT FILE - SORT RETURNS BY ACCOUNT, PURCHASE DATE AND      *
      *    ITEM                                                        *
      *                                                                *
      ******************************************************************

       SD  RETURN-SORT-FILE.

       01 RETURN-SORT-RECORD.
         02 RSR-ACCOUNT-NUMBER PIC X(6).
         02 RSR-PURCHASE-DATE PIC X(8).
         02 RSR-ITEM-PURCHASED PIC X(20).
         02 PIC X(9).

      ******************************************************************
      *                                                                *
      *    SORTED RETURN FILE - RETURNS IN PURCHASE SEQUENCE           *
      *                                                                *
      ******************************************************************

       FD  SORTED-RETURN-FILE.

       01 SORTED-RETURN-RECORD.
         02 SRT-RETURN-KEY.
           03 SRT-ACCOUNT-NUMBER PIC X(6).
           03 SRT-PURCHASE-DATE-ALPHA PIC X(8).
           03 SRT-PURCHASE-DATE REDEFINES
              SRT-PURCHASE-DATE-ALPHA PIC 9(8).
           03 SRT-ITEM-PURCHASED PIC X(20).
         02 SRT-QUANTITY-ALPHA PIC X.
         02 SRT-QUANTITY REDEFINES
            SRT-QUANTITY-ALPHA PIC 9.
         02 SRT-RETURN-AMOUNT-ALPHA PIC X(6).
         02 SRT-RETURN-AMOUNT REDEFINES
            SRT-RETURN-AMOUNT-ALPHA PIC 9(4)V99.
         02 SRT-CLERK-ID PIC XX.

      ******************************************************************
      *                                                                *
      *    CUSTOMER FILE AND ITS SORT - THE FILE IS BROUGHT INTO       *
      *    ACCOUNT, PURCHASE DATE AND ITEM SEQUENCE FOR THE MATCH-     *
      *    MERGE                                                       *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-FILE.

       01 CUSTOMER-REC PIC X(74).

       SD  MASTER-SORT-FILE.

       01 MASTER-SORT-RECORD.
         02 MSR-PURCHASE-DATE PIC X(8).
         02 MSR-ACCOUNT-NUMBER PIC X(6).
         02 MSR-ITEM-PURCHASED PIC X(20).
         02 PIC X(40).

       FD  SORTED-CUSTOMER-FILE.

       01 SORTED-CUSTOMER-REC PIC X(74).

       FD  NEW-CUSTOMER-FILE.

       01 NEW-CUSTOMER-REC PIC X(74).

      ******************************************************************
      *                                                                *
      *    SUSPENSE-FILE - RETURNS THAT COULD NOT BE POSTED            *
      *                                                                *
      ******************************************************************

       FD  SUSPENSE-FILE.

       01 SUSPENSE-RECORD.
         02 SUS-ACCOUNT-NUMBER PIC X(6).
         02 SUS-PURCHASE-DATE PIC X(8).
         02 SUS-ITEM-PURCHASED PIC X(20).
         02 SUS-QUANTITY PIC X.
         02 SUS-RETURN-AMOUNT PIC X(6).
         02 SUS-CLERK-ID PIC XX.
         02 SUS-REASON PIC X(27).

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - RETURN REGISTER                           *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(100).

      ******************************************************************
      *                                                                *
      *    ACTIVITY-LEDGER-FILE - ONE RECORD PER BALANCE-TOUCHING      *
      *    EVENT, EXTENDED BY EVERY PROGRAM THAT CHANGES CR-BALANCE    *
      *    AND READ BY THE MONTHLY STATEMENT RUN (VSEX31-1). ACTIVITY  *
      *    DATE IS MMDDYYYY LIKE THE CUSTOMER FILE DATES               *
      *                                                                *
      ******************************************************************

       FD  ACTIVITY-LEDGER-FILE.

       01 ACTIVITY-LEDGER-RECORD.
         02 ALR-ACCOUNT-NUMBER PIC X(6).
         02 ALR-ACTIVITY-DATE PIC 9(8).
         02 ALR-ACTIVITY-TYPE PIC X.
           88 ALR-PAYMENT VALUE "P".
           88 ALR-FINANCE-CHARGE VALUE "F".
           88 ALR-RETURN-CREDIT VALUE "R".
         02 ALR-AMOUNT PIC 9(4)V99.

      ******************************************************************
      *                                                                *
      *    RETURN-HISTORY-FILE - ONE RECORD PER POSTED RETURN, KEPT    *
      *    ACROSS RUNS. READ AT THE START OF THE RUN FOR THE RETURNS   *
      *    ALREADY TAKEN AGAINST EACH PURCHASE, THEN EXTENDED. THE     *
      *    CLERK COMMISSION REGISTER (VSEX14-1) READS IT FOR THE       *
      *    SELLING CLERK'S RETURNS. DATES ARE MMDDYYYY                 *
      *                                                                *
      ******************************************************************

       FD  RETURN-HISTORY-FILE.

       01 RETURN-HISTORY-RECORD.
         02 RHR-RETURN-KEY.
           03 RHR-ACCOUNT-NUMBER PIC X(6).
           03 RHR-PURCHASE-DATE PIC 9(8).
           03 RHR-ITEM-PURCHASED PIC X(20).
         02 RHR-QUANTITY PIC 9.
         02 RHR-RETURN-AMOUNT PIC 9(4)V99.
         02 RHR-RETURN-DATE PIC 9(8).
         02 RHR-RETURN-CLERK-ID PIC XX.
         02 RHR-SELLING-CLERK-ID PIC XX.
         02 RHR-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHARGE ACCOUNT MASTER KEYED BY        *
      *    ACCOUNT NUMBER, KEPT IN STEP WITH THE CUSTOMER FILE         *
      *    BALANCES                                                    *
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
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-RETURN-EOF PIC X VALUE "N".
           88 RETURN-EOF VALUE "Y".

         02 SW-MASTER-EOF PIC X VALUE "N".
           88 MASTER-EOF VALUE "Y".

         02 SW-HISTORY-EOF PIC X VALUE "N".
           88 HISTORY-EOF VALUE "Y".

         02 SW-RETURN-VALID PIC X.
           88 RETURN-VALID VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-POSTED-COUNT PIC 9(5).
         02 AC-POSTED-DOLLARS PIC 9(7)V99.
         02 AC-SUSPENSE-COUNT PIC 9(5).
         02 AC-SUSPENSE-DOLLARS PIC 9(7)V99.
         02 AC-NOT-ON-MASTER-COUNT PIC 9(5).
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

         02 WA-MASTER-KEY.
           03 WA-MASTER-ACCOUNT PIC X(6).
           03 WA-MASTER-PURCHASE-DATE PIC X(8).
           03 WA-MASTER-ITEM PIC X(20).

         02 WA-LAST-ACCOUNT PIC X(6).
         02 WA-PRIOR-QUANTITY PIC 9(3).
         02 WA-PRIOR-AMOUNT PIC 9(5)V99.
         02 WA-QUANTITY-LEFT PIC S9(3).
         02 WA-AMOUNT-LEFT PIC S9(5)V99.
         02 WA-HISTORY-COUNT PIC 9(4) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *    CUSTOMER FILE RECORD LAYOUT                                 *
      *    PURCHASE DATE - MMDDYYYY FORMAT                             *
      *                                                                *
      ******************************************************************

       01 CUSTOMER-RECORD.
         02 CR-PURCHASE-DATE PIC 9(8).
         02 CR-ACCOUNT-NUMBER PIC X(6).
         02 CR-CUSTOMER-NAME PIC X(20).
         02 CR-ITEM-PURCHASED PIC X(20).
         02 CR-QUANTITY PIC 9.
         02 CR-BALANCE PIC S9(4)V99.
         02 CR-PURCHASE-AMOUNT PIC 9(4)V99.
         02 PIC X(3).
         02 CR-STORE-CODE PIC XX.
         02 CR-CLERK-ID PIC XX.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED RETURN HISTORY TABLE - LOADED FROM THE RETURN  *
      *    HISTORY FILE AND ADDED TO AS RETURNS POST, SO EVERY RETURN  *
      *    IS CHECKED AGAINST WHAT HAS ALREADY BEEN TAKEN BACK ON THE  *
      *    SAME PURCHASE                                               *
      *                                                                *
      ******************************************************************

       01 RETURN-HISTORY-TABLE.
         02 RHT-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WA-HISTORY-COUNT
                       INDEXED BY RHT-INDEX.
           03 RHT-RETURN-KEY.
             04 RHT-ACCOUNT-NUMBER PIC X(6).
             04 RHT-PURCHASE-DATE PIC X(8).
             04 RHT-ITEM-PURCHASED PIC X(20).
           03 RHT-QUANTITY PIC 9.
           03 RHT-RETURN-AMOUNT PIC 9(4)V99.
      /
      ******************************************************************
      *                                                                *
      *          REPORT HEADINGS FOR THE RETURN REGISTER               *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(20) VALUE "ABC DEPARTMENT STORE".
           03 PIC X(32) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(42) VALUE SPACES.
           03 PIC X(15) VALUE "RETURN REGISTER".

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(7) VALUE "ACCOUNT".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE "PURCHASE".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(4) VALUE "ITEM".
           03 PIC X(18) VALUE SPACES.
           03 PIC X(3) VALUE "QTY".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(6) VALUE "AMOUNT".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE "CLERK".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 RGH-LINE-4.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(3) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(27) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *          DETAIL LINE FOR THE RETURN REGISTER                   *
      *                                                                *
      ******************************************************************

       01 REGISTER-DETAIL-LINE.
         02 RDL-ACCOUNT-NUMBER PIC X(6).
         02 PIC XXX VALUE SPACES.
         02 RDL-PURCHASE-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 RDL-ITEM-PURCHASED PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-QUANTITY PIC ZZ9.
         02 PIC XXX VALUE SPACES.
         02 RDL-RETURN-AMOUNT PIC $Z,ZZZ.99.
         02 PIC XXX VALUE SPACES.
         02 RDL-CLERK-ID PIC XX.
         02 PIC X(4) VALUE SPACES.
         02 RDL-DISPOSITION PIC X(27).

      ******************************************************************
      *                                                                *
      *          SUMMARY LINES FOR THE RETURN REGISTER                 *
      *                                                                *
      ******************************************************************

       01 REGISTER-SUMMARY-LINES.

         02 RSL-POSTED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "RETURNS POSTED       =  ".
           03 RSL-POSTED-COUNT PIC ZZ,ZZ9.
           03 PIC X(10) VALUE "  FOR  ".
           03 RSL-POSTED-DOLLARS PIC $ZZZ,ZZZ.99.

         02 RSL-SUSPENSE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "RETURNS SUSPENDED    =  ".
           03 RSL-SUSPENSE-COUNT PIC ZZ,ZZ9.
           03 PIC X(10) VALUE "  FOR  ".
           03 RSL-SUSPENSE-DOLLARS PIC $ZZZ,ZZZ.99.

         02 RSL-NOT-ON-MASTER-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "NOT ON ACCT MASTER   =  ".
           03 RSL-NOT-ON-MASTER-COUNT PIC ZZ,ZZ9.

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
           PERFORM B-100-LOAD-HISTORY-TABLE.
           PERFORM B-300-SORT-INPUT-FILES.
           PERFORM C-100-POST-RETURNS.
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
           MOVE WA-RUN-DATE TO RGH-DATE.

           MOVE SPACES TO WA-LAST-ACCOUNT.

           OPEN OUTPUT REGISTER-REPORT
                       SUSPENSE-FILE.

      *    THE LEDGER IS EXTENDED, NOT REWRITTEN - IT IS THE ACCOUNT
      *    HISTORY ACROSS RUNS AND THE STATEMENT RUN (VSEX31-1)
      *    RECONSTRUCTS EACH BALANCE FROM IT

           OPEN EXTEND ACTIVITY-LEDGER-FILE.

           OPEN I-O ACCOUNT-MASTER-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE RETURNS ALREADY TAKEN IN EARLIER RUNS TO THE      *
      *     HISTORY TABLE, THEN REOPEN THE HISTORY FILE TO EXTEND IT   *
      *     WITH THIS RUN'S RETURNS                                    *
      *                                                                *
      ******************************************************************

       B-100-LOAD-HISTORY-TABLE.

           OPEN INPUT RETURN-HISTORY-FILE.

           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.

           PERFORM B-200-LOAD
             VARYING RHT-INDEX FROM 1 BY 1
             UNTIL HISTORY-EOF OR RHT-INDEX > 2000.

           IF NOT HISTORY-EOF
               DISPLAY "RETURN HISTORY TABLE FULL - OLDER RETURNS NOT "
                 "ALL CHECKED".

           CLOSE RETURN-HISTORY-FILE.

           OPEN EXTEND RETURN-HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *     MOVE ONE RETURN HISTORY RECORD TO THE TABLE                *
      *                                                                *
      ******************************************************************

       B-200-LOAD.

           MOVE RHR-ACCOUNT-NUMBER TO RHT-ACCOUNT-NUMBER(RHT-INDEX).
           MOVE RHR-PURCHASE-DATE TO RHT-PURCHASE-DATE(RHT-INDEX).
           MOVE RHR-ITEM-PURCHASED TO RHT-ITEM-PURCHASED(RHT-INDEX).
           MOVE RHR-QUANTITY TO RHT-QUANTITY(RHT-INDEX).
           MOVE RHR-RETURN-AMOUNT TO RHT-RETURN-AMOUNT(RHT-INDEX).
           MOVE RHT-INDEX TO WA-HISTORY-COUNT.

           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.
      /
      ******************************************************************
      *                                                                *
      *     SORT THE RETURNS AND THE CUSTOMER FILE INTO ACCOUNT,       *
      *     PURCHASE DATE AND ITEM SEQUENCE FOR THE MATCH-MERGE        *
      *                                                                *
      ******************************************************************

       B-300-SORT-INPUT-FILES.

           SORT RETURN-SORT-FILE
           ON ASCENDING KEY RSR-ACCOUNT-NUMBER
                            RSR-PURCHASE-DATE
                            RSR-ITEM-PURCHASED
             WITH DUPLICATES IN ORDER
             USING RETURN-FILE
             GIVING SORTED-RETURN-FILE.

           SORT MASTER-SORT-FILE
           ON ASCENDING KEY MSR-ACCOUNT-NUMBER
                            MSR-PURCHASE-DATE
                            MSR-ITEM-PURCHASED
             WITH DUPLICATES IN ORDER
             USING CUSTOMER-FILE
             GIVING SORTED-CUSTOMER-FILE.
      /
      ******************************************************************
      *                                                                *
      *     MATCH-MERGE THE RETURNS AGAINST THE PURCHASES              *
      *                                                                *
      ******************************************************************

       C-100-POST-RETURNS.

           OPEN INPUT SORTED-RETURN-FILE
                      SORTED-CUSTOMER-FILE
                OUTPUT NEW-CUSTOMER-FILE.

           PERFORM C-310-READ-CUSTOMER.

           READ SORTED-RETURN-FILE
               AT END
                   MOVE HIGH-VALUES TO SRT-RETURN-KEY
                   MOVE "Y" TO SW-RETURN-EOF.

           PERFORM C-200-MATCH-RECORDS
             UNTIL MASTER-EOF AND RETURN-EOF.

           CLOSE SORTED-RETURN-FILE
                 SORTED-CUSTOMER-FILE
                 NEW-CUSTOMER-FILE.

      ******************************************************************
      *                                                                *
      *     DISPATCH ONE STEP OF THE MATCH-MERGE - A PURCHASE WITH NO  *
      *     MORE RETURNS AGAINST IT IS WRITTEN, AND A RETURN IS        *
      *     EDITED AND EITHER POSTED AGAINST ITS PURCHASE OR           *
      *     SUSPENDED                                                  *
      *                                                                *
      ******************************************************************

       C-200-MATCH-RECORDS.

           IF WA-MASTER-KEY < SRT-RETURN-KEY
               PERFORM C-300-WRITE-MASTER
           ELSE
               PERFORM C-400-PROCESS-RETURN.
      /
      ******************************************************************
      *                                                                *
      *     NO MORE RETURNS FOR THIS PURCHASE - WRITE IT AND READ ON   *
      *                                                                *
      ******************************************************************

       C-300-WRITE-MASTER.

           WRITE NEW-CUSTOMER-REC FROM CUSTOMER-RECORD.
           MOVE CR-ACCOUNT-NUMBER TO WA-LAST-ACCOUNT.

           PERFORM C-310-READ-CUSTOMER.

      ******************************************************************
      *                                                                *
      *     READ THE NEXT PURCHASE AND BUILD ITS MATCH KEY             *
      *                                                                *
      ******************************************************************

       C-310-READ-CUSTOMER.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE HIGH-VALUES TO WA-MASTER-KEY
                   MOVE "Y" TO SW-MASTER-EOF.

           IF NOT MASTER-EOF
               MOVE CR-ACCOUNT-NUMBER TO WA-MASTER-ACCOUNT
               MOVE CR-PURCHASE-DATE TO WA-MASTER-PURCHASE-DATE
               MOVE CR-ITEM-PURCHASED TO WA-MASTER-ITEM.
      /
      ******************************************************************
      *                                                                *
      *     EDIT ONE RETURN, THEN POST IT WHEN IT MATCHES THE CURRENT  *
      *     PURCHASE OR SUSPEND IT. A RETURN WITH NO MATCHING          *
      *     PURCHASE IS TOLD APART FROM ONE WHOSE ACCOUNT IS NOT ON    *
      *     FILE AT ALL                                                *
      *                                                                *
      ******************************************************************

       C-400-PROCESS-RETURN.

           PERFORM C-410-EDIT-RETURN.

           IF RETURN-VALID
               IF WA-MASTER-KEY = SRT-RETURN-KEY
                   PERFORM C-500-APPLY-RETURN
               ELSE
                   IF SRT-ACCOUNT-NUMBER = WA-LAST-ACCOUNT OR
                      SRT-ACCOUNT-NUMBER = WA-MASTER-ACCOUNT
                       MOVE "NO MATCHING PURCHASE"
                         TO RDL-DISPOSITION
                   ELSE
                       MOVE "ACCOUNT NOT ON FILE" TO RDL-DISPOSITION
                   END-IF
                   PERFORM C-600-SUSPEND-RETURN
               END-IF
           ELSE
               PERFORM C-600-SUSPEND-RETURN.

           READ SORTED-RETURN-FILE
               AT END
                   MOVE HIGH-VALUES TO SRT-RETURN-KEY
                   MOVE "Y" TO SW-RETURN-EOF.

      ******************************************************************
      *                                                                *
      *     FIELD EDITS ON ONE RETURN                                  *
      *                                                                *
      ******************************************************************

       C-410-EDIT-RETURN.

           MOVE "N" TO SW-RETURN-VALID.

           EVALUATE TRUE
               WHEN SRT-RETURN-AMOUNT-ALPHA NOT NUMERIC
                   MOVE "RETURN AMOUNT NOT NUMERIC" TO RDL-DISPOSITION
               WHEN SRT-PURCHASE-DATE-ALPHA NOT NUMERIC
                   MOVE "PURCHASE DATE NOT NUMERIC" TO RDL-DISPOSITION
               WHEN SRT-QUANTITY-ALPHA NOT NUMERIC
                   MOVE "QUANTITY NOT NUMERIC" TO RDL-DISPOSITION
               WHEN SRT-RETURN-AMOUNT = ZERO
                   MOVE "ZERO RETURN AMOUNT" TO RDL-DISPOSITION
               WHEN SRT-QUANTITY = ZERO
                   MOVE "ZERO RETURN QUANTITY" TO RDL-DISPOSITION
               WHEN SRT-CLERK-ID = SPACES
                   MOVE "CLERK ID MISSING" TO RDL-DISPOSITION
               WHEN OTHER
                   MOVE "Y" TO SW-RETURN-VALID.
      /
      ******************************************************************
      *                                                                *
      *     APPLY ONE RETURN TO ITS MATCHED PURCHASE. THE RETURNS      *
      *     ALREADY TAKEN AGAINST THE PURCHASE ARE SUMMED FROM THE     *
      *     HISTORY TABLE, AND THE RETURN IS SUSPENDED WHEN IT WOULD   *
      *     TAKE BACK MORE PIECES OR DOLLARS THAN WERE BOUGHT. THE     *
      *     PURCHASE RECORD STAYS CURRENT SO A FURTHER RETURN AGAINST  *
      *     IT IS CHECKED AGAINST THE REDUCED BALANCE                  *
      *                                                                *
      ******************************************************************

       C-500-APPLY-RETURN.

           MOVE ZERO TO WA-PRIOR-QUANTITY
                        WA-PRIOR-AMOUNT.

           IF WA-HISTORY-COUNT > 0
               PERFORM C-510-SUM-PRIOR-RETURN
                 VARYING RHT-INDEX FROM 1 BY 1
                 UNTIL RHT-INDEX > WA-HISTORY-COUNT.

           COMPUTE WA-QUANTITY-LEFT = CR-QUANTITY - WA-PRIOR-QUANTITY.
           COMPUTE WA-AMOUNT-LEFT =
               CR-PURCHASE-AMOUNT - WA-PRIOR-AMOUNT.

           EVALUATE TRUE
               WHEN SRT-QUANTITY > WA-QUANTITY-LEFT
                   MOVE "QUANTITY EXCEEDS PURCHASE" TO RDL-DISPOSITION
                   PERFORM C-600-SUSPEND-RETURN
               WHEN SRT-RETURN-AMOUNT > WA-AMOUNT-LEFT
                   MOVE "RETURN EXCEEDS PURCHASE" TO RDL-DISPOSITION
                   PERFORM C-600-SUSPEND-RETURN
               WHEN OTHER
                   SUBTRACT SRT-RETURN-AMOUNT FROM CR-BALANCE
                   ADD 1 TO AC-POSTED-COUNT
                   ADD SRT-RETURN-AMOUNT TO AC-POSTED-DOLLARS
                   PERFORM C-520-WRITE-LEDGER-RECORD
                   PERFORM C-530-WRITE-HISTORY-RECORD
                   MOVE "RETURN POSTED" TO RDL-DISPOSITION
                   PERFORM C-560-UPDATE-ACCOUNT-MASTER
                   PERFORM M-510-WRITE-REGISTER-LINE.

      ******************************************************************
      *                                                                *
      *     ADD ONE EARLIER RETURN AGAINST THE SAME PURCHASE           *
      *                                                                *
      ******************************************************************

       C-510-SUM-PRIOR-RETURN.

           IF RHT-RETURN-KEY(RHT-INDEX) = SRT-RETURN-KEY
               ADD RHT-QUANTITY(RHT-INDEX) TO WA-PRIOR-QUANTITY
               ADD RHT-RETURN-AMOUNT(RHT-INDEX) TO WA-PRIOR-AMOUNT.
      /
      ******************************************************************
      *                                                                *
      *     LOG ONE POSTED RETURN TO THE ACCOUNT ACTIVITY LEDGER AS A  *
      *     RETURN CREDIT DATED THE DAY IT IS POSTED                   *
      *                                                                *
      ******************************************************************

       C-520-WRITE-LEDGER-RECORD.

           MOVE SRT-ACCOUNT-NUMBER TO ALR-ACCOUNT-NUMBER.
           MOVE WA-RUN-DATE TO ALR-ACTIVITY-DATE.
           MOVE "R" TO ALR-ACTIVITY-TYPE.
           MOVE SRT-RETURN-AMOUNT TO ALR-AMOUNT.
           WRITE ACTIVITY-LEDGER-RECORD.

      ******************************************************************
      *                                                                *
      *     ADD ONE POSTED RETURN TO THE RETURN HISTORY FILE WITH THE  *
      *     SELLING CLERK AND STORE FROM THE ORIGINAL PURCHASE, AND    *
      *     TO THE HISTORY TABLE FOR THE REST OF THE RUN               *
      *                                                                *
      ******************************************************************

       C-530-WRITE-HISTORY-RECORD.

           MOVE SRT-ACCOUNT-NUMBER TO RHR-ACCOUNT-NUMBER.
           MOVE SRT-PURCHASE-DATE TO RHR-PURCHASE-DATE.
           MOVE SRT-ITEM-PURCHASED TO RHR-ITEM-PURCHASED.
           MOVE SRT-QUANTITY TO RHR-QUANTITY.
           MOVE SRT-RETURN-AMOUNT TO RHR-RETURN-AMOUNT.
           MOVE WA-RUN-DATE TO RHR-RETURN-DATE.
           MOVE SRT-CLERK-ID TO RHR-RETURN-CLERK-ID.
           MOVE CR-CLERK-ID TO RHR-SELLING-CLERK-ID.
           MOVE CR-STORE-CODE TO RHR-STORE-CODE.
           WRITE RETURN-HISTORY-RECORD.

           IF WA-HISTORY-COUNT < 2000
               ADD 1 TO WA-HISTORY-COUNT
               SET RHT-INDEX TO WA-HISTORY-COUNT
               MOVE SRT-RETURN-KEY TO RHT-RETURN-KEY(RHT-INDEX)
               MOVE SRT-QUANTITY TO RHT-QUANTITY(RHT-INDEX)
               MOVE SRT-RETURN-AMOUNT TO RHT-RETURN-AMOUNT(RHT-INDEX).
      /
      ******************************************************************
      *                                                                *
      *     CARRY ONE POSTED RETURN TO THE CHARGE ACCOUNT MASTER - A   *
      *     BALANCE BROUGHT DOWN TO ZERO CLEARS THE FINAL NOTICE       *
      *                                                                *
      ******************************************************************

       C-560-UPDATE-ACCOUNT-MASTER.

           MOVE SRT-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO AC-NOT-ON-MASTER-COUNT
                   MOVE "POSTED - NOT ON ACCT MASTER" TO RDL-DISPOSITION
               NOT INVALID KEY
                   SUBTRACT SRT-RETURN-AMOUNT FROM AMR-BALANCE
                   IF AMR-BALANCE NOT > ZERO
                       MOVE ZERO TO AMR-FINAL-NOTICE-DATE
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     SUSPEND ONE RETURN - FLAGGED ON THE REGISTER AND WRITTEN   *
      *     TO THE SUSPENSE FILE FOR THE OFFICE                        *
      *                                                                *
      ******************************************************************

       C-600-SUSPEND-RETURN.

           ADD 1 TO AC-SUSPENSE-COUNT.

           IF SRT-RETURN-AMOUNT-ALPHA NUMERIC
               ADD SRT-RETURN-AMOUNT TO AC-SUSPENSE-DOLLARS.

           MOVE SRT-ACCOUNT-NUMBER TO SUS-ACCOUNT-NUMBER.
           MOVE SRT-PURCHASE-DATE-ALPHA TO SUS-PURCHASE-DATE.
           MOVE SRT-ITEM-PURCHASED TO SUS-ITEM-PURCHASED.
           MOVE SRT-QUANTITY-ALPHA TO SUS-QUANTITY.
           MOVE SRT-RETURN-AMOUNT-ALPHA TO SUS-RETURN-AMOUNT.
           MOVE SRT-CLERK-ID TO SUS-CLERK-ID.
           MOVE RDL-DISPOSITION TO SUS-REASON.
           WRITE SUSPENSE-RECORD.

           PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *     RETURN REGISTER HEADING PARAGRAPH                          *
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
      *     WRITE ONE RETURN REGISTER LINE                             *
      *                                                                *
      ******************************************************************

       M-510-WRITE-REGISTER-LINE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE SRT-ACCOUNT-NUMBER TO RDL-ACCOUNT-NUMBER.
           MOVE SRT-ITEM-PURCHASED TO RDL-ITEM-PURCHASED.
           MOVE SRT-CLERK-ID TO RDL-CLERK-ID.

           IF SRT-PURCHASE-DATE-ALPHA NUMERIC
               MOVE SRT-PURCHASE-DATE TO RDL-PURCHASE-DATE
           ELSE
               MOVE ZERO TO RDL-PURCHASE-DATE.

           IF SRT-QUANTITY-ALPHA NUMERIC
               MOVE SRT-QUANTITY TO RDL-QUANTITY
           ELSE
               MOVE ZERO TO RDL-QUANTITY.

           IF SRT-RETURN-AMOUNT-ALPHA NUMERIC
               MOVE SRT-RETURN-AMOUNT TO RDL-RETURN-AMOUNT
           ELSE
               MOVE ZERO TO RDL-RETURN-AMOUNT.

           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AC-POSTED-COUNT TO RSL-POSTED-COUNT.
           MOVE AC-POSTED-DOLLARS TO RSL-POSTED-DOLLARS.
           MOVE AC-SUSPENSE-COUNT TO RSL-SUSPENSE-COUNT.
           MOVE AC-SUSPENSE-DOLLARS TO RSL-SUSPENSE-DOLLARS.
           MOVE AC-NOT-ON-MASTER-COUNT TO RSL-NOT-ON-MASTER-COUNT.

           WRITE REGISTER-LINE-OUT FROM RSL-POSTED-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-SUSPENSE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-NOT-ON-MASTER-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE REGISTER-REPORT
                 SUSPENSE-FILE
                 ACTIVITY-LEDGER-FILE
                 RETURN-HISTORY-FILE
                 ACCOUNT-MASTER-FILE.

           DISPLAY " ".
           DISPLAY "RETURN POSTING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
