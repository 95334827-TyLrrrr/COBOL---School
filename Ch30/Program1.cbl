      *    THE REGISTER. THE REGISTER CARRIES POSTED COUNT AND         *
      *    DOLLAR TOTALS TO BALANCE AGAINST THE DUNNING RUN TOTALS.    *
      *                                                                *
      *    EACH POSTED CHARGE ALSO INCREASES THE BALANCE ON THE        *
      *    CHARGE ACCOUNT MASTER (VSEX53-2). A CHARGE FOR AN ACCOUNT   *
      *    NOT ON THE MASTER STILL POSTS TO THE CUSTOMER FILE AND IS   *
      *    FLAGGED ON THE REGISTER.                                    *
      *                                                                *
      *    IN THE MONTH-END CHAIN THE NEW CUSTOMER FILE IS CUT OVER    *
      *    TO CUSTOMER.DAT BY VSEX30-2 BEFORE THE STATEMENTS RUN.      *
      *                                                                *
      *        INPUT:   FINCHG.DAT   - ASSESSED FINANCE CHARGES        *
      *                 CUSTOMER.DAT - OLD CUSTOMER FILE               *
      *                                                                *
      *        I-O:     ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                                                                *
      *        OUTPUT:  CUSTOMER.NEW - NEW CUSTOMER FILE               *
      *                 FINSUSP.DAT  - SUSPENDED CHARGES               *
      *                 VSEX30-1.RPT - FINANCE CHARGE REGISTER         *
      -    "DG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT TOTALS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S30.DAT"
           88 ALR-FINANCE-CHARGE VALUE "F".
         02 ALR-AMOUNT PIC 9(4)V99.

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

      ******************************************************************
      *                                                                *
      *    TOTALS-FILE - RUN TOTALS FOR THE GENERAL LEDGER JOURNAL     *
         02 AC-POSTED-DOLLARS PIC 9(7)V99.
         02 AC-SUSPENSE-COUNT PIC 9(5).
         02 AC-SUSPENSE-DOLLARS PIC 9(7)V99.
         02 AC-NOT-ON-MASTER-COUNT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
           03 PIC X(10) VALUE "  FOR  ".
           03 RSL-SUSPENSE-DOLLARS PIC $ZZZ,ZZZ.99.

         02 RSL-NOT-ON-MASTER-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "NOT ON ACCT MASTER   =  ".
           03 RSL-NOT-ON-MASTER-COUNT PIC ZZ,ZZ9.

         02 RSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
           PERFORM B-100-SORT-INPUT-FILES.
           PERFORM C-100-POST-CHARGES.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *    RECONSTRUCTS EACH BALANCE FROM IT

           OPEN EXTEND ACTIVITY-LEDGER-FILE.

           OPEN I-O ACCOUNT-MASTER-FILE.
      /
      ******************************************************************
      *                                                                *
                   ADD SFC-CHARGE-AMOUNT TO AC-POSTED-DOLLARS
                   PERFORM C-550-WRITE-LEDGER-RECORD
                   MOVE "CHARGE POSTED" TO RDL-DISPOSITION
                   PERFORM C-560-UPDATE-ACCOUNT-MASTER
                   PERFORM M-510-WRITE-REGISTER-LINE.

           READ SORTED-CHARGE-FILE
      /
      ******************************************************************
      *                                                                *
      *     CARRY ONE POSTED CHARGE TO THE CHARGE ACCOUNT MASTER       *
      *                                                                *
      ******************************************************************

       C-560-UPDATE-ACCOUNT-MASTER.

           MOVE SFC-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO AC-NOT-ON-MASTER-COUNT
                   MOVE "POSTED - NOT ON ACCT MASTER" TO RDL-DISPOSITION
               NOT INVALID KEY
                   ADD SFC-CHARGE-AMOUNT TO AMR-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     SUSPEND ONE CHARGE - FLAGGED ON THE REGISTER AND           *
      *     WRITTEN TO THE SUSPENSE FILE FOR THE OFFICE                *
      *                                                                *
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
                 ACCOUNT-MASTER-FILE
                 TOTALS-FILE.

           DISPLAY " ".
