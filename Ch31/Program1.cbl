      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRINTS THE MONTHLY ACCOUNT STATEMENTS FOR THE  *
      *    ABC DEPARTMENT STORE CHARGE CUSTOMERS. THE ACCOUNT          *
      *    ACTIVITY LEDGER (ACTLEDG.DAT), EXTENDED BY EVERY PROGRAM    *
      *    THAT TOUCHES CR-BALANCE - THE PAYMENT POSTING RUN           *
      *    (VSEX28-1), THE FINANCE CHARGE POSTING RUN (VSEX30-1) AND   *
      *    THE RETURN POSTING RUN (VSEX54-1) - IS MATCH-MERGED         *
      *    AGAINST THE CUSTOMER FILE BY ACCOUNT NUMBER. FOR EACH       *
      *    ACCOUNT ONE STATEMENT PAGE SHOWS THE OPENING BALANCE, EACH  *
      *    PURCHASE DATED IN THE STATEMENT PERIOD, EACH PAYMENT        *
      *    POSTED, EACH RETURN CREDIT, ANY FINANCE CHARGE, AND THE     *
      *    CLOSING BALANCE. THE CLOSING BALANCE IS THE SUM OF THE      *
      *    CR-BALANCE FIELDS ON THE ACCOUNT'S RECORDS AND THE OPENING  *
      *    BALANCE IS WORKED BACKWARD FROM IT THROUGH THE PERIOD       *
      *    ACTIVITY, SO THE STATEMENT ALWAYS TIES TO THE MASTER. THE   *
      *    STATEMENT PERIOD (YYYYMM) IS TAKEN FROM THE PARAMETER       *
      *    FILE, OR DEFAULTS TO THE RUN MONTH.                         *
      *                                                                *
      *    WHEN THE ACCOUNT IS ON THE CHARGE ACCOUNT MASTER            *
      *    (VSEX53-2) THE CLOSING BALANCE AND NAME ARE TAKEN FROM THE  *
      *    MASTER, WHICH THE POSTING RUNS KEEP, AND THE STATEMENT      *
      *    ALSO SHOWS THE CREDIT LIMIT, THE CREDIT STILL AVAILABLE,    *
      *    AND A NOTICE WHEN THE ACCOUNT IS ON CREDIT HOLD OR CLOSED.  *
      *    AN ACCOUNT WHOSE MASTER BALANCE DOES NOT AGREE WITH ITS     *
      *    CUSTOMER RECORDS IS COUNTED ON THE RUN SUMMARY FOR THE      *
      *    CREDIT OFFICE TO LOOK INTO.                                 *
      *                                                                *
      *        INPUT:   CUSTOMER.DAT - CUSTOMER INPUT FILE             *
      *                 ACTLEDG.DAT  - ACCOUNT ACTIVITY LEDGER         *
      *                 STMTPRM.DAT  - STATEMENT PERIOD (YYYYMM)       *
      *                 ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                                                                *
      *        OUTPUT:  VSEX31-1.RPT - MONTHLY ACCOUNT STATEMENTS      *
      *                                                                *
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT STATEMENT-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch31\VSEX3
      -    "1-1.RPT".
         02 SLR-ACTIVITY-TYPE PIC X.
           88 SLR-PAYMENT VALUE "P".
           88 SLR-FINANCE-CHARGE VALUE "F".
           88 SLR-RETURN-CREDIT VALUE "R".
         02 SLR-AMOUNT PIC 9(4)V99.

      ******************************************************************
       01 PERIOD-PARM-RECORD.
         02 PPR-STATEMENT-PERIOD PIC 9(6).

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHARGE ACCOUNT MASTER KEYED BY        *
      *    ACCOUNT NUMBER                                              *
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
      *    STATEMENT-REPORT - ONE STATEMENT PAGE PER ACCOUNT           *
         02 SW-ACCOUNT-ON-FILE PIC X.
           88 ACCOUNT-ON-FILE VALUE "Y".

         02 SW-ACCOUNT-ON-MASTER PIC X.
           88 ACCOUNT-ON-MASTER VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-STATEMENT-COUNT PIC 9(5).
         02 AC-CLOSING-TOTAL PIC S9(7)V99.
         02 AC-ORPHAN-COUNT PIC 9(5).
         02 AC-OUT-OF-BALANCE-COUNT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
         02 WA-OPENING-BALANCE PIC S9(7)V99.
         02 WA-CLOSING-BALANCE PIC S9(7)V99.
         02 WA-ACTIVITY-NET PIC S9(7)V99.
         02 WA-AVAILABLE-CREDIT PIC S9(7)V99.
         02 WA-ACTIVITY-COUNT PIC 9(3) VALUE ZERO.
         02 WA-ACTIVITY-SUB PIC 9(3).

           03 PIC X(16) VALUE SPACES.
           03 STL-CLOSING-BALANCE PIC $ZZZ,ZZZ.99-.

         02 STL-LIMIT-LINE.
           03 PIC X(12) VALUE SPACES.
           03 PIC X(20) VALUE "CREDIT LIMIT        ".
           03 PIC X(16) VALUE SPACES.
           03 STL-CREDIT-LIMIT PIC $ZZZ,ZZZ.99-.

         02 STL-AVAILABLE-LINE.
           03 PIC X(12) VALUE SPACES.
           03 PIC X(20) VALUE "AVAILABLE CREDIT    ".
           03 PIC X(16) VALUE SPACES.
           03 STL-AVAILABLE-CREDIT PIC $ZZZ,ZZZ.99-.

         02 STL-STATUS-LINE PIC X(70).

      ******************************************************************
      *                                                                *
      *             SUMMARY LINES FOR THE STATEMENT RUN                *
           03 PIC X(32) VALUE "LEDGER ACCOUNTS NOT ON FILE=  ".
           03 SSL-ORPHAN-COUNT PIC ZZ,ZZ9.

         02 SSL-OUT-OF-BALANCE-TOTAL.
           03 PIC X(32) VALUE "MASTER NOT EQUAL CUSTOMER   =  ".
           03 SSL-OUT-OF-BALANCE-COUNT PIC ZZ,ZZ9.

         02 SSL-END-LINE.
           03 PIC X(20) VALUE "END OF STATEMENT RUN".
      /
           PERFORM B-100-SORT-INPUT-FILES.
           PERFORM C-100-PRINT-STATEMENTS.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
       C-100-PRINT-STATEMENTS.

           OPEN INPUT SORTED-CUSTOMER-FILE
                      SORTED-LEDGER-FILE
                      ACCOUNT-MASTER-FILE.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
             UNTIL MASTER-EOF AND LEDGER-EOF.

           CLOSE SORTED-CUSTOMER-FILE
                 SORTED-LEDGER-FILE
                 ACCOUNT-MASTER-FILE.

      ******************************************************************
      *                                                                *
           PERFORM C-400-GATHER-LEDGER-RECORD
             UNTIL SLR-ACCOUNT-NUMBER NOT = WA-GROUP-ACCOUNT.

           MOVE "N" TO SW-ACCOUNT-ON-MASTER.

           IF ACCOUNT-ON-FILE
               PERFORM C-250-READ-ACCOUNT-MASTER.

           EVALUATE TRUE
               WHEN NOT ACCOUNT-ON-FILE
                   ADD 1 TO AC-ORPHAN-COUNT
               WHEN OTHER
                   CONTINUE.

      ******************************************************************
      *                                                                *
      *     LOOK THE ACCOUNT UP ON THE CHARGE ACCOUNT MASTER - WHEN    *
      *     IT IS THERE ITS BALANCE IS THE CLOSING BALANCE, AND A      *
      *     MASTER BALANCE THAT DISAGREES WITH THE CUSTOMER RECORDS    *
      *     IS COUNTED                                                 *
      *                                                                *
      ******************************************************************

       C-250-READ-ACCOUNT-MASTER.

           MOVE WA-GROUP-ACCOUNT TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-ACCOUNT-ON-MASTER.

           IF ACCOUNT-ON-MASTER
               IF AMR-BALANCE NOT = WA-CLOSING-BALANCE
                   ADD 1 TO AC-OUT-OF-BALANCE-COUNT
               END-IF
               MOVE AMR-BALANCE TO WA-CLOSING-BALANCE
               MOVE AMR-CUSTOMER-NAME TO WA-GROUP-NAME.

      ******************************************************************
      *                                                                *
      *     ROLL ONE OF THE ACCOUNT'S MASTER RECORDS INTO THE          *
      ******************************************************************
      *                                                                *
      *     ROLL ONE LEDGER ENTRY INTO THE ACTIVITY WHEN IT IS         *
      *     DATED IN THE STATEMENT PERIOD - A PAYMENT OR A RETURN      *
      *     CREDIT RUNS THE BALANCE DOWN AND A FINANCE CHARGE RUNS     *
      *     IT UP                                                      *
      *                                                                *
      ******************************************************************

           MOVE SLR-ACTIVITY-DATE(5:4) TO WA-CHECK-PERIOD(1:4).
           MOVE SLR-ACTIVITY-DATE(1:2) TO WA-CHECK-PERIOD(5:2).

           IF WA-CHECK-PERIOD = WA-STATEMENT-PERIOD-N
               PERFORM C-410-ADD-LEDGER-ACTIVITY.

           READ SORTED-LEDGER-FILE
               AT END
                   MOVE HIGH-VALUES TO SLR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-LEDGER-EOF.

       C-410-ADD-LEDGER-ACTIVITY.

           IF WA-ACTIVITY-COUNT < 100
               ADD 1 TO WA-ACTIVITY-COUNT
               SET ACT-INDEX TO WA-ACTIVITY-COUNT
               MOVE SLR-ACTIVITY-DATE TO ACT-DATE(ACT-INDEX)
               PERFORM C-420-DESCRIBE-LEDGER-ACTIVITY.

       C-420-DESCRIBE-LEDGER-ACTIVITY.

           EVALUATE TRUE
               WHEN SLR-PAYMENT
                   MOVE "PAYMENT" TO ACT-DESCRIPTION(ACT-INDEX)
                   COMPUTE ACT-AMOUNT(ACT-INDEX) = 0 - SLR-AMOUNT
                   SUBTRACT SLR-AMOUNT FROM WA-ACTIVITY-NET
               WHEN SLR-RETURN-CREDIT
                   MOVE "RETURN CREDIT" TO ACT-DESCRIPTION(ACT-INDEX)
                   COMPUTE ACT-AMOUNT(ACT-INDEX) = 0 - SLR-AMOUNT
                   SUBTRACT SLR-AMOUNT FROM WA-ACTIVITY-NET
               WHEN OTHER
                   MOVE "FINANCE CHARGE" TO ACT-DESCRIPTION(ACT-INDEX)
                   MOVE SLR-AMOUNT TO ACT-AMOUNT(ACT-INDEX)
                   ADD SLR-AMOUNT TO WA-ACTIVITY-NET.
      /
      ******************************************************************
      *                                                                *
           WRITE STATEMENT-LINE-OUT FROM STL-CLOSING-LINE
             AFTER ADVANCING 2 LINES.

           IF ACCOUNT-ON-MASTER
               PERFORM C-520-PRINT-CREDIT-LINES.

      ******************************************************************
      *                                                                *
      *     PRINT THE CREDIT LIMIT AND THE CREDIT STILL AVAILABLE,     *
      *     AND TELL THE CUSTOMER WHEN THE ACCOUNT IS ON HOLD OR       *
      *     CLOSED                                                     *
      *                                                                *
      ******************************************************************

       C-520-PRINT-CREDIT-LINES.

           COMPUTE WA-AVAILABLE-CREDIT =
               AMR-CREDIT-LIMIT - WA-CLOSING-BALANCE.

           MOVE AMR-CREDIT-LIMIT TO STL-CREDIT-LIMIT.
           MOVE WA-AVAILABLE-CREDIT TO STL-AVAILABLE-CREDIT.

           WRITE STATEMENT-LINE-OUT FROM STL-LIMIT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-AVAILABLE-LINE
             AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN AMR-ON-HOLD
                   MOVE "ACCOUNT ON CREDIT HOLD - PLEASE CALL CREDIT."
                     TO STL-STATUS-LINE
                   WRITE STATEMENT-LINE-OUT FROM STL-STATUS-LINE
                     AFTER ADVANCING 2 LINES
               WHEN AMR-CLOSED
                   MOVE "THIS ACCOUNT IS CLOSED TO NEW PURCHASES."
                     TO STL-STATUS-LINE
                   WRITE STATEMENT-LINE-OUT FROM STL-STATUS-LINE
                     AFTER ADVANCING 2 LINES
               WHEN OTHER
                   CONTINUE.

       C-510-PRINT-ACTIVITY-LINE.

           MOVE ACT-DATE(WA-ACTIVITY-SUB) TO STL-ACTIVITY-DATE.
           MOVE AC-STATEMENT-COUNT TO SSL-STATEMENT-COUNT.
           MOVE AC-CLOSING-TOTAL TO SSL-CLOSING-DOLLARS.
           MOVE AC-ORPHAN-COUNT TO SSL-ORPHAN-COUNT.
           MOVE AC-OUT-OF-BALANCE-COUNT TO SSL-OUT-OF-BALANCE-COUNT.

           WRITE STATEMENT-LINE-OUT FROM SSL-STATEMENT-TOTAL
             AFTER ADVANCING PAGE.
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM SSL-ORPHAN-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM SSL-OUT-OF-BALANCE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM SSL-END-LINE
             AFTER ADVANCING 2 LINES.

