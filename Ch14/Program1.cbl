      *    PAYROLL SERVICE. SALES CARRYING A CLERK ID NOT ON THE       *
      *    MASTER ARE TOTALED AND FLAGGED ON THE REGISTER.             *
      *                                                                *
      *    MERCHANDISE RETURNS POSTED BY THE RETURN POSTING RUN        *
      *    (VSEX54-1) ARE READ FROM THE RETURN HISTORY FILE AND TAKEN  *
      *    OUT OF THE SELLING CLERK'S SALES, SO COMMISSION IS PAID ON  *
      *    NET COMMISSIONABLE SALES. A CLERK'S NET SALES NEVER GO      *
      *    BELOW ZERO. THE NET FIGURE IS WHAT GOES TO THE PAYROLL      *
      *    EXTRACT.                                                    *
      *                                                                *
      *        INPUT:   CUSTOMER.DAT - CUSTOMER INPUT FILE             *
      *                 CLRKNAME.DAT - CLERK NAME MASTER               *
      *                 RETHIST.DAT  - RETURN HISTORY                  *
      *                                                                *
      *        OUTPUT:  VSEX14-1.RPT - CLERK COMMISSION REGISTER       *
      *                 PAYEXTR.DAT  - PAYROLL EXTRACT FILE            *
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CLRKN
      -    "AME.DAT".

           SELECT OPTIONAL RETURN-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\RETHI
      -    "ST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch14\VSEX1
      -    "4-1.RPT".
            CNR-COMMISSION-RATE-ALPHA PIC 9V99.
         02 CNR-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    INPUT-FILE - RETURN HISTORY, ONE RECORD PER POSTED RETURN   *
      *    WITH THE CLERK WHO MADE THE ORIGINAL SALE                   *
      *                                                                *
      ******************************************************************

       FD  RETURN-HISTORY-FILE.

       01 RETURN-HISTORY-RECORD.
         02 RHR-ACCOUNT-NUMBER PIC X(6).
         02 RHR-PURCHASE-DATE PIC 9(8).
         02 RHR-ITEM-PURCHASED PIC X(20).
         02 RHR-QUANTITY PIC 9.
         02 RHR-RETURN-AMOUNT PIC 9(4)V99.
         02 RHR-RETURN-DATE PIC 9(8).
         02 RHR-RETURN-CLERK-ID PIC XX.
         02 RHR-SELLING-CLERK-ID PIC XX.
         02 RHR-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - CLERK COMMISSION REGISTER                 *
         02 AC-RECORD-COUNT PIC 999.
         02 AC-UNMATCHED-COUNT PIC 999.
         02 AC-UNMATCHED-SALES PIC 9(6)V99.
         02 AC-UNMATCHED-RETURN-COUNT PIC 999.
         02 AC-UNMATCHED-RETURNS PIC 9(6)V99.
         02 AC-TOTAL-SALES PIC 9(7)V99.
         02 AC-TOTAL-RETURNS PIC 9(7)V99.
         02 AC-TOTAL-COMMISSION PIC 9(7)V99.
      /
      ******************************************************************

         02 WA-CLERK-COUNT PIC 9(3) VALUE ZERO.
         02 WA-CLERK-COMMISSION PIC 9(6)V99.
         02 WA-NET-SALES PIC 9(6)V99.

      ******************************************************************
      *                                                                *
      *                                                                *
      *    NON-EMBEDDED CLERK COMMISSION TABLE - LOADED FROM THE       *
      *    CLERK NAME MASTER, THEN USED TO ACCUMULATE EACH CLERK'S     *
      *    SALES AS THE CUSTOMER FILE IS READ AND RETURNS AS THE       *
      *    RETURN HISTORY IS READ                                      *
      *                                                                *
      ******************************************************************

           03 CCT-STORE-CODE PIC XX.
           03 CCT-SALES-COUNT PIC 9(3).
           03 CCT-SALES-TOTAL PIC 9(6)V99.
           03 CCT-RETURN-COUNT PIC 9(3).
           03 CCT-RETURN-TOTAL PIC 9(6)V99.
      /
      ******************************************************************
      *                                                                *
           03 PIC X(10) VALUE "CLERK NAME".
           03 PIC X(12) VALUE SPACES.
           03 PIC X(4) VALUE "RATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE "SALES".
           03 PIC X VALUE SPACES.
           03 PIC X(11) VALUE "SALES TOTAL".
           03 PIC X(7) VALUE SPACES.
           03 PIC X(7) VALUE "RETURNS".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(10) VALUE "COMMISSION".

           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".
           03 PIC X VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XXX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XXX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
      /
      ******************************************************************
      *                                                                *
         02 PIC XXX VALUE SPACES.
         02 RDL-SALES-TOTAL PIC $ZZZ,ZZZ.99.
         02 PIC XXX VALUE SPACES.
         02 RDL-RETURN-TOTAL PIC $ZZZ,ZZZ.99.
         02 PIC XXX VALUE SPACES.
         02 RDL-COMMISSION PIC $ZZZ,ZZZ.99.

      ******************************************************************
           03 PIC X(17) VALUE " SALES TOTALING  ".
           03 RSL-UNMATCHED-SALES PIC $ZZZ,ZZZ.99.

         02 RSL-UNMATCHED-RETURN-LINE.
           03 PIC X(26) VALUE "*  CLERK NOT ON MASTER -  ".
           03 RSL-UNMATCHED-RETURN-COUNT PIC ZZ9.
           03 PIC X(17) VALUE " RETURNS TOTALING".
           03 RSL-UNMATCHED-RETURNS PIC $ZZZ,ZZZ.99.

         02 RSL-SALES-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL SALES          =  ".
           03 RSL-TOTAL-SALES PIC $Z,ZZZ,ZZZ.99.

         02 RSL-RETURNS-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL RETURNS        =  ".
           03 RSL-TOTAL-RETURNS PIC $Z,ZZZ,ZZZ.99.

         02 RSL-COMMISSION-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL COMMISSION     =  ".
           PERFORM B-100-LOAD-CLERK-TABLE.
           PERFORM C-100-PROCESS-FILE.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
               MOVE CNR-STORE-CODE TO CCT-STORE-CODE(CCT-INDEX).

           MOVE ZERO TO CCT-SALES-COUNT(CCT-INDEX)
                        CCT-SALES-TOTAL(CCT-INDEX)
                        CCT-RETURN-COUNT(CCT-INDEX)
                        CCT-RETURN-TOTAL(CCT-INDEX).
           MOVE CCT-INDEX TO WA-CLERK-COUNT.

           READ CLERK-NAME-FILE

           CLOSE CUSTOMER-FILE.

           OPEN INPUT RETURN-HISTORY-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-250-ACCUMULATE-RETURN
             UNTIL END-OF-FILE.

           CLOSE RETURN-HISTORY-FILE.

           PERFORM C-300-REPORT-CLERK
             VARYING CCT-INDEX FROM 1 BY 1
             UNTIL CCT-INDEX > WA-CLERK-COUNT.
           READ CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     ACCUMULATE ONE RETURN AGAINST THE CLERK WHO MADE THE       *
      *     ORIGINAL SALE                                              *
      *                                                                *
      ******************************************************************

       C-250-ACCUMULATE-RETURN.

           SET CCT-INDEX TO 1.
           SEARCH CCT-ENTRY
               AT END
                   ADD 1 TO AC-UNMATCHED-RETURN-COUNT
                   ADD RHR-RETURN-AMOUNT TO AC-UNMATCHED-RETURNS
               WHEN CCT-ID(CCT-INDEX) = RHR-SELLING-CLERK-ID
                   ADD 1 TO CCT-RETURN-COUNT(CCT-INDEX)
                   ADD RHR-RETURN-AMOUNT
                     TO CCT-RETURN-TOTAL(CCT-INDEX).

           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     WRITE ONE CLERK'S REGISTER LINE AND PAYROLL EXTRACT        *
      *     RECORD - COMMISSION IS FIGURED ON SALES LESS RETURNS,      *
      *     AND CLERKS WITH NO SALES OR RETURNS ARE SKIPPED            *
      *                                                                *
      ******************************************************************

       C-300-REPORT-CLERK.

           IF CCT-SALES-COUNT(CCT-INDEX) > 0 OR
              CCT-RETURN-COUNT(CCT-INDEX) > 0

               IF CCT-RETURN-TOTAL(CCT-INDEX) >
                  CCT-SALES-TOTAL(CCT-INDEX)
                   MOVE ZERO TO WA-NET-SALES
               ELSE
                   COMPUTE WA-NET-SALES =
                       CCT-SALES-TOTAL(CCT-INDEX) -
                       CCT-RETURN-TOTAL(CCT-INDEX)
               END-IF

               COMPUTE WA-CLERK-COMMISSION ROUNDED =
                   WA-NET-SALES * CCT-RATE(CCT-INDEX)

               MOVE CCT-ID(CCT-INDEX) TO RDL-CLERK-ID
               MOVE CCT-NAME(CCT-INDEX) TO RDL-CLERK-NAME
               MOVE CCT-RATE(CCT-INDEX) TO RDL-RATE
               MOVE CCT-SALES-COUNT(CCT-INDEX) TO RDL-SALES-COUNT
               MOVE CCT-SALES-TOTAL(CCT-INDEX) TO RDL-SALES-TOTAL
               MOVE CCT-RETURN-TOTAL(CCT-INDEX) TO RDL-RETURN-TOTAL
               MOVE WA-CLERK-COMMISSION TO RDL-COMMISSION

               ADD CCT-SALES-TOTAL(CCT-INDEX) TO AC-TOTAL-SALES
               ADD CCT-RETURN-TOTAL(CCT-INDEX) TO AC-TOTAL-RETURNS
               ADD WA-CLERK-COMMISSION TO AC-TOTAL-COMMISSION

               PERFORM M-510-WRITE-DETAIL-LINE
               MOVE CCT-ID(CCT-INDEX) TO PXR-CLERK-ID
               MOVE CCT-NAME(CCT-INDEX) TO PXR-CLERK-NAME
               MOVE CCT-RATE(CCT-INDEX) TO PXR-COMMISSION-RATE
               MOVE WA-NET-SALES TO PXR-SALES-TOTAL
               MOVE WA-CLERK-COMMISSION TO PXR-COMMISSION
               MOVE CCT-STORE-CODE(CCT-INDEX) TO PXR-STORE-CODE
               WRITE PAYROLL-EXTRACT-RECORD.
               WRITE REGISTER-LINE-OUT FROM RSL-UNMATCHED-LINE
                 AFTER ADVANCING 2 LINES.

           IF AC-UNMATCHED-RETURN-COUNT > 0
               MOVE AC-UNMATCHED-RETURN-COUNT
                 TO RSL-UNMATCHED-RETURN-COUNT
               MOVE AC-UNMATCHED-RETURNS TO RSL-UNMATCHED-RETURNS
               WRITE REGISTER-LINE-OUT FROM RSL-UNMATCHED-RETURN-LINE
                 AFTER ADVANCING 2 LINES.

           MOVE AC-TOTAL-SALES TO RSL-TOTAL-SALES.
           MOVE AC-TOTAL-RETURNS TO RSL-TOTAL-RETURNS.
           MOVE AC-TOTAL-COMMISSION TO RSL-TOTAL-COMMISSION.

           WRITE REGISTER-LINE-OUT FROM RSL-SALES-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-RETURNS-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-COMMISSION-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
