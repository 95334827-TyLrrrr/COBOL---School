      *    THE CONTRACT MASTER IS A KEYED FILE, SO BALANCES ARE        *
      *    REDUCED IN PLACE. A PAYMENT THAT RUNS THE BALANCE TO        *
      *    ZERO MARKS THE CONTRACT PAID. PAYMENTS THAT MATCH NO        *
      *    CONTRACT, LAND ON A PAID OR CHARGED-OFF CONTRACT, EXCEED    *
      *    THE BALANCE, OR FAIL THE FIELD EDITS GO TO THE SUSPENSE     *
      *    FILE AND ARE FLAGGED ON THE REGISTER. THE REGISTER CARRIES  *
      *    POSTED COUNT AND DOLLAR TOTALS TO BALANCE AGAINST THE       *
      *    DEPOSIT, AND THE SAME TOTALS ARE DROPPED TO TOTALS34.DAT    *
      *    FOR THE BANK DEPOSIT RECONCILIATION (VSEX48-1) AND THE      *
      *    JOURNAL EXTRACT (VSEX32-1).                                 *
      *                                                                *
      *    EVERY POSTED PAYMENT IS ADDED TO THE PERMANENT LOAN         *
      *    PAYMENT HISTORY, SPLIT BETWEEN PRINCIPAL AND INTEREST IN    *
      *    THE SAME PROPORTION THE ADD-ON INTEREST BEARS TO THE TOTAL  *
      *    OF PAYMENTS. THE YEAR-END INTEREST STATEMENTS (VSEX46-1)    *
      *    ARE PRINTED FROM THE HISTORY.                               *
      *                                                                *
      *        INPUT:   LOANPAY.DAT  - LOAN PAYMENT TRANSACTIONS       *
      *                                                                *
      *        INPUT/OUTPUT:  FINMAST.DAT  - FINANCE CONTRACT MASTER   *
      *                       LOANSUSP.DAT - SUSPENDED PAYMENTS        *
      *                       LOANHIST.DAT - LOAN PAYMENT HISTORY      *
      *                                                                *
      *        OUTPUT:  VSEX34-1.RPT - LOAN PAYMENT REGISTER           *
      *                 TOTALS34.DAT - RUN TOTALS                      *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR PAYMENTS          *
      *                                                                *
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\LOANS
      -    "USP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\LOANH
      -    "IST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch34\VSEX3
      -    "4-1.RPT".

           SELECT TOTALS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S34.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    SUSPENSE-FILE - PAYMENTS THAT COULD NOT BE POSTED. THE      *
      *    FILE IS EXTENDED, NOT REPLACED, SO ITEMS ALREADY HELD STAY  *
      *    ON IT. THE AMOUNT IS WIDE ENOUGH FOR THE PAYOFFS THE        *
      *    PAYOFF RUN (VSEX44-1) ADDS TO THIS FILE - A FILE LEFT       *
      *    UNDER THE OLD SIX-BYTE AMOUNT IS REBUILT ONCE BY VSEX34-3   *
      *                                                                *
      ******************************************************************

         02 SUS-CUSTOMER-NUMBER PIC X(4).
         02 SUS-SALE-SEQUENCE PIC XX.
         02 SUS-PAYMENT-DATE PIC X(8).
         02 SUS-PAYMENT-AMOUNT PIC X(8).
         02 SUS-PAYMENT-AMOUNT-NUM REDEFINES
            SUS-PAYMENT-AMOUNT PIC 9(6)V99.
         02 SUS-REASON PIC X(27).

      ******************************************************************
      *                                                                *
      *    LOAN HISTORY FILE - ONE RECORD PER PAYMENT EVER POSTED TO   *
      *    A CONTRACT, ADDED TO BY THIS RUN AND THE PAYOFF RUN         *
      *    (VSEX44-1). THE FILE IS NEVER PURGED                        *
      *                                                                *
      ******************************************************************

       FD  LOAN-HISTORY-FILE.

       01 LOAN-HISTORY-RECORD.
         02 LHR-CONTRACT-KEY.
           03 LHR-CUSTOMER-NUMBER PIC X(4).
           03 LHR-SALE-SEQUENCE PIC 9(2).
         02 LHR-PAYMENT-DATE.
           03 LHR-PAYMENT-MONTH PIC 99.
           03 LHR-PAYMENT-DAY PIC 99.
           03 LHR-PAYMENT-YEAR PIC 9(4).
         02 LHR-PAYMENT-TYPE PIC X.
           88 LHR-REGULAR-PAYMENT VALUE "P".
           88 LHR-PAYOFF VALUE "O".
         02 LHR-PAYMENT-AMOUNT PIC 9(6)V99.
         02 LHR-PRINCIPAL-AMOUNT PIC 9(6)V99.
         02 LHR-INTEREST-AMOUNT PIC 9(6)V99.
         02 LHR-POSTED-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - LOAN PAYMENT REGISTER                     *
       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    TOTALS-FILE - RUN TOTALS FOR THE BANK DEPOSIT               *
      *    RECONCILIATION (VSEX48-1) AND THE JOURNAL EXTRACT           *
      *    (VSEX32-1), IN THE SAME SHAPE AS TOTALS28.DAT               *
      *                                                                *
      ******************************************************************

       FD  TOTALS-FILE.

       01 TOTALS-RECORD.
         02 TL34-RUN-DATE PIC 9(8).
         02 TL34-POSTED-COUNT PIC 9(6).
         02 TL34-POSTED-DOLLARS PIC 9(7)V99.
      /
       WORKING-STORAGE SECTION.
      ************************
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-TOTAL-INTEREST PIC 9(6)V99.
      /
      ******************************************************************
      *                                                                *
           MOVE WA-RUN-DATE TO RGH-DATE.

           OPEN OUTPUT REGISTER-REPORT
                       TOTALS-FILE.
           OPEN EXTEND SUSPENSE-FILE
                       LOAN-HISTORY-FILE.
      /
      ******************************************************************
      *                                                                *
               WHEN FMR-PAID
                   MOVE "CONTRACT ALREADY PAID" TO RDL-DISPOSITION
                   PERFORM C-600-SUSPEND-PAYMENT
               WHEN FMR-CHARGED-OFF OR FMR-REPOSSESSED
                   MOVE "CONTRACT CHARGED OFF" TO RDL-DISPOSITION
                   PERFORM C-600-SUSPEND-PAYMENT
               WHEN SLP-PAYMENT-AMOUNT > FMR-BALANCE
                   MOVE "PAYMENT EXCEEDS BALANCE" TO RDL-DISPOSITION
                   PERFORM C-600-SUSPEND-PAYMENT
                       MOVE "PAYMENT POSTED" TO RDL-DISPOSITION
                   END-IF
                   REWRITE FINANCE-MASTER-RECORD
                   PERFORM C-500-WRITE-HISTORY
                   ADD 1 TO AC-POSTED-COUNT
                   ADD SLP-PAYMENT-AMOUNT TO AC-POSTED-DOLLARS
                   PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *     ADD THE POSTED PAYMENT TO THE LOAN HISTORY. THE TOTAL      *
      *     INTEREST IS RE-FIGURED THE WAY THE SALES UPDATE LOADED     *
      *     IT, AND EACH PAYMENT CARRIES INTEREST IN THE SAME          *
      *     PROPORTION THE INTEREST BEARS TO THE TOTAL OF PAYMENTS     *
      *                                                                *
      *        PAYMENT  X  INTEREST  /  (FINANCED + INTEREST)          *
      *                                                                *
      ******************************************************************

       C-500-WRITE-HISTORY.

           COMPUTE WA-TOTAL-INTEREST ROUNDED =
               FMR-AMOUNT-FINANCED * (FMR-FINANCE-RATE / 100)
               * (FMR-TERM-MONTHS / 12).

           MOVE FMR-CONTRACT-KEY TO LHR-CONTRACT-KEY.
           MOVE SLP-PAYMENT-DATE TO LHR-PAYMENT-DATE.
           MOVE "P" TO LHR-PAYMENT-TYPE.
           MOVE SLP-PAYMENT-AMOUNT TO LHR-PAYMENT-AMOUNT.
           MOVE WA-RUN-DATE TO LHR-POSTED-DATE.

           IF FMR-AMOUNT-FINANCED + WA-TOTAL-INTEREST = ZERO
               MOVE ZERO TO LHR-INTEREST-AMOUNT
           ELSE
               COMPUTE LHR-INTEREST-AMOUNT ROUNDED =
                   SLP-PAYMENT-AMOUNT * WA-TOTAL-INTEREST /
                   (FMR-AMOUNT-FINANCED + WA-TOTAL-INTEREST).

           COMPUTE LHR-PRINCIPAL-AMOUNT =
               SLP-PAYMENT-AMOUNT - LHR-INTEREST-AMOUNT.

           WRITE LOAN-HISTORY-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     SUSPEND ONE PAYMENT - FLAGGED ON THE REGISTER AND          *
      *     WRITTEN TO THE SUSPENSE FILE FOR THE OFFICE                *
      *                                                                *
           ADD 1 TO AC-SUSPENSE-COUNT.

           IF SLP-PAYMENT-AMOUNT-ALPHA NUMERIC
               ADD SLP-PAYMENT-AMOUNT TO AC-SUSPENSE-DOLLARS
               MOVE SLP-PAYMENT-AMOUNT TO SUS-PAYMENT-AMOUNT-NUM
           ELSE
               MOVE SLP-PAYMENT-AMOUNT-ALPHA TO SUS-PAYMENT-AMOUNT.

           MOVE SLP-CUSTOMER-NUMBER TO SUS-CUSTOMER-NUMBER.
           MOVE SLP-SALE-SEQUENCE-ALPHA TO SUS-SALE-SEQUENCE.
           MOVE SLP-PAYMENT-DATE-ALPHA TO SUS-PAYMENT-DATE.
           MOVE RDL-DISPOSITION TO SUS-REASON.
           WRITE SUSPENSE-RECORD.

           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           MOVE WA-RUN-DATE TO TL34-RUN-DATE.
           MOVE AC-POSTED-COUNT TO TL34-POSTED-COUNT.
           MOVE AC-POSTED-DOLLARS TO TL34-POSTED-DOLLARS.
           WRITE TOTALS-RECORD.

           CLOSE REGISTER-REPORT
                 SUSPENSE-FILE
                 LOAN-HISTORY-FILE
                 TOTALS-FILE.

           DISPLAY " ".
           DISPLAY "LOAN PAYMENT POSTING PROGRAM HAS TERMINATED".
