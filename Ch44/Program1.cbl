       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX44-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. FEBRUARY 22, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM QUOTES AND POSTS EARLY PAYOFFS OF DEALER       *
      *    FINANCE CONTRACTS. THE CONTRACT MASTER (FINMAST.DAT) IS     *
      *    BUILT ON ADD-ON INTEREST - THE SALES UPDATE (VSEX9-3)       *
      *    LOADS THE BALANCE WITH THE FULL TERM'S INTEREST - SO A      *
      *    CONTRACT PAID OFF EARLY IS ENTITLED TO A REBATE OF THE      *
      *    UNEARNED INTEREST. THE REBATE IS FIGURED BY THE RULE OF     *
      *    78S OVER THE MONTHS OF THE TERM REMAINING AT THE            *
      *    GOOD-THROUGH DATE (A MONTH ONCE ENTERED IS EARNED), AND     *
      *    THE PAYOFF IS THE BALANCE LESS THE REBATE.                  *
      *                                                                *
      *    TWO TRANSACTION TYPES ARE ACCEPTED:                         *
      *        Q - QUOTE.  A PAYOFF QUOTE LETTER IS PRINTED FOR THE    *
      *            CONTRACT AS OF THE GOOD-THROUGH DATE. THE MASTER    *
      *            IS NOT CHANGED.                                     *
      *        P - PAYOFF. THE PAYOFF IS RE-FIGURED AS OF THE DATE     *
      *            RECEIVED. WHEN THE AMOUNT RECEIVED MATCHES, THE     *
      *            REBATE AND THE FINAL PAYMENT ARE POSTED, THE        *
      *            BALANCE GOES TO ZERO AND THE CONTRACT IS MARKED     *
      *            PAID. A PAYOFF THAT DOES NOT MATCH, OR THAT FAILS   *
      *            THE EDITS, GOES TO THE LOAN PAYMENT SUSPENSE FILE   *
      *            THE SAME WAY THE PAYMENT POSTING RUN (VSEX34-1)     *
      *            SUSPENDS A BAD PAYMENT.                             *
      *                                                                *
      *    THE SUSPENSE FILE IS EXTENDED, NOT REPLACED, SO THIS RUN    *
      *    FOLLOWS THE DAY'S PAYMENT POSTING.                          *
      *                                                                *
      *    A POSTED PAYOFF IS ADDED TO THE LOAN PAYMENT HISTORY. ITS   *
      *    INTEREST IS THE INTEREST STILL CARRIED IN THE BALANCE -     *
      *    THE BALANCE'S SHARE OF THE ADD-ON INTEREST, AS THE PAYMENT  *
      *    POSTING RUN SPLITS IT - LESS THE REBATE.                    *
      *                                                                *
      *    THE POSTED PAYOFF COUNT AND DOLLARS ARE DROPPED TO          *
      *    TOTALS44.DAT, IN THE SAME SHAPE AS TOTALS34.DAT, FOR THE    *
      *    BANK DEPOSIT RECONCILIATION (VSEX48-1) AND THE JOURNAL      *
      *    EXTRACT (VSEX32-1).                                         *
      *                                                                *
      *        INPUT:   PAYOFF.DAT   - PAYOFF QUOTE AND POSTING TRANS  *
      *                                                                *
      *        INPUT/OUTPUT:  FINMAST.DAT - FINANCE CONTRACT MASTER    *
      *                       LOANSUSP.DAT - SUSPENDED PAYMENTS        *
      *                       LOANHIST.DAT - LOAN PAYMENT HISTORY      *
      *                                                                *
      *        OUTPUT:  VSEX44-1.LTR - PAYOFF QUOTE LETTERS            *
      *                 VSEX44-1.RPT - PAYOFF REGISTER                 *
      *                 TOTALS44.DAT - RUN TOTALS                      *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR THE TRANSACTIONS  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT PAYOFF-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\PAYOF
      -    "F.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-PAYOFF-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch44\STRAN
      -    "POF.DAT".

           SELECT OPTIONAL FINANCE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
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

           SELECT QUOTE-LETTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch44\VSEX4
      -    "4-1.LTR".

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch44\VSEX4
      -    "4-1.RPT".

           SELECT TOTALS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S44.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    PAYOFF TRANSACTION FILE - ONE QUOTE REQUEST OR PAYOFF       *
      *    RECEIVED PER RECORD. DATE IS MMDDYYYY - THE GOOD-THROUGH    *
      *    DATE OF A QUOTE, THE DATE RECEIVED OF A PAYOFF. THE         *
      *    AMOUNT IS CARRIED ON PAYOFFS ONLY.                          *
      *                                                                *
      ******************************************************************

       FD  PAYOFF-TRANSACTION-FILE.

       01 PAYOFF-TRANSACTION-RECORD.
         02 POT-TRANSACTION-TYPE PIC X.
         02 POT-CUSTOMER-NUMBER PIC X(4).
         02 POT-SALE-SEQUENCE PIC XX.
         02 POT-PAYOFF-DATE PIC X(8).
         02 POT-PAYOFF-AMOUNT PIC X(8).

      ******************************************************************
      *                                                                *
      *       SORT FILE - SORT TRANSACTIONS BY CONTRACT KEY            *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 PIC X.
         02 SR-CONTRACT-KEY PIC X(6).
         02 PIC X(16).

      ******************************************************************
      *                                                                *
      *    SORTED PAYOFF FILE - TRANSACTIONS IN CONTRACT KEY ORDER     *
      *                                                                *
      ******************************************************************

       FD  SORTED-PAYOFF-FILE.

       01 SORTED-PAYOFF-RECORD.
         02 SPO-TRANSACTION-TYPE PIC X.
           88 SPO-QUOTE VALUE "Q".
           88 SPO-PAYOFF VALUE "P".
         02 SPO-CONTRACT-KEY.
           03 SPO-CUSTOMER-NUMBER PIC X(4).
           03 SPO-SALE-SEQUENCE-ALPHA PIC XX.
         02 SPO-PAYOFF-DATE-ALPHA PIC X(8).
         02 SPO-PAYOFF-DATE REDEFINES
            SPO-PAYOFF-DATE-ALPHA.
           03 SPO-PAYOFF-MONTH PIC 99.
           03 SPO-PAYOFF-DAY PIC 99.
           03 SPO-PAYOFF-YEAR PIC 9(4).
         02 SPO-PAYOFF-DATE-NUM REDEFINES
            SPO-PAYOFF-DATE-ALPHA PIC 9(8).
         02 SPO-PAYOFF-AMOUNT-ALPHA PIC X(8).
         02 SPO-PAYOFF-AMOUNT REDEFINES
            SPO-PAYOFF-AMOUNT-ALPHA PIC 9(6)V99.

      ******************************************************************
      *                                                                *
      *    FINANCE CONTRACT MASTER - KEYED BY THE SALE THE CONTRACT    *
      *    RODE IN ON (CUSTOMER NUMBER PLUS SALE SEQUENCE)             *
      *                                                                *
      ******************************************************************

       FD  FINANCE-MASTER-FILE.

       01 FINANCE-MASTER-RECORD.
         02 FMR-CONTRACT-KEY.
           03 FMR-CUSTOMER-NUMBER PIC X(4).
           03 FMR-SALE-SEQUENCE PIC 9(2).
         02 FMR-CUSTOMER-NAME PIC X(20).
         02 FMR-CONTRACT-DATE.
           03 FMR-CONTRACT-MONTH PIC 99.
           03 FMR-CONTRACT-DAY PIC 99.
           03 FMR-CONTRACT-YEAR PIC 9(4).
         02 FMR-AMOUNT-FINANCED PIC 9(5)V99.
         02 FMR-FINANCE-RATE PIC 99V999.
         02 FMR-TERM-MONTHS PIC 9(3).
         02 FMR-PAYMENT-AMOUNT PIC 9(4)V99.
         02 FMR-BALANCE PIC 9(6)V99.
         02 FMR-LAST-PAYMENT-DATE PIC 9(8).
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    SUSPENSE-FILE - PAYMENTS THAT COULD NOT BE POSTED, SHARED   *
      *    WITH THE PAYMENT POSTING RUN (VSEX34-1)                     *
      *                                                                *
      ******************************************************************

       FD  SUSPENSE-FILE.

       01 SUSPENSE-RECORD.
         02 SUS-CUSTOMER-NUMBER PIC X(4).
         02 SUS-SALE-SEQUENCE PIC XX.
         02 SUS-PAYMENT-DATE PIC X(8).
         02 SUS-PAYMENT-AMOUNT PIC X(8).
         02 SUS-REASON PIC X(27).

      ******************************************************************
      *                                                                *
      *    LOAN HISTORY FILE - ONE RECORD PER PAYMENT EVER POSTED TO   *
      *    A CONTRACT, SHARED WITH THE PAYMENT POSTING RUN (VSEX34-1)  *
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
      *    QUOTE-LETTER-FILE - ONE PAYOFF QUOTE LETTER PER PAGE        *
      *                                                                *
      ******************************************************************

       FD  QUOTE-LETTER-FILE.

       01 LETTER-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - PAYOFF REGISTER                           *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(90).

      ******************************************************************
      *                                                                *
      *    TOTALS-FILE - RUN TOTALS FOR THE BANK DEPOSIT               *
      *    RECONCILIATION (VSEX48-1) AND THE JOURNAL EXTRACT           *
      *    (VSEX32-1), IN THE SAME SHAPE AS TOTALS34.DAT               *
      *                                                                *
      ******************************************************************

       FD  TOTALS-FILE.

       01 TOTALS-RECORD.
         02 TL44-RUN-DATE PIC 9(8).
         02 TL44-POSTED-COUNT PIC 9(6).
         02 TL44-POSTED-DOLLARS PIC 9(7)V99.
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-PAYOFF-EOF PIC X VALUE "N".
           88 PAYOFF-EOF VALUE "Y".

         02 SW-VALID-QUOTE PIC X.
           88 VALID-QUOTE VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-QUOTE-COUNT PIC 9(5).
         02 AC-QUOTE-REJECT-COUNT PIC 9(5).
         02 AC-PAID-OFF-COUNT PIC 9(5).
         02 AC-PAID-OFF-DOLLARS PIC 9(7)V99.
         02 AC-REBATE-DOLLARS PIC 9(7)V99.
         02 AC-SUSPENSE-COUNT PIC 9(5).
         02 AC-SUSPENSE-DOLLARS PIC 9(7)V99.
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

         02 WA-ELAPSED-MONTHS PIC S9(5).
         02 WA-REMAINING-MONTHS PIC 9(3).
         02 WA-TOTAL-INTEREST PIC 9(6)V99.
         02 WA-REBATE-AMOUNT PIC 9(6)V99.
         02 WA-PAYOFF-AMOUNT PIC 9(6)V99.
         02 WA-INTEREST-PORTION PIC S9(6)V99.
         02 WA-REJECT-REASON PIC X(27).
      /
      ******************************************************************
      *                                                                *
      *                 PAYOFF QUOTE LETTER LINES                      *
      *                                                                *
      ******************************************************************

       01 LETTER-LINES.

         02 LL-COMPANY-LINE.
           03 PIC X(27) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".

         02 LL-TITLE-LINE.
           03 PIC X(25) VALUE SPACES.
           03 PIC X(17) VALUE "LOAN PAYOFF QUOTE".

         02 LL-DATE-LINE.
           03 PIC X(6) VALUE "DATE: ".
           03 LL-RUN-DATE PIC Z9/99/9999.

         02 LL-NAME-LINE.
           03 PIC X(24) VALUE "CUSTOMER:               ".
           03 LL-CUSTOMER-NAME PIC X(20).

         02 LL-CONTRACT-LINE.
           03 PIC X(24) VALUE "CONTRACT:               ".
           03 LL-CUSTOMER-NUMBER PIC X(4).
           03 PIC X VALUE "-".
           03 LL-SALE-SEQUENCE PIC 99.

         02 LL-CONTRACT-DATE-LINE.
           03 PIC X(24) VALUE "CONTRACT DATE:          ".
           03 LL-CONTRACT-DATE PIC Z9/99/9999.

         02 LL-TERM-LINE.
           03 PIC X(24) VALUE "TERM / MONTHS REMAINING:".
           03 LL-TERM-MONTHS PIC ZZ9.
           03 PIC X(3) VALUE " / ".
           03 LL-REMAINING-MONTHS PIC ZZ9.

         02 LL-BALANCE-LINE.
           03 PIC X(24) VALUE "BALANCE OF CONTRACT:    ".
           03 LL-BALANCE PIC $ZZZ,ZZZ.99.

         02 LL-REBATE-LINE.
           03 PIC X(24) VALUE "LESS UNEARNED INTEREST: ".
           03 LL-REBATE-AMOUNT PIC $ZZZ,ZZZ.99.

         02 LL-PAYOFF-LINE.
           03 PIC X(24) VALUE "PAYOFF AMOUNT:          ".
           03 LL-PAYOFF-AMOUNT PIC $ZZZ,ZZZ.99.

         02 LL-GOOD-THROUGH-LINE.
           03 PIC X(24) VALUE "GOOD THROUGH:           ".
           03 LL-GOOD-THROUGH-DATE PIC Z9/99/9999.

         02 LL-MESSAGE-1 PIC X(70) VALUE
              "THIS AMOUNT PAYS THE CONTRACT IN FULL IF RECEIVED".
         02 LL-MESSAGE-2 PIC X(70) VALUE
              "BY THE GOOD-THROUGH DATE. AFTER THAT, CALL FOR A QUOTE.".
      /
      ******************************************************************
      *                                                                *
      *               REPORT HEADINGS FOR THE PAYOFF REGISTER          *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(29) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(32) VALUE SPACES.
           03 PIC X(22) VALUE "LOAN PAYOFF REGISTER".

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(4) VALUE "TYPE".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE "CONTRACT".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "DATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "REBATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "PAYOFF".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 RGH-LINE-4.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(27) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *              DETAIL LINE FOR THE PAYOFF REGISTER               *
      *                                                                *
      ******************************************************************

       01 REGISTER-DETAIL-LINE.
         02 PIC X VALUE SPACE.
         02 RDL-TRANSACTION-TYPE PIC X.
         02 PIC XXXX VALUE SPACES.
         02 RDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 RDL-SALE-SEQUENCE PIC XX.
         02 PIC X VALUE SPACES.
         02 RDL-PAYOFF-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 RDL-REBATE-AMOUNT PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-PAYOFF-AMOUNT PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-DISPOSITION PIC X(27).

      ******************************************************************
      *                                                                *
      *              SUMMARY LINES FOR THE PAYOFF REGISTER             *
      *                                                                *
      ******************************************************************

       01 REGISTER-SUMMARY-LINES.

         02 RSL-QUOTE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "QUOTE LETTERS PRINTED =  ".
           03 RSL-QUOTE-COUNT PIC ZZ,ZZ9.

         02 RSL-QUOTE-REJECT-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "QUOTES NOT ISSUED     =  ".
           03 RSL-QUOTE-REJECT-COUNT PIC ZZ,ZZ9.

         02 RSL-PAID-OFF-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "CONTRACTS PAID OFF    =  ".
           03 RSL-PAID-OFF-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  FOR  ".
           03 RSL-PAID-OFF-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 RSL-REBATE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "INTEREST REBATED      =  ".
           03 PIC X(13) VALUE SPACES.
           03 RSL-REBATE-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 RSL-SUSPENSE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "PAYOFFS SUSPENDED     =  ".
           03 RSL-SUSPENSE-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  FOR  ".
           03 RSL-SUSPENSE-DOLLARS PIC $Z,ZZZ,ZZZ.99.

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
           PERFORM C-100-PROCESS-PAYOFFS.
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
           MOVE WA-RUN-DATE TO RGH-DATE
                               LL-RUN-DATE.

           OPEN OUTPUT REGISTER-REPORT
                       QUOTE-LETTER-FILE
                       TOTALS-FILE.
           OPEN EXTEND SUSPENSE-FILE
                       LOAN-HISTORY-FILE.
      /
      ******************************************************************
      *                                                                *
      *          SORT THE PAYOFF TRANSACTIONS BY CONTRACT KEY          *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-CONTRACT-KEY
             WITH DUPLICATES IN ORDER
             USING PAYOFF-TRANSACTION-FILE
             GIVING SORTED-PAYOFF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     QUOTE OR POST EACH TRANSACTION DIRECTLY AGAINST THE        *
      *     CONTRACT BY KEY                                            *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-PAYOFFS.

           OPEN I-O FINANCE-MASTER-FILE.
           OPEN INPUT SORTED-PAYOFF-FILE.

           READ SORTED-PAYOFF-FILE
               AT END
                   MOVE "Y" TO SW-PAYOFF-EOF.

           PERFORM C-200-PROCESS-ONE-TRANSACTION
             UNTIL PAYOFF-EOF.

           CLOSE FINANCE-MASTER-FILE
                 SORTED-PAYOFF-FILE.

      ******************************************************************
      *                                                                *
      *     EDIT ONE TRANSACTION, LOOK UP THE CONTRACT AND FIGURE      *
      *     THE PAYOFF. A BAD QUOTE REQUEST IS ONLY LISTED - A BAD     *
      *     PAYOFF IS MONEY AND GOES TO SUSPENSE                       *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-ONE-TRANSACTION.

           MOVE "Y" TO SW-VALID-QUOTE.
           MOVE ZERO TO WA-REBATE-AMOUNT
                        WA-PAYOFF-AMOUNT.

           EVALUATE TRUE
               WHEN NOT SPO-QUOTE AND NOT SPO-PAYOFF
                   MOVE "INVALID TRANSACTION TYPE" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN SPO-SALE-SEQUENCE-ALPHA NOT NUMERIC
                   MOVE "SALE SEQUENCE NOT NUMERIC" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN SPO-PAYOFF-DATE-ALPHA NOT NUMERIC
                   MOVE "PAYOFF DATE NOT NUMERIC" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN SPO-PAYOFF-MONTH < 1 OR SPO-PAYOFF-MONTH > 12
                 OR SPO-PAYOFF-DAY < 1 OR SPO-PAYOFF-DAY > 31
                   MOVE "PAYOFF DATE NOT VALID" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN SPO-PAYOFF AND
                    SPO-PAYOFF-AMOUNT-ALPHA NOT NUMERIC
                   MOVE "PAYOFF AMOUNT NOT NUMERIC" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN OTHER
                   PERFORM C-300-READ-CONTRACT.

           EVALUATE TRUE
               WHEN NOT VALID-QUOTE AND SPO-PAYOFF
                   PERFORM C-600-SUSPEND-PAYOFF
               WHEN NOT VALID-QUOTE
                   ADD 1 TO AC-QUOTE-REJECT-COUNT
                   MOVE WA-REJECT-REASON TO RDL-DISPOSITION
                   PERFORM M-510-WRITE-REGISTER-LINE
               WHEN SPO-QUOTE
                   PERFORM C-400-PRINT-QUOTE-LETTER
               WHEN SPO-PAYOFF-AMOUNT NOT = WA-PAYOFF-AMOUNT
                   MOVE "PAYOFF DOES NOT MATCH QUOTE"
                     TO WA-REJECT-REASON
                   PERFORM C-600-SUSPEND-PAYOFF
               WHEN OTHER
                   PERFORM C-500-POST-PAYOFF.

           READ SORTED-PAYOFF-FILE
               AT END
                   MOVE "Y" TO SW-PAYOFF-EOF.

      ******************************************************************
      *                                                                *
      *     READ THE CONTRACT - IT MUST BE ON FILE AND STILL OPEN      *
      *                                                                *
      ******************************************************************

       C-300-READ-CONTRACT.

           MOVE SPO-CONTRACT-KEY TO FMR-CONTRACT-KEY.

           READ FINANCE-MASTER-FILE
               INVALID KEY
                   MOVE "CONTRACT NOT ON FILE" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               NOT INVALID KEY
                   IF NOT FMR-OPEN
                       MOVE "CONTRACT NOT OPEN" TO WA-REJECT-REASON
                       MOVE "N" TO SW-VALID-QUOTE
                   ELSE
                       PERFORM C-310-FIGURE-PAYOFF
                   END-IF.
      /
      ******************************************************************
      *                                                                *
      *     FIGURE THE PAYOFF AS OF THE TRANSACTION DATE. THE TOTAL    *
      *     INTEREST IS RE-FIGURED THE WAY THE SALES UPDATE LOADED     *
      *     IT. A MONTH OF THE TERM ONCE ENTERED IS EARNED, AND THE    *
      *     UNEARNED PORTION BY THE RULE OF 78S IS                     *
      *                                                                *
      *        INTEREST  X  R (R + 1)  /  N (N + 1)                    *
      *                                                                *
      *     WHERE N IS THE TERM AND R THE MONTHS REMAINING             *
      *                                                                *
      ******************************************************************

       C-310-FIGURE-PAYOFF.

           COMPUTE WA-ELAPSED-MONTHS =
               (SPO-PAYOFF-YEAR * 12 + SPO-PAYOFF-MONTH) -
               (FMR-CONTRACT-YEAR * 12 + FMR-CONTRACT-MONTH).

           IF SPO-PAYOFF-DAY > FMR-CONTRACT-DAY
               ADD 1 TO WA-ELAPSED-MONTHS.

           EVALUATE TRUE
               WHEN WA-ELAPSED-MONTHS < ZERO
                   MOVE "DATE BEFORE CONTRACT DATE" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN FMR-TERM-MONTHS = ZERO
                   MOVE "CONTRACT TERM IS ZERO" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-QUOTE
               WHEN WA-ELAPSED-MONTHS NOT < FMR-TERM-MONTHS
                   MOVE ZERO TO WA-REMAINING-MONTHS
               WHEN OTHER
                   COMPUTE WA-REMAINING-MONTHS =
                       FMR-TERM-MONTHS - WA-ELAPSED-MONTHS.

           IF VALID-QUOTE
               COMPUTE WA-TOTAL-INTEREST ROUNDED =
                   FMR-AMOUNT-FINANCED * (FMR-FINANCE-RATE / 100)
                   * (FMR-TERM-MONTHS / 12)
               COMPUTE WA-REBATE-AMOUNT ROUNDED =
                   WA-TOTAL-INTEREST *
                   (WA-REMAINING-MONTHS * (WA-REMAINING-MONTHS + 1)) /
                   (FMR-TERM-MONTHS * (FMR-TERM-MONTHS + 1))
               IF WA-REBATE-AMOUNT > FMR-BALANCE
                   MOVE FMR-BALANCE TO WA-REBATE-AMOUNT
               END-IF
               COMPUTE WA-PAYOFF-AMOUNT =
                   FMR-BALANCE - WA-REBATE-AMOUNT.
      /
      ******************************************************************
      *                                                                *
      *     PRINT ONE PAYOFF QUOTE LETTER ON ITS OWN PAGE - THE        *
      *     CONTRACT MASTER IS NOT CHANGED                             *
      *                                                                *
      ******************************************************************

       C-400-PRINT-QUOTE-LETTER.

           ADD 1 TO AC-QUOTE-COUNT.

           MOVE FMR-CUSTOMER-NAME TO LL-CUSTOMER-NAME.
           MOVE FMR-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER.
           MOVE FMR-SALE-SEQUENCE TO LL-SALE-SEQUENCE.
           MOVE FMR-CONTRACT-DATE TO LL-CONTRACT-DATE.
           MOVE FMR-TERM-MONTHS TO LL-TERM-MONTHS.
           MOVE WA-REMAINING-MONTHS TO LL-REMAINING-MONTHS.
           MOVE FMR-BALANCE TO LL-BALANCE.
           MOVE WA-REBATE-AMOUNT TO LL-REBATE-AMOUNT.
           MOVE WA-PAYOFF-AMOUNT TO LL-PAYOFF-AMOUNT.
           MOVE SPO-PAYOFF-DATE-NUM TO LL-GOOD-THROUGH-DATE.

           WRITE LETTER-LINE-OUT FROM LL-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE LETTER-LINE-OUT FROM LL-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-DATE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE-OUT FROM LL-NAME-LINE
             AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE-OUT FROM LL-CONTRACT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-CONTRACT-DATE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-TERM-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-BALANCE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE-OUT FROM LL-REBATE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-PAYOFF-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-GOOD-THROUGH-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM LL-MESSAGE-1
             AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE-OUT FROM LL-MESSAGE-2
             AFTER ADVANCING 1 LINE.

           MOVE "QUOTE LETTER PRINTED" TO RDL-DISPOSITION.
           PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *     POST ONE PAYOFF - THE REBATE COMES OFF THE BALANCE, THE    *
      *     FINAL PAYMENT TAKES IT TO ZERO AND THE CONTRACT IS         *
      *     MARKED PAID                                                *
      *                                                                *
      ******************************************************************

       C-500-POST-PAYOFF.

           PERFORM C-510-WRITE-HISTORY.

           SUBTRACT WA-REBATE-AMOUNT FROM FMR-BALANCE.
           SUBTRACT SPO-PAYOFF-AMOUNT FROM FMR-BALANCE.
           MOVE SPO-PAYOFF-DATE-NUM TO FMR-LAST-PAYMENT-DATE.
           MOVE "P" TO FMR-STATUS.

           REWRITE FINANCE-MASTER-RECORD.

           ADD 1 TO AC-PAID-OFF-COUNT.
           ADD SPO-PAYOFF-AMOUNT TO AC-PAID-OFF-DOLLARS.
           ADD WA-REBATE-AMOUNT TO AC-REBATE-DOLLARS.

           MOVE "PAYOFF POSTED - PAID OFF" TO RDL-DISPOSITION.
           PERFORM M-510-WRITE-REGISTER-LINE.

      ******************************************************************
      *                                                                *
      *     ADD THE PAYOFF TO THE LOAN HISTORY BEFORE THE BALANCE IS   *
      *     CLEARED - THE INTEREST PAID IS THE BALANCE'S SHARE OF THE  *
      *     ADD-ON INTEREST LESS THE REBATE                            *
      *                                                                *
      *        BALANCE  X  INTEREST  /  (FINANCED + INTEREST)          *
      *                                                                *
      ******************************************************************

       C-510-WRITE-HISTORY.

           IF FMR-AMOUNT-FINANCED + WA-TOTAL-INTEREST = ZERO
               MOVE ZERO TO WA-INTEREST-PORTION
           ELSE
               COMPUTE WA-INTEREST-PORTION ROUNDED =
                   FMR-BALANCE * WA-TOTAL-INTEREST /
                   (FMR-AMOUNT-FINANCED + WA-TOTAL-INTEREST)
                   - WA-REBATE-AMOUNT.

           EVALUATE TRUE
               WHEN WA-INTEREST-PORTION < ZERO
                   MOVE ZERO TO WA-INTEREST-PORTION
               WHEN WA-INTEREST-PORTION > SPO-PAYOFF-AMOUNT
                   MOVE SPO-PAYOFF-AMOUNT TO WA-INTEREST-PORTION.

           MOVE FMR-CONTRACT-KEY TO LHR-CONTRACT-KEY.
           MOVE SPO-PAYOFF-DATE-NUM TO LHR-PAYMENT-DATE.
           MOVE "O" TO LHR-PAYMENT-TYPE.
           MOVE SPO-PAYOFF-AMOUNT TO LHR-PAYMENT-AMOUNT.
           MOVE WA-INTEREST-PORTION TO LHR-INTEREST-AMOUNT.
           COMPUTE LHR-PRINCIPAL-AMOUNT =
               SPO-PAYOFF-AMOUNT - WA-INTEREST-PORTION.
           MOVE WA-RUN-DATE TO LHR-POSTED-DATE.

           WRITE LOAN-HISTORY-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     SUSPEND ONE PAYOFF - FLAGGED ON THE REGISTER AND           *
      *     WRITTEN TO THE SUSPENSE FILE FOR THE OFFICE                *
      *                                                                *
      ******************************************************************

       C-600-SUSPEND-PAYOFF.

           ADD 1 TO AC-SUSPENSE-COUNT.

           IF SPO-PAYOFF-AMOUNT-ALPHA NUMERIC
               ADD SPO-PAYOFF-AMOUNT TO AC-SUSPENSE-DOLLARS.

           MOVE WA-REJECT-REASON TO RDL-DISPOSITION.

           MOVE SPO-CUSTOMER-NUMBER TO SUS-CUSTOMER-NUMBER.
           MOVE SPO-SALE-SEQUENCE-ALPHA TO SUS-SALE-SEQUENCE.
           MOVE SPO-PAYOFF-DATE-ALPHA TO SUS-PAYMENT-DATE.
           MOVE SPO-PAYOFF-AMOUNT-ALPHA TO SUS-PAYMENT-AMOUNT.
           MOVE WA-REJECT-REASON TO SUS-REASON.
           WRITE SUSPENSE-RECORD.

           PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *                PAYOFF REGISTER HEADING PARAGRAPH               *
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
      *               WRITE ONE REGISTER DETAIL LINE                   *
      *                                                                *
      ******************************************************************

       M-510-WRITE-REGISTER-LINE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE SPO-TRANSACTION-TYPE TO RDL-TRANSACTION-TYPE.
           MOVE SPO-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER.
           MOVE SPO-SALE-SEQUENCE-ALPHA TO RDL-SALE-SEQUENCE.
           MOVE WA-REBATE-AMOUNT TO RDL-REBATE-AMOUNT.

           IF SPO-PAYOFF-DATE-ALPHA NUMERIC
               MOVE SPO-PAYOFF-DATE-NUM TO RDL-PAYOFF-DATE
           ELSE
               MOVE ZERO TO RDL-PAYOFF-DATE.

           IF SPO-PAYOFF AND SPO-PAYOFF-AMOUNT-ALPHA NUMERIC
               MOVE SPO-PAYOFF-AMOUNT TO RDL-PAYOFF-AMOUNT
           ELSE
               MOVE WA-PAYOFF-AMOUNT TO RDL-PAYOFF-AMOUNT.

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

           MOVE AC-QUOTE-COUNT TO RSL-QUOTE-COUNT.
           MOVE AC-QUOTE-REJECT-COUNT TO RSL-QUOTE-REJECT-COUNT.
           MOVE AC-PAID-OFF-COUNT TO RSL-PAID-OFF-COUNT.
           MOVE AC-PAID-OFF-DOLLARS TO RSL-PAID-OFF-DOLLARS.
           MOVE AC-REBATE-DOLLARS TO RSL-REBATE-DOLLARS.
           MOVE AC-SUSPENSE-COUNT TO RSL-SUSPENSE-COUNT.
           MOVE AC-SUSPENSE-DOLLARS TO RSL-SUSPENSE-DOLLARS.

           WRITE REGISTER-LINE-OUT FROM RSL-QUOTE-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-QUOTE-REJECT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-PAID-OFF-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-REBATE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-SUSPENSE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           MOVE WA-RUN-DATE TO TL44-RUN-DATE.
           MOVE AC-PAID-OFF-COUNT TO TL44-POSTED-COUNT.
           MOVE AC-PAID-OFF-DOLLARS TO TL44-POSTED-DOLLARS.
           WRITE TOTALS-RECORD.

           CLOSE REGISTER-REPORT
                 QUOTE-LETTER-FILE
                 SUSPENSE-FILE
                 LOAN-HISTORY-FILE
                 TOTALS-FILE.

           DISPLAY " ".
           DISPLAY "LOAN PAYOFF PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                                                                *
      *                       END OF PROGRAM                           *
      *                                                                *
      ******************************************************************
      /
