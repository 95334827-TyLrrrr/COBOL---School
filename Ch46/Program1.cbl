       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX46-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 8, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRINTS THE YEAR-END INTEREST PAID STATEMENTS   *
      *    FOR DEALER FINANCE CUSTOMERS. IT IS RUN EVERY JANUARY FOR   *
      *    THE CALENDAR YEAR JUST ENDED, OR FOR THE YEAR ON THE        *
      *    STATEMENT YEAR PARAMETER WHEN A CUSTOMER ASKS FOR AN        *
      *    EARLIER YEAR.                                               *
      *                                                                *
      *    THE LOAN PAYMENT HISTORY WRITTEN BY THE PAYMENT POSTING     *
      *    (VSEX34-1) AND PAYOFF (VSEX44-1) RUNS IS SORTED BY          *
      *    CONTRACT KEY, KEEPING ONLY PAYMENTS DATED IN THE STATEMENT  *
      *    YEAR. ONE STATEMENT IS PRINTED PER CUSTOMER, MAILED TO THE  *
      *    ADDRESS ON THE CUSTOMER ADDRESS FILE, WITH A LINE FOR EACH  *
      *    CONTRACT (PAYMENTS, AMOUNT PAID, PRINCIPAL AND INTEREST)    *
      *    AND THE TOTAL INTEREST PAID IN THE YEAR. THE NAME IS TAKEN  *
      *    FROM THE FINANCE CONTRACT MASTER.                           *
      *                                                                *
      *    A CONTROL REGISTER LISTS EVERY STATEMENT PRINTED AND        *
      *    FLAGS ANY CUSTOMER WITH NO ADDRESS ON FILE SO THE OFFICE    *
      *    CAN ADDRESS IT BY HAND.                                     *
      *                                                                *
      *        INPUT:   LOANHIST.DAT - LOAN PAYMENT HISTORY            *
      *                 INTYEAR.DAT  - OPTIONAL STATEMENT YEAR         *
      *                 FINMAST.DAT  - FINANCE CONTRACT MASTER         *
      *                 CUSTADDR.DAT - CUSTOMER ADDRESS FILE           *
      *                                                                *
      *        OUTPUT:  VSEX46-1.STM - INTEREST PAID STATEMENTS        *
      *                 VSEX46-1.RPT - STATEMENT CONTROL REGISTER      *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR THE HISTORY       *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL LOAN-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\LOANH
      -    "IST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\INTYE
      -    "AR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch46\SLNHI
      -    "ST.DAT".

           SELECT OPTIONAL FINANCE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAR-CUSTOMER-NUMBER.

           SELECT STATEMENT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch46\VSEX4
      -    "6-1.STM".

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch46\VSEX4
      -    "6-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    LOAN HISTORY FILE - ONE RECORD PER PAYMENT EVER POSTED TO   *
      *    A CONTRACT. PAYMENT DATE IS MMDDYYYY                        *
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
      *    PARAMETER FILE - STATEMENT YEAR (YYYY). WITHOUT ONE THE     *
      *    STATEMENTS ARE FOR THE YEAR BEFORE THE RUN DATE             *
      *                                                                *
      ******************************************************************

       FD  PARAMETER-FILE.

       01 PARAMETER-RECORD.
         02 IYP-STATEMENT-YEAR PIC X(4).

      ******************************************************************
      *                                                                *
      *         SORT FILE - SORT THE HISTORY BY CONTRACT KEY           *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-CONTRACT-KEY PIC X(6).
         02 PIC X(41).

      ******************************************************************
      *                                                                *
      *    SORTED HISTORY FILE - THE YEAR'S PAYMENTS IN CONTRACT KEY   *
      *    SEQUENCE                                                    *
      *                                                                *
      ******************************************************************

       FD  SORTED-HISTORY-FILE.

       01 SORTED-HISTORY-RECORD.
         02 SLH-CONTRACT-KEY.
           03 SLH-CUSTOMER-NUMBER PIC X(4).
           03 SLH-SALE-SEQUENCE PIC 9(2).
         02 SLH-PAYMENT-DATE PIC 9(8).
         02 SLH-PAYMENT-TYPE PIC X.
         02 SLH-PAYMENT-AMOUNT PIC 9(6)V99.
         02 SLH-PRINCIPAL-AMOUNT PIC 9(6)V99.
         02 SLH-INTEREST-AMOUNT PIC 9(6)V99.
         02 SLH-POSTED-DATE PIC 9(8).

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
         02 FMR-CONTRACT-DATE PIC 9(8).
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
      *      CUSTOMER ADDRESS FILE - KEYED BY CUSTOMER NUMBER          *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-ADDRESS-FILE.

       01 CUSTOMER-ADDRESS-RECORD.
         02 CAR-CUSTOMER-NUMBER PIC X(4).
         02 CAR-CUSTOMER-ADDRESS PIC X(20).
         02 CAR-CITY PIC X(15).
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
      *    STATEMENT-FILE - ONE INTEREST PAID STATEMENT PER PAGE       *
      *                                                                *
      ******************************************************************

       FD  STATEMENT-FILE.

       01 STATEMENT-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - STATEMENT CONTROL REGISTER                *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

         02 SW-ADDRESS-FOUND PIC X.
           88 ADDRESS-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-STATEMENT-COUNT PIC 9(5).
         02 AC-NO-ADDRESS-COUNT PIC 9(5).
         02 AC-GRAND-INTEREST PIC 9(8)V99.
         02 AC-CUSTOMER-CONTRACTS PIC 99.
         02 AC-CUSTOMER-INTEREST PIC 9(7)V99.
         02 AC-CONTRACT-PAYMENTS PIC 999.
         02 AC-CONTRACT-PAID PIC 9(7)V99.
         02 AC-CONTRACT-PRINCIPAL PIC 9(7)V99.
         02 AC-CONTRACT-INTEREST PIC 9(7)V99.
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

         02 WA-STATEMENT-YEAR PIC 9(4).
         02 WA-HOLD-CUSTOMER PIC X(4).
         02 WA-HOLD-CONTRACT PIC X(6).
         02 WA-CUSTOMER-NAME PIC X(20).
      /
      ******************************************************************
      *                                                                *
      *               INTEREST PAID STATEMENT LINES                    *
      *                                                                *
      ******************************************************************

       01 STATEMENT-LINES.

         02 STL-COMPANY-LINE.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".

         02 STL-TITLE-LINE.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(35) VALUE "STATEMENT OF LOAN INTEREST PAID IN ".
           03 STL-TITLE-YEAR PIC 9(4).

         02 STL-DATE-LINE.
           03 PIC X(6) VALUE "DATE: ".
           03 STL-RUN-DATE PIC Z9/99/9999.

         02 STL-NAME-LINE.
           03 PIC X(5) VALUE SPACES.
           03 STL-CUSTOMER-NAME PIC X(20).

         02 STL-ADDRESS-LINE.
           03 PIC X(5) VALUE SPACES.
           03 STL-CUSTOMER-ADDRESS PIC X(20).

         02 STL-CITY-LINE.
           03 PIC X(5) VALUE SPACES.
           03 STL-CITY PIC X(15).
           03 PIC XX VALUE SPACES.
           03 STL-STATE PIC XX.
           03 PIC XX VALUE SPACES.
           03 STL-ZIP-CODE PIC X(5).
           03 STL-ZIP-DASH PIC X.
           03 STL-ZIP-PLUS-4 PIC X(4).

         02 STL-CUSTOMER-LINE.
           03 PIC X(17) VALUE "CUSTOMER NUMBER: ".
           03 STL-CUSTOMER-NUMBER PIC X(4).

         02 STL-COLUMN-LINE.
           03 PIC X(8) VALUE "CONTRACT".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE "PAYMENTS".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(11) VALUE "AMOUNT PAID".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(9) VALUE "PRINCIPAL".
           03 PIC X(7) VALUE SPACES.
           03 PIC X(8) VALUE "INTEREST".

         02 STL-UNDERLINE.
           03 PIC X(8) VALUE ALL "-".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(13) VALUE ALL "-".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(13) VALUE ALL "-".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(13) VALUE ALL "-".

         02 STL-CONTRACT-LINE.
           03 STL-CONTRACT-CUSTOMER PIC X(4).
           03 PIC X VALUE "-".
           03 STL-CONTRACT-SEQUENCE PIC 99.
           03 PIC X(9) VALUE SPACES.
           03 STL-PAYMENTS PIC ZZ9.
           03 PIC X(5) VALUE SPACES.
           03 STL-AMOUNT-PAID PIC $Z,ZZZ,ZZZ.99.
           03 PIC XX VALUE SPACES.
           03 STL-PRINCIPAL PIC $Z,ZZZ,ZZZ.99.
           03 PIC XX VALUE SPACES.
           03 STL-INTEREST PIC $Z,ZZZ,ZZZ.99.

         02 STL-TOTAL-LINE.
           03 PIC X(31) VALUE "TOTAL INTEREST PAID IN ".
           03 STL-TOTAL-YEAR PIC 9(4).
           03 PIC X(30) VALUE SPACES.
           03 STL-TOTAL-INTEREST PIC $Z,ZZZ,ZZZ.99.

         02 STL-MESSAGE-1 PIC X(70) VALUE
             "PLEASE KEEP THIS STATEMENT WITH YOUR TAX RECORDS.".

         02 STL-MESSAGE-2 PIC X(70) VALUE
             "QUESTIONS MAY BE DIRECTED TO OUR FINANCE OFFICE.".
      /
      ******************************************************************
      *                                                                *
      *      REPORT HEADINGS FOR THE STATEMENT CONTROL REGISTER        *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(24) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(19) VALUE SPACES.
           03 PIC X(35) VALUE "INTEREST PAID STATEMENT REGISTER - ".
           03 RGH-STATEMENT-YEAR PIC 9(4).

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(8) VALUE "CUSTOMER".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "CUSTOMER NAME".
           03 PIC X(9) VALUE SPACES.
           03 PIC X(9) VALUE "CONTRACTS".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE "INTEREST".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(4) VALUE "NOTE".

         02 RGH-LINE-4.
           03 PIC X(8) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(19) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *      DETAIL LINE FOR THE STATEMENT CONTROL REGISTER            *
      *                                                                *
      ******************************************************************

       01 REGISTER-DETAIL-LINE.
         02 PIC XX VALUE SPACES.
         02 RDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X(4) VALUE SPACES.
         02 RDL-CUSTOMER-NAME PIC X(20).
         02 PIC X(6) VALUE SPACES.
         02 RDL-CONTRACTS PIC Z9.
         02 PIC X(5) VALUE SPACES.
         02 RDL-INTEREST PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-NOTE PIC X(19).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE STATEMENT CONTROL REGISTER          *
      *                                                                *
      ******************************************************************

       01 REGISTER-SUMMARY-LINES.

         02 RSL-STATEMENT-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "STATEMENTS PRINTED   =  ".
           03 RSL-STATEMENT-COUNT PIC ZZ,ZZ9.

         02 RSL-NO-ADDRESS-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "NO ADDRESS ON FILE   =  ".
           03 RSL-NO-ADDRESS-COUNT PIC ZZ,ZZ9.

         02 RSL-INTEREST-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL INTEREST PAID  =  ".
           03 RSL-GRAND-INTEREST PIC $ZZ,ZZZ,ZZZ.99.

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
           PERFORM B-100-SORT-HISTORY.
           PERFORM C-100-PRINT-STATEMENTS.
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
                               STL-RUN-DATE.

           PERFORM A-110-READ-PARAMETER.

           MOVE WA-STATEMENT-YEAR TO STL-TITLE-YEAR
                                     STL-TOTAL-YEAR
                                     RGH-STATEMENT-YEAR.

           OPEN OUTPUT STATEMENT-FILE
                       REGISTER-REPORT.

      ******************************************************************
      *                                                                *
      *     READ THE STATEMENT YEAR - WITHOUT ONE, THE YEAR JUST       *
      *     ENDED                                                      *
      *                                                                *
      ******************************************************************

       A-110-READ-PARAMETER.

           COMPUTE WA-STATEMENT-YEAR = WA-TODAYS-YEAR - 1.

           OPEN INPUT PARAMETER-FILE.

           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF IYP-STATEMENT-YEAR NUMERIC
                       MOVE IYP-STATEMENT-YEAR TO WA-STATEMENT-YEAR.

           CLOSE PARAMETER-FILE.
      /
      ******************************************************************
      *                                                                *
      *     SORT THE STATEMENT YEAR'S PAYMENTS BY CONTRACT KEY         *
      *                                                                *
      ******************************************************************

       B-100-SORT-HISTORY.

           SORT SORT-FILE
           ON ASCENDING KEY SR-CONTRACT-KEY
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE B-200-SELECT-HISTORY
             GIVING SORTED-HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *           INPUT PROCEDURE FOR THE HISTORY SELECTION            *
      *                                                                *
      ******************************************************************

       B-200-SELECT-HISTORY.

           OPEN INPUT LOAN-HISTORY-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ LOAN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-300-RELEASE-HISTORY
             UNTIL END-OF-FILE.

           CLOSE LOAN-HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *     RELEASE ONLY THE PAYMENTS DATED IN THE STATEMENT YEAR      *
      *                                                                *
      ******************************************************************

       B-300-RELEASE-HISTORY.

           IF LHR-PAYMENT-YEAR = WA-STATEMENT-YEAR
               RELEASE SORT-RECORD FROM LOAN-HISTORY-RECORD.

           READ LOAN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *             FILE PROCESSING CONTROL PARAGRAPH                  *
      *                                                                *
      ******************************************************************

       C-100-PRINT-STATEMENTS.

           OPEN INPUT SORTED-HISTORY-FILE
                      FINANCE-MASTER-FILE
                      CUSTOMER-ADDRESS-FILE.

           MOVE "N" TO SW-END-OF-FILE.
           MOVE SPACES TO WA-HOLD-CUSTOMER
                          WA-HOLD-CONTRACT.

           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           IF WA-HOLD-CUSTOMER NOT = SPACES
               PERFORM C-400-CONTRACT-BREAK
               PERFORM C-500-CUSTOMER-BREAK.

           CLOSE SORTED-HISTORY-FILE
                 FINANCE-MASTER-FILE
                 CUSTOMER-ADDRESS-FILE.

      ******************************************************************
      *                                                                *
      *     ACCUMULATE ONE PAYMENT, BREAKING ON CONTRACT AND ON        *
      *     CUSTOMER                                                   *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           EVALUATE TRUE
               WHEN WA-HOLD-CUSTOMER = SPACES
                   PERFORM C-300-START-CUSTOMER
               WHEN SLH-CUSTOMER-NUMBER NOT = WA-HOLD-CUSTOMER
                   PERFORM C-400-CONTRACT-BREAK
                   PERFORM C-500-CUSTOMER-BREAK
                   PERFORM C-300-START-CUSTOMER
               WHEN SLH-CONTRACT-KEY NOT = WA-HOLD-CONTRACT
                   PERFORM C-400-CONTRACT-BREAK.

           MOVE SLH-CONTRACT-KEY TO WA-HOLD-CONTRACT.

           ADD 1 TO AC-CONTRACT-PAYMENTS.
           ADD SLH-PAYMENT-AMOUNT TO AC-CONTRACT-PAID.
           ADD SLH-PRINCIPAL-AMOUNT TO AC-CONTRACT-PRINCIPAL.
           ADD SLH-INTEREST-AMOUNT TO AC-CONTRACT-INTEREST.

           READ SORTED-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     START A NEW STATEMENT - THE NAME COMES FROM THE FIRST      *
      *     CONTRACT, THE ADDRESS FROM THE CUSTOMER ADDRESS FILE       *
      *                                                                *
      ******************************************************************

       C-300-START-CUSTOMER.

           MOVE SLH-CUSTOMER-NUMBER TO WA-HOLD-CUSTOMER.
           MOVE ZERO TO AC-CUSTOMER-CONTRACTS
                        AC-CUSTOMER-INTEREST.

           MOVE SLH-CONTRACT-KEY TO FMR-CONTRACT-KEY.

           READ FINANCE-MASTER-FILE
               INVALID KEY
                   MOVE "NAME NOT ON FILE" TO WA-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE FMR-CUSTOMER-NAME TO WA-CUSTOMER-NAME.

           MOVE SLH-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER.

           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE "N" TO SW-ADDRESS-FOUND
                   MOVE SPACES TO STL-CUSTOMER-ADDRESS
                                  STL-CITY
                                  STL-STATE
                                  STL-ZIP-CODE
                                  STL-ZIP-DASH
                                  STL-ZIP-PLUS-4
                   MOVE "ADDRESS NOT ON FILE" TO STL-CUSTOMER-ADDRESS
               NOT INVALID KEY
                   MOVE "Y" TO SW-ADDRESS-FOUND
                   MOVE CAR-CUSTOMER-ADDRESS TO STL-CUSTOMER-ADDRESS
                   MOVE CAR-CITY TO STL-CITY
                   MOVE CAR-STATE TO STL-STATE
                   MOVE CAR-ZIP-CODE TO STL-ZIP-CODE
                   PERFORM C-310-FORMAT-ZIP-PLUS-4.

           MOVE WA-CUSTOMER-NAME TO STL-CUSTOMER-NAME.
           MOVE SLH-CUSTOMER-NUMBER TO STL-CUSTOMER-NUMBER.

           WRITE STATEMENT-LINE-OUT FROM STL-COMPANY-LINE
             AFTER ADVANCING PAGE.
           WRITE STATEMENT-LINE-OUT FROM STL-TITLE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM STL-DATE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-NAME-LINE
             AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-ADDRESS-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM STL-CITY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE-OUT FROM STL-CUSTOMER-LINE
             AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-COLUMN-LINE
             AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-UNDERLINE
             AFTER ADVANCING 1 LINE.

      ******************************************************************
      *                                                                *
      *     SHOW THE ZIP+4 ONLY WHEN ONE IS ON FILE                    *
      *                                                                *
      ******************************************************************

       C-310-FORMAT-ZIP-PLUS-4.

           IF CAR-ZIP-PLUS-4 = SPACES OR CAR-ZIP-PLUS-4 = "0000"
               MOVE SPACES TO STL-ZIP-DASH
                              STL-ZIP-PLUS-4
           ELSE
               MOVE "-" TO STL-ZIP-DASH
               MOVE CAR-ZIP-PLUS-4 TO STL-ZIP-PLUS-4.
      /
      ******************************************************************
      *                                                                *
      *     CONTRACT BREAK - ONE STATEMENT LINE PER CONTRACT           *
      *                                                                *
      ******************************************************************

       C-400-CONTRACT-BREAK.

           MOVE WA-HOLD-CONTRACT(1:4) TO STL-CONTRACT-CUSTOMER.
           MOVE WA-HOLD-CONTRACT(5:2) TO STL-CONTRACT-SEQUENCE.
           MOVE AC-CONTRACT-PAYMENTS TO STL-PAYMENTS.
           MOVE AC-CONTRACT-PAID TO STL-AMOUNT-PAID.
           MOVE AC-CONTRACT-PRINCIPAL TO STL-PRINCIPAL.
           MOVE AC-CONTRACT-INTEREST TO STL-INTEREST.

           WRITE STATEMENT-LINE-OUT FROM STL-CONTRACT-LINE
             AFTER ADVANCING 1 LINE.

           ADD 1 TO AC-CUSTOMER-CONTRACTS.
           ADD AC-CONTRACT-INTEREST TO AC-CUSTOMER-INTEREST.

           MOVE ZERO TO AC-CONTRACT-PAYMENTS
                        AC-CONTRACT-PAID
                        AC-CONTRACT-PRINCIPAL
                        AC-CONTRACT-INTEREST.

      ******************************************************************
      *                                                                *
      *     CUSTOMER BREAK - TOTAL THE STATEMENT AND LIST IT ON THE    *
      *     CONTROL REGISTER                                           *
      *                                                                *
      ******************************************************************

       C-500-CUSTOMER-BREAK.

           MOVE AC-CUSTOMER-INTEREST TO STL-TOTAL-INTEREST.

           WRITE STATEMENT-LINE-OUT FROM STL-TOTAL-LINE
             AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-MESSAGE-1
             AFTER ADVANCING 3 LINES.
           WRITE STATEMENT-LINE-OUT FROM STL-MESSAGE-2
             AFTER ADVANCING 1 LINE.

           ADD 1 TO AC-STATEMENT-COUNT.
           ADD AC-CUSTOMER-INTEREST TO AC-GRAND-INTEREST.

           IF ADDRESS-FOUND
               MOVE SPACES TO RDL-NOTE
           ELSE
               ADD 1 TO AC-NO-ADDRESS-COUNT
               MOVE "ADDRESS NOT ON FILE" TO RDL-NOTE.

           PERFORM M-510-WRITE-REGISTER-LINE.
      /
      ******************************************************************
      *                                                                *
      *          STATEMENT CONTROL REGISTER HEADING PARAGRAPH          *
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

           MOVE WA-HOLD-CUSTOMER TO RDL-CUSTOMER-NUMBER.
           MOVE WA-CUSTOMER-NAME TO RDL-CUSTOMER-NAME.
           MOVE AC-CUSTOMER-CONTRACTS TO RDL-CONTRACTS.
           MOVE AC-CUSTOMER-INTEREST TO RDL-INTEREST.

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

           MOVE AC-STATEMENT-COUNT TO RSL-STATEMENT-COUNT.
           MOVE AC-NO-ADDRESS-COUNT TO RSL-NO-ADDRESS-COUNT.
           MOVE AC-GRAND-INTEREST TO RSL-GRAND-INTEREST.

           WRITE REGISTER-LINE-OUT FROM RSL-STATEMENT-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-NO-ADDRESS-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-INTEREST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE STATEMENT-FILE
                 REGISTER-REPORT.

           DISPLAY " ".
           DISPLAY "INTEREST PAID STATEMENT PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                                                                *
      *                       END OF PROGRAM                           *
      *                                                                *
      ******************************************************************
      /
