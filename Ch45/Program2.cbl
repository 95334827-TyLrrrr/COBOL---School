       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX45-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 1, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME CONVERSION OF THE FINANCE CONTRACT MASTER TO THE   *
      *    WIDENED RECORD THAT CARRIES THE WRITE-OFF AMOUNT AND DATE   *
      *    OF A CHARGED-OFF OR REPOSSESSED CONTRACT (VSEX45-1), IN     *
      *    THE SAME MANNER THE INVENTORY FILE WAS CONVERTED            *
      *    (VSEX43-2). THE OLD INDEXED FILE IS READ DIRECTLY UNDER     *
      *    ITS OLD 72-BYTE LAYOUT AND REBUILT UNDER THE 88-BYTE        *
      *    LAYOUT TO FINMAST.CNV. EACH OLD RECORD COMES ACROSS         *
      *    UNCHANGED WITH A ZERO WRITE-OFF AMOUNT AND DATE - NO        *
      *    CONTRACT HAS BEEN CHARGED OFF BEFORE THE FIELDS EXIST. A    *
      *    REGISTER WITH COUNT AND BALANCE CONTROL TOTALS IS PRINTED   *
      *    FOR BALANCING.                                              *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM (AGAINST THE OLD FINMAST.DAT)   *
      *                2. RENAME THE OLD FINMAST.DAT ASIDE             *
      *                3. RENAME FINMAST.CNV TO FINMAST.DAT            *
      *                                                                *
      *        INPUT:   FINMAST.DAT - CONTRACTS, 72-BYTE LAYOUT        *
      *                                                                *
      *        OUTPUT:  FINMAST.CNV - CONTRACTS, 88-BYTE LAYOUT        *
      *                 VSEX45-2.RPT - CONVERSION REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OLD-FINANCE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OFF-CONTRACT-KEY.

           SELECT FINANCE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.CNV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT CONVERSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch45\VSEX4
      -    "5-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    OLD-FINANCE-FILE - THE CONTRACT MASTER AS IT STANDS         *
      *    BEFORE THE CONVERSION, 72 BYTES, NO WRITE-OFF FIELDS        *
      *                                                                *
      ******************************************************************

       FD  OLD-FINANCE-FILE.

       01 OLD-FINANCE-RECORD.
         02 OFF-CONTRACT-KEY.
           03 OFF-CUSTOMER-NUMBER PIC X(4).
           03 OFF-SALE-SEQUENCE PIC 9(2).
         02 OFF-CUSTOMER-NAME PIC X(20).
         02 OFF-CONTRACT-DATE PIC 9(8).
         02 OFF-AMOUNT-FINANCED PIC 9(5)V99.
         02 OFF-FINANCE-RATE PIC 99V999.
         02 OFF-TERM-MONTHS PIC 9(3).
         02 OFF-PAYMENT-AMOUNT PIC 9(4)V99.
         02 OFF-BALANCE PIC 9(6)V99.
         02 OFF-LAST-PAYMENT-DATE PIC 9(8).
         02 OFF-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *    FINANCE-MASTER-FILE - REBUILT UNDER THE WIDENED LAYOUT      *
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
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

       FD  CONVERSION-REPORT.

       01 CONVERSION-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

       01 ACCUMULATORS.

         02 AC-RECORD-COUNT PIC 9(6).
         02 AC-BALANCE-TOTAL PIC 9(9)V99.

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

      ******************************************************************
      *                                                                *
      *             REPORT LINES FOR THE CONVERSION REGISTER           *
      *                                                                *
      ******************************************************************

       01 CONVERSION-REPORT-LINES.

         02 CVL-HEADING-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CVL-RUN-DATE PIC Z9/99/9999.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".

         02 CVL-HEADING-2.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(34) VALUE "CONTRACT FILE WIDENING REGISTER".

         02 CVL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CVL-COUNT-LINE.
           03 PIC X(28) VALUE "RECORDS CONVERTED        =  ".
           03 CVL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CVL-BALANCE-LINE.
           03 PIC X(28) VALUE "CONTRACT BALANCE TOTAL   =  ".
           03 CVL-BALANCE-TOTAL PIC $ZZZ,ZZZ,ZZZ.99.

         02 CVL-END-LINE.
           03 PIC X(17) VALUE "END OF CONVERSION".
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
           PERFORM C-100-CONVERT-FILE.
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
           MOVE WA-RUN-DATE TO CVL-RUN-DATE.

           OPEN OUTPUT CONVERSION-REPORT.

           WRITE CONVERSION-LINE-OUT FROM CVL-HEADING-1
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-HEADING-2
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-HEADING-3
             AFTER ADVANCING 1 LINE.
      /
      ******************************************************************
      *                                                                *
      *        CONVERT EVERY OLD RECORD TO THE WIDENED LAYOUT          *
      *                                                                *
      ******************************************************************

       C-100-CONVERT-FILE.

           OPEN INPUT OLD-FINANCE-FILE
                OUTPUT FINANCE-MASTER-FILE.

           READ OLD-FINANCE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CONVERT-RECORD
             UNTIL END-OF-FILE.

           CLOSE OLD-FINANCE-FILE
                 FINANCE-MASTER-FILE.

      ******************************************************************
      *                                                                *
      *     BUILD ONE WIDENED RECORD - THE CONTRACT COMES ACROSS       *
      *     UNCHANGED WITH NO WRITE-OFF                                *
      *                                                                *
      ******************************************************************

       C-200-CONVERT-RECORD.

           MOVE OFF-CONTRACT-KEY TO FMR-CONTRACT-KEY.
           MOVE OFF-CUSTOMER-NAME TO FMR-CUSTOMER-NAME.
           MOVE OFF-CONTRACT-DATE TO FMR-CONTRACT-DATE.
           MOVE OFF-AMOUNT-FINANCED TO FMR-AMOUNT-FINANCED.
           MOVE OFF-FINANCE-RATE TO FMR-FINANCE-RATE.
           MOVE OFF-TERM-MONTHS TO FMR-TERM-MONTHS.
           MOVE OFF-PAYMENT-AMOUNT TO FMR-PAYMENT-AMOUNT.
           MOVE OFF-BALANCE TO FMR-BALANCE.
           MOVE OFF-LAST-PAYMENT-DATE TO FMR-LAST-PAYMENT-DATE.
           MOVE OFF-STATUS TO FMR-STATUS.
           MOVE ZERO TO FMR-WRITE-OFF-AMOUNT
                        FMR-WRITE-OFF-DATE.

           WRITE FINANCE-MASTER-RECORD.

           ADD 1 TO AC-RECORD-COUNT.
           ADD OFF-BALANCE TO AC-BALANCE-TOTAL.

           READ OLD-FINANCE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE AC-RECORD-COUNT TO CVL-RECORD-COUNT.
           MOVE AC-BALANCE-TOTAL TO CVL-BALANCE-TOTAL.

           WRITE CONVERSION-LINE-OUT FROM CVL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CONVERSION-LINE-OUT FROM CVL-BALANCE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE CONVERSION-REPORT.

           DISPLAY " ".
           DISPLAY "CONTRACT FILE WIDENING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
