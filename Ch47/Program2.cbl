       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX47-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 15, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME CONVERSION OF THE CUSTOMER SALES FILE TO THE       *
      *    WIDENED RECORD THAT CARRIES THE SALESPERSON ID, IN THE      *
      *    SAME MANNER THE FILE WAS WIDENED FOR THE STOCK NUMBER AND   *
      *    SALES TAX FIELDS (VSEX43-1). THE OLD INDEXED FILE IS READ   *
      *    DIRECTLY UNDER ITS OLD 92-BYTE LAYOUT AND REBUILT UNDER     *
      *    THE 94-BYTE LAYOUT TO CUSTSALE.CNV. EACH OLD RECORD COMES   *
      *    ACROSS UNCHANGED WITH A BLANK SALESPERSON ID - EXACTLY      *
      *    WHAT THE COMMISSION RUN (VSEX47-3) EXPECTS OF A SALE        *
      *    POSTED BEFORE THE FIELD EXISTED. A REGISTER WITH COUNT AND  *
      *    DOLLAR CONTROL TOTALS IS PRINTED FOR BALANCING.             *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM (AGAINST THE OLD CUSTSALE.DAT)  *
      *                2. RENAME THE OLD CUSTSALE.DAT ASIDE            *
      *                3. RENAME CUSTSALE.CNV TO CUSTSALE.DAT          *
      *                                                                *
      *        INPUT:   CUSTSALE.DAT - SALES FILE, 92-BYTE LAYOUT      *
      *                                                                *
      *        OUTPUT:  CUSTSALE.CNV - SALES FILE, 94-BYTE LAYOUT      *
      *                 VSEX47-2.RPT - CONVERSION REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OLD-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OSF-SALE-KEY
                   ALTERNATE RECORD KEY IS OSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.CNV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT CONVERSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch47\VSEX4
      -    "7-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    OLD-SALES-FILE - THE SALES FILE AS IT STANDS BEFORE THE     *
      *    CONVERSION, 92 BYTES, NO SALESPERSON ID. THE RECORD         *
      *    LAYOUT, OLD-SALES-RECORD, IS DEFINED IN THE WORKING-        *
      *    STORAGE SECTION                                             *
      *                                                                *
      ******************************************************************

       FD  OLD-SALES-FILE.

       01 OLD-SALES-REC PIC X(92).

       01 OLD-SALES-REC-KEY REDEFINES OLD-SALES-REC.
         02 FILLER PIC X(9).
         02 OSF-SALE-KEY.
           03 OSF-CUSTOMER-NUMBER PIC X(4).
           03 OSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 OSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(29).

      ******************************************************************
      *                                                                *
      *    CUSTOMER-SALES-FILE - REBUILT UNDER THE WIDENED LAYOUT      *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-SALES-FILE.

       01 CUST-RECORD PIC X(94).

       01 CUST-RECORD-KEY REDEFINES CUST-RECORD.
         02 FILLER PIC X(9).
         02 CSF-SALE-KEY.
           03 CSF-CUSTOMER-NUMBER PIC X(4).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

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
         02 AC-DOLLAR-TOTAL PIC 9(9)V99.

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
      *        RECORD LAYOUT - CUSTOMER SALES FILE (OLD LAYOUT)        *
      *                                                                *
      ******************************************************************

       01 OLD-SALES-RECORD.
         02 OSR-ZIP-CODE PIC X(5).
         02 OSR-ZIP-PLUS-4 PIC X(4).
         02 OSR-SALE-KEY.
           03 OSR-CUSTOMER-NUMBER PIC X(4).
           03 OSR-SALE-SEQUENCE PIC 9(2).
         02 OSR-CUSTOMER-NAME PIC X(20).
         02 OSR-PURCHASE-DATE PIC 9(8).
         02 OSR-AUTO-MAKE PIC X(20).
         02 OSR-PURCHASE-PRICE PIC 9(5)V99.
         02 OSR-AUTO-YEAR PIC X(4).
         02 OSR-STORE-CODE PIC XX.
         02 OSR-SATISFACTION-CODE PIC X.
         02 OSR-STOCK-NUMBER PIC X(6).
         02 OSR-TAX-JURISDICTION PIC X(3).
         02 OSR-SALES-TAX PIC 9(4)V99.

      ******************************************************************
      *                                                                *
      *        RECORD LAYOUT - CUSTOMER SALES FILE (NEW LAYOUT)        *
      *                                                                *
      ******************************************************************

       COPY SALESREC.

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
           03 PIC X(33) VALUE "SALES FILE WIDENING REGISTER".

         02 CVL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CVL-COUNT-LINE.
           03 PIC X(28) VALUE "RECORDS CONVERTED        =  ".
           03 CVL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CVL-DOLLAR-LINE.
           03 PIC X(28) VALUE "PURCHASE PRICE TOTAL     =  ".
           03 CVL-DOLLAR-TOTAL PIC $ZZZ,ZZZ,ZZZ.99.

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

           OPEN INPUT OLD-SALES-FILE
                OUTPUT CUSTOMER-SALES-FILE.

           READ OLD-SALES-FILE INTO OLD-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CONVERT-RECORD
             UNTIL END-OF-FILE.

           CLOSE OLD-SALES-FILE
                 CUSTOMER-SALES-FILE.

      ******************************************************************
      *                                                                *
      *     BUILD ONE WIDENED RECORD - THE SALE COMES ACROSS           *
      *     UNCHANGED WITH A BLANK SALESPERSON ID, THE WAY THE         *
      *     REPORTS EXPECT OF A SALE POSTED BEFORE THE FIELD EXISTED   *
      *                                                                *
      ******************************************************************

       C-200-CONVERT-RECORD.

           MOVE OSR-ZIP-CODE TO CSR-ZIP-CODE.
           MOVE OSR-ZIP-PLUS-4 TO CSR-ZIP-PLUS-4.
           MOVE OSR-CUSTOMER-NUMBER TO CSR-CUSTOMER-NUMBER.
           MOVE OSR-SALE-SEQUENCE TO CSR-SALE-SEQUENCE.
           MOVE OSR-CUSTOMER-NAME TO CSR-CUSTOMER-NAME.
           MOVE OSR-PURCHASE-DATE TO CSR-PURCHASE-DATE.
           MOVE OSR-AUTO-MAKE TO CSR-AUTO-MAKE.
           MOVE OSR-PURCHASE-PRICE TO CSR-PURCHASE-PRICE.
           MOVE OSR-AUTO-YEAR TO CSR-AUTO-YEAR.
           MOVE OSR-STORE-CODE TO CSR-STORE-CODE.
           MOVE OSR-SATISFACTION-CODE TO CSR-SATISFACTION-CODE.
           MOVE OSR-STOCK-NUMBER TO CSR-STOCK-NUMBER.
           MOVE OSR-TAX-JURISDICTION TO CSR-TAX-JURISDICTION.
           MOVE OSR-SALES-TAX TO CSR-SALES-TAX.
           MOVE SPACES TO CSR-SALESPERSON-ID.

           WRITE CUST-RECORD FROM CUSTOMER-SALES-RECORD.

           ADD 1 TO AC-RECORD-COUNT.
           ADD OSR-PURCHASE-PRICE TO AC-DOLLAR-TOTAL.

           READ OLD-SALES-FILE INTO OLD-SALES-RECORD
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
           MOVE AC-DOLLAR-TOTAL TO CVL-DOLLAR-TOTAL.

           WRITE CONVERSION-LINE-OUT FROM CVL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CONVERSION-LINE-OUT FROM CVL-DOLLAR-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE CONVERSION-REPORT.

           DISPLAY " ".
           DISPLAY "SALES FILE WIDENING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
