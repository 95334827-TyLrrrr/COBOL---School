       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX34-3.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. FEBRUARY 22, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME CONVERSION OF THE LOAN PAYMENT SUSPENSE FILE TO    *
      *    THE WIDENED RECORD WHOSE AMOUNT IS LARGE ENOUGH FOR THE     *
      *    PAYOFFS THE PAYOFF RUN (VSEX44-1) SUSPENDS, IN THE SAME     *
      *    MANNER THE CONTRACT MASTER WAS CONVERTED (VSEX45-2). THE    *
      *    PAYMENT POSTING RUN (VSEX34-1) USED TO REPLACE THE FILE     *
      *    EVERY RUN; IT NOW EXTENDS IT, AS THE PAYOFF RUN DOES, SO    *
      *    THE ITEMS LEFT BY THE LAST RUN UNDER THE OLD 47-BYTE        *
      *    LAYOUT MUST BE REBUILT UNDER THE 49-BYTE LAYOUT BEFORE      *
      *    EITHER RUN ADDS TO THE FILE. A NUMERIC AMOUNT IS CARRIED    *
      *    OVER AT ITS VALUE IN THE WIDER FIELD; AN AMOUNT THAT WAS    *
      *    SUSPENDED BECAUSE IT WAS NOT NUMERIC COMES ACROSS AS KEYED. *
      *    A MISSING FILE (NO PAYMENT WAS EVER SUSPENDED) GIVES AN     *
      *    EMPTY LOANSUSP.CNV. A REGISTER WITH COUNT AND DOLLAR        *
      *    CONTROL TOTALS IS PRINTED FOR BALANCING.                    *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM (AGAINST THE OLD LOANSUSP.DAT), *
      *                   BEFORE THE FIRST RUN OF THE WIDENED          *
      *                   VSEX34-1 OR OF VSEX44-1                      *
      *                2. RENAME THE OLD LOANSUSP.DAT ASIDE            *
      *                3. RENAME LOANSUSP.CNV TO LOANSUSP.DAT          *
      *                                                                *
      *        INPUT:   LOANSUSP.DAT - SUSPENDED PAYMENTS, 47-BYTE     *
      *                                LAYOUT                          *
      *                                                                *
      *        OUTPUT:  LOANSUSP.CNV - SUSPENDED PAYMENTS, 49-BYTE     *
      *                                LAYOUT                          *
      *                 VSEX34-3.RPT - CONVERSION REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL OLD-SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\LOANS
      -    "USP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\LOANS
      -    "USP.CNV"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVERSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch34\VSEX3
      -    "4-3.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    OLD-SUSPENSE-FILE - THE SUSPENSE FILE AS THE OLD POSTING    *
      *    RUN LEFT IT, 47 BYTES, A SIX-BYTE AMOUNT                    *
      *                                                                *
      ******************************************************************

       FD  OLD-SUSPENSE-FILE.

       01 OLD-SUSPENSE-RECORD.
         02 OSU-CUSTOMER-NUMBER PIC X(4).
         02 OSU-SALE-SEQUENCE PIC XX.
         02 OSU-PAYMENT-DATE PIC X(8).
         02 OSU-PAYMENT-AMOUNT PIC X(6).
         02 OSU-PAYMENT-AMOUNT-NUM REDEFINES
            OSU-PAYMENT-AMOUNT PIC 9(4)V99.
         02 OSU-REASON PIC X(27).

      ******************************************************************
      *                                                                *
      *    SUSPENSE-FILE - REBUILT UNDER THE WIDENED LAYOUT            *
      *                                                                *
      ******************************************************************

       FD  SUSPENSE-FILE.

       01 SUSPENSE-RECORD.
         02 SUS-CUSTOMER-NUMBER PIC X(4).
         02 SUS-SALE-SEQUENCE PIC XX.
         02 SUS-PAYMENT-DATE PIC X(8).
         02 SUS-PAYMENT-AMOUNT PIC X(8).
         02 SUS-PAYMENT-AMOUNT-NUM REDEFINES
            SUS-PAYMENT-AMOUNT PIC 9(6)V99.
         02 SUS-REASON PIC X(27).

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
         02 AC-AMOUNT-TOTAL PIC 9(8)V99.
         02 AC-UNREADABLE-COUNT PIC 9(6).

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
           03 PIC X(34) VALUE "SUSPENSE FILE WIDENING REGISTER".

         02 CVL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CVL-COUNT-LINE.
           03 PIC X(28) VALUE "RECORDS CONVERTED        =  ".
           03 CVL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CVL-AMOUNT-LINE.
           03 PIC X(28) VALUE "SUSPENDED AMOUNT TOTAL   =  ".
           03 CVL-AMOUNT-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 CVL-UNREADABLE-LINE.
           03 PIC X(28) VALUE "AMOUNTS CARRIED AS KEYED =  ".
           03 CVL-UNREADABLE-COUNT PIC ZZZ,ZZ9.

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

           OPEN INPUT OLD-SUSPENSE-FILE
                OUTPUT SUSPENSE-FILE.

           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CONVERT-RECORD
             UNTIL END-OF-FILE.

           CLOSE OLD-SUSPENSE-FILE
                 SUSPENSE-FILE.

      ******************************************************************
      *                                                                *
      *     BUILD ONE WIDENED RECORD - A NUMERIC AMOUNT IS MOVED BY    *
      *     VALUE, ANYTHING ELSE IS CARRIED AS IT WAS KEYED            *
      *                                                                *
      ******************************************************************

       C-200-CONVERT-RECORD.

           MOVE OSU-CUSTOMER-NUMBER TO SUS-CUSTOMER-NUMBER.
           MOVE OSU-SALE-SEQUENCE TO SUS-SALE-SEQUENCE.
           MOVE OSU-PAYMENT-DATE TO SUS-PAYMENT-DATE.
           MOVE OSU-REASON TO SUS-REASON.

           IF OSU-PAYMENT-AMOUNT NUMERIC
               MOVE OSU-PAYMENT-AMOUNT-NUM TO SUS-PAYMENT-AMOUNT-NUM
               ADD OSU-PAYMENT-AMOUNT-NUM TO AC-AMOUNT-TOTAL
           ELSE
               MOVE OSU-PAYMENT-AMOUNT TO SUS-PAYMENT-AMOUNT
               ADD 1 TO AC-UNREADABLE-COUNT.

           WRITE SUSPENSE-RECORD.

           ADD 1 TO AC-RECORD-COUNT.

           READ OLD-SUSPENSE-FILE
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
           MOVE AC-AMOUNT-TOTAL TO CVL-AMOUNT-TOTAL.
           MOVE AC-UNREADABLE-COUNT TO CVL-UNREADABLE-COUNT.

           WRITE CONVERSION-LINE-OUT FROM CVL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CONVERSION-LINE-OUT FROM CVL-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-UNREADABLE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE CONVERSION-REPORT.

           DISPLAY " ".
           DISPLAY "SUSPENSE FILE WIDENING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
