       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX30-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. JUNE 28, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM CUTS THE CUSTOMER FILE WRITTEN BY THE FINANCE  *
      *    CHARGE POSTING RUN (VSEX30-1) OVER TO THE LIVE CUSTOMER     *
      *    FILE, SO THE MONTH-END STEPS THAT FOLLOW IT - THE           *
      *    STATEMENTS (VSEX31-1) FIRST - SEE THE BALANCES WITH THE     *
      *    MONTH'S FINANCE CHARGES IN THEM. CUSTOMER.NEW IS COUNTED    *
      *    BEFORE CUSTOMER.DAT IS TOUCHED - A MISSING OR EMPTY FILE    *
      *    LEAVES CUSTOMER.DAT AS IT IS AND ENDS WITH RETURN CODE 8    *
      *    SO THE DRIVER (VSEX18-1) HOLDS THE CHAIN. CUSTOMER.NEW IS   *
      *    LEFT IN PLACE, SO A RERUN AFTER A FAILURE SIMPLY COPIES IT  *
      *    AGAIN. THE REPORT CARRIES THE RECORD COUNT AND THE NET      *
      *    BALANCE OF THE FILE AS CUT OVER.                            *
      *                                                                *
      *        INPUT:   CUSTOMER.NEW - VSEX30-1 NEW CUSTOMER FILE      *
      *                                                                *
      *        OUTPUT:  CUSTOMER.DAT - CUSTOMER FILE                   *
      *                 VSEX30-2.RPT - CUSTOMER FILE CUTOVER REPORT    *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL NEW-CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTO
      -    "MER.NEW".

           SELECT CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTO
      -    "MER.DAT".

           SELECT CUTOVER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch30\VSEX3
      -    "0-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    NEW-CUSTOMER-FILE - THE CUSTOMER FILE AS VSEX30-1 LEFT IT   *
      *                                                                *
      ******************************************************************

       FD  NEW-CUSTOMER-FILE.

       01 NEW-CUSTOMER-REC PIC X(74).

      ******************************************************************
      *                                                                *
      *    CUSTOMER-FILE - THE LIVE CUSTOMER FILE, REPLACED WHOLE      *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-FILE.

       01 CUSTOMER-REC PIC X(74).

       FD  CUTOVER-REPORT.

       01 CUTOVER-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-NEW-COUNT PIC 9(6).
         02 AC-RECORD-COUNT PIC 9(6).
         02 AC-NET-BALANCE PIC S9(8)V99.
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
      /
      ******************************************************************
      *                                                                *
      *                REPORT LINES FOR THE CUTOVER RUN                *
      *                                                                *
      ******************************************************************

       01 CUTOVER-REPORT-LINES.

         02 CRL-HEADING-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CRL-RUN-DATE PIC Z9/99/9999.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(20) VALUE "ABC DEPARTMENT STORE".

         02 CRL-HEADING-2.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(32) VALUE "CUSTOMER FILE CUTOVER REPORT".

         02 CRL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CRL-COUNT-LINE.
           03 PIC X(32) VALUE "CUSTOMER RECORDS CUT OVER    =  ".
           03 CRL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CRL-BALANCE-LINE.
           03 PIC X(32) VALUE "NET CUSTOMER BALANCE         =  ".
           03 CRL-NET-BALANCE PIC $ZZ,ZZZ,ZZZ.99-.

         02 CRL-MESSAGE-LINE.
           03 CRL-MESSAGE PIC X(60).
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
           PERFORM B-100-COUNT-NEW-FILE.

           IF AC-NEW-COUNT = ZERO
               MOVE "** CUSTOMER.NEW MISSING OR EMPTY - NOT CUT OVER **"
                 TO CRL-MESSAGE
               WRITE CUTOVER-LINE-OUT FROM CRL-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM C-100-CUT-OVER-FILE.

           PERFORM D-100-WRAP-UP.
           GOBACK.

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
           MOVE WA-RUN-DATE TO CRL-RUN-DATE.

           OPEN OUTPUT CUTOVER-REPORT.

           WRITE CUTOVER-LINE-OUT FROM CRL-HEADING-1
             AFTER ADVANCING 1 LINE.
           WRITE CUTOVER-LINE-OUT FROM CRL-HEADING-2
             AFTER ADVANCING 1 LINE.
           WRITE CUTOVER-LINE-OUT FROM CRL-HEADING-3
             AFTER ADVANCING 1 LINE.
      /
      ******************************************************************
      *                                                                *
      *     COUNT THE NEW CUSTOMER FILE BEFORE THE LIVE FILE IS        *
      *     OPENED FOR OUTPUT                                          *
      *                                                                *
      ******************************************************************

       B-100-COUNT-NEW-FILE.

           OPEN INPUT NEW-CUSTOMER-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ NEW-CUSTOMER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-110-COUNT-ONE-RECORD
             UNTIL END-OF-FILE.

           CLOSE NEW-CUSTOMER-FILE.

       B-110-COUNT-ONE-RECORD.

           ADD 1 TO AC-NEW-COUNT.

           READ NEW-CUSTOMER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     COPY THE NEW CUSTOMER FILE OVER THE LIVE FILE, COUNTING    *
      *     THE RECORDS AND NETTING THE BALANCES                       *
      *                                                                *
      ******************************************************************

       C-100-CUT-OVER-FILE.

           OPEN INPUT NEW-CUSTOMER-FILE
                OUTPUT CUSTOMER-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ NEW-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-110-COPY-ONE-RECORD
             UNTIL END-OF-FILE.

           CLOSE NEW-CUSTOMER-FILE
                 CUSTOMER-FILE.

           MOVE AC-RECORD-COUNT TO CRL-RECORD-COUNT.
           MOVE AC-NET-BALANCE TO CRL-NET-BALANCE.

           WRITE CUTOVER-LINE-OUT FROM CRL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CUTOVER-LINE-OUT FROM CRL-BALANCE-LINE
             AFTER ADVANCING 1 LINE.

       C-110-COPY-ONE-RECORD.

           WRITE CUSTOMER-REC FROM CUSTOMER-RECORD.

           ADD 1 TO AC-RECORD-COUNT.
           ADD CR-BALANCE TO AC-NET-BALANCE.

           READ NEW-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           CLOSE CUTOVER-REPORT.

           DISPLAY " ".
           DISPLAY "CUSTOMER FILE CUTOVER HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
