       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX55-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 10, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME CONVERSION OF THE CUSTOMER ADDRESS MASTER TO THE   *
      *    WIDENED RECORD THAT CARRIES THE DO-NOT-CONTACT FLAG, IN     *
      *    THE SAME MANNER THE FILE WAS CONVERTED TO THE FULL MAILING  *
      *    ADDRESS (VSEX40-1). THE OLD INDEXED FILE IS READ DIRECTLY   *
      *    UNDER ITS OLD 50-BYTE LAYOUT AND REBUILT UNDER THE 51-BYTE  *
      *    LAYOUT TO CUSTADDR.CNV. EACH OLD RECORD COMES ACROSS        *
      *    UNCHANGED WITH THE FLAG SET TO N - EVERY CUSTOMER ON FILE   *
      *    MAY BE CONTACTED UNTIL THE OFFICE FLAGS THEM THROUGH THE    *
      *    MAINTENANCE RUN (VSEX11-1). A REGISTER WITH CONTROL TOTALS  *
      *    IS PRINTED FOR BALANCING.                                   *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM (AGAINST THE OLD CUSTADDR.DAT)  *
      *                2. RENAME THE OLD CUSTADDR.DAT ASIDE            *
      *                3. RENAME CUSTADDR.CNV TO CUSTADDR.DAT          *
      *                                                                *
      *        INPUT:   CUSTADDR.DAT - ADDRESS FILE, 50-BYTE LAYOUT    *
      *                                                                *
      *        OUTPUT:  CUSTADDR.CNV - ADDRESS FILE, 51-BYTE LAYOUT    *
      *                 VSEX55-1.RPT - CONVERSION REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OLD-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OAF-CUSTOMER-NUMBER.

           SELECT NEW-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.CNV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CAR-CUSTOMER-NUMBER.

           SELECT CONVERSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch55\VSEX5
      -    "5-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    OLD-ADDRESS-FILE - THE ADDRESS MASTER AS IT STANDS BEFORE   *
      *    THE CONVERSION, 50 BYTES, NO DO-NOT-CONTACT FLAG            *
      *                                                                *
      ******************************************************************

       FD  OLD-ADDRESS-FILE.

       01 OLD-ADDRESS-RECORD.
         02 OAF-CUSTOMER-NUMBER PIC X(4).
         02 OAF-CUSTOMER-ADDRESS PIC X(20).
         02 OAF-CITY PIC X(15).
         02 OAF-STATE PIC XX.
         02 OAF-ZIP-CODE PIC X(5).
         02 OAF-ZIP-PLUS-4 PIC X(4).

      ******************************************************************
      *                                                                *
      *    NEW-ADDRESS-FILE - REBUILT UNDER THE WIDENED LAYOUT         *
      *                                                                *
      ******************************************************************

       FD  NEW-ADDRESS-FILE.

       01 CUSTOMER-ADDRESS-RECORD.
         02 CAR-CUSTOMER-NUMBER PIC X(4).
         02 CAR-CUSTOMER-ADDRESS PIC X(20).
         02 CAR-CITY PIC X(15).
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.

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
         02 AC-NO-CITY-COUNT PIC 9(6).

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
      *    REPORT LINES FOR THE CONVERSION REGISTER                    *
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
           03 PIC X(34) VALUE "ADDRESS FILE WIDENING REGISTER".

         02 CVL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CVL-COUNT-LINE.
           03 PIC X(28) VALUE "RECORDS CONVERTED        =  ".
           03 CVL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CVL-NO-CITY-LINE.
           03 PIC X(28) VALUE "CUSTOMERS WITH NO CITY   =  ".
           03 CVL-NO-CITY-COUNT PIC ZZZ,ZZ9.

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
      *     CONVERT EVERY OLD RECORD TO THE WIDENED LAYOUT             *
      *                                                                *
      ******************************************************************

       C-100-CONVERT-FILE.

           OPEN INPUT OLD-ADDRESS-FILE
                OUTPUT NEW-ADDRESS-FILE.

           READ OLD-ADDRESS-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CONVERT-RECORD
             UNTIL END-OF-FILE.

           CLOSE OLD-ADDRESS-FILE
                 NEW-ADDRESS-FILE.

      ******************************************************************
      *                                                                *
      *     BUILD ONE WIDENED RECORD - THE ADDRESS COMES ACROSS        *
      *     UNCHANGED AND THE CUSTOMER STARTS OUT CONTACTABLE.         *
      *     CUSTOMERS STILL MISSING A CITY ARE COUNTED, SINCE NO       *
      *     MAILING CAN REACH THEM UNTIL ONE IS KEYED                  *
      *                                                                *
      ******************************************************************

       C-200-CONVERT-RECORD.

           MOVE OAF-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER.
           MOVE OAF-CUSTOMER-ADDRESS TO CAR-CUSTOMER-ADDRESS.
           MOVE OAF-CITY TO CAR-CITY.
           MOVE OAF-STATE TO CAR-STATE.
           MOVE OAF-ZIP-CODE TO CAR-ZIP-CODE.
           MOVE OAF-ZIP-PLUS-4 TO CAR-ZIP-PLUS-4.
           MOVE "N" TO CAR-DO-NOT-CONTACT.

           WRITE CUSTOMER-ADDRESS-RECORD.

           ADD 1 TO AC-RECORD-COUNT.

           IF OAF-CITY = SPACES
               ADD 1 TO AC-NO-CITY-COUNT.

           READ OLD-ADDRESS-FILE
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
           MOVE AC-NO-CITY-COUNT TO CVL-NO-CITY-COUNT.

           WRITE CONVERSION-LINE-OUT FROM CVL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CONVERSION-LINE-OUT FROM CVL-NO-CITY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE CONVERSION-REPORT.

           DISPLAY " ".
           DISPLAY "ADDRESS FILE WIDENING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
