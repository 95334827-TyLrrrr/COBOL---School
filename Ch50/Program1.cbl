       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX50-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 5, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME CONVERSION OF THE VEHICLE INVENTORY MASTER TO      *
      *    THE WIDENED RECORD THAT CARRIES THE STORE CODE OF THE LOT   *
      *    EACH UNIT SITS ON, IN THE SAME MANNER THE ACQUISITION DATE  *
      *    WAS ADDED (VSEX43-2). THE OLD INDEXED FILE IS READ          *
      *    DIRECTLY UNDER ITS OLD 78-BYTE LAYOUT AND REBUILT UNDER     *
      *    THE 80-BYTE LAYOUT TO VEHMAST.CNV. EACH OLD RECORD COMES    *
      *    ACROSS UNCHANGED AND IS PLACED AT STORE 01, THE SAME        *
      *    DEFAULT THE CLERK AND SALES FILES USE FOR A BLANK STORE.    *
      *    UNITS THAT ACTUALLY SIT ON ANOTHER LOT ARE MOVED AFTER      *
      *    WITH TRANSFER TRANSACTIONS THROUGH VSEX19-1. A REGISTER     *
      *    WITH COUNT AND COST CONTROL TOTALS IS PRINTED FOR           *
      *    BALANCING.                                                  *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM (AGAINST THE OLD VEHMAST.DAT)   *
      *                2. RENAME THE OLD VEHMAST.DAT ASIDE             *
      *                3. RENAME VEHMAST.CNV TO VEHMAST.DAT            *
      *                                                                *
      *        INPUT:   VEHMAST.DAT - INVENTORY, 78-BYTE LAYOUT        *
      *                                                                *
      *        OUTPUT:  VEHMAST.CNV - INVENTORY, 80-BYTE LAYOUT        *
      *                 VSEX50-1.RPT - CONVERSION REGISTER             *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OLD-VEHICLE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OVF-STOCK-NUMBER.

           SELECT VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.CNV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT CONVERSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch50\VSEX5
      -    "0-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    OLD-VEHICLE-FILE - THE INVENTORY MASTER AS IT STANDS        *
      *    BEFORE THE CONVERSION, 78 BYTES, NO STORE CODE              *
      *                                                                *
      ******************************************************************

       FD  OLD-VEHICLE-FILE.

       01 OLD-VEHICLE-RECORD.
         02 OVF-STOCK-NUMBER PIC X(6).
         02 OVF-VIN PIC X(17).
         02 OVF-AUTO-MAKE PIC X(20).
         02 OVF-AUTO-YEAR PIC X(4).
         02 OVF-ACQUISITION-COST PIC 9(5)V99.
         02 OVF-ASKING-PRICE PIC 9(5)V99.
         02 OVF-STATUS PIC X.
         02 OVF-SOLD-DATE PIC 9(8).
         02 OVF-ACQUIRED-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    VEHICLE-MASTER-FILE - REBUILT UNDER THE WIDENED LAYOUT      *
      *                                                                *
      ******************************************************************

       FD  VEHICLE-MASTER-FILE.

       01 VEHICLE-MASTER-RECORD.
         02 VHF-STOCK-NUMBER PIC X(6).
         02 VHF-VIN PIC X(17).
         02 VHF-AUTO-MAKE PIC X(20).
         02 VHF-AUTO-YEAR PIC X(4).
         02 VHF-ACQUISITION-COST PIC 9(5)V99.
         02 VHF-ASKING-PRICE PIC 9(5)V99.
         02 VHF-STATUS PIC X.
         02 VHF-SOLD-DATE PIC 9(8).
         02 VHF-ACQUIRED-DATE PIC 9(8).
         02 VHF-STORE-CODE PIC XX.

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
         02 AC-COST-TOTAL PIC 9(9)V99.

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
           03 PIC X(34) VALUE "INVENTORY STORE CODE REGISTER".

         02 CVL-HEADING-3.
           03 PIC X(80) VALUE ALL "-".

         02 CVL-COUNT-LINE.
           03 PIC X(28) VALUE "RECORDS CONVERTED        =  ".
           03 CVL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 CVL-COST-LINE.
           03 PIC X(28) VALUE "ACQUISITION COST TOTAL   =  ".
           03 CVL-COST-TOTAL PIC $ZZZ,ZZZ,ZZZ.99.

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

           OPEN INPUT OLD-VEHICLE-FILE
                OUTPUT VEHICLE-MASTER-FILE.

           READ OLD-VEHICLE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CONVERT-RECORD
             UNTIL END-OF-FILE.

           CLOSE OLD-VEHICLE-FILE
                 VEHICLE-MASTER-FILE.

      ******************************************************************
      *                                                                *
      *     BUILD ONE WIDENED RECORD - THE UNIT COMES ACROSS           *
      *     UNCHANGED, PLACED AT THE DEFAULT STORE                     *
      *                                                                *
      ******************************************************************

       C-200-CONVERT-RECORD.

           MOVE OVF-STOCK-NUMBER TO VHF-STOCK-NUMBER.
           MOVE OVF-VIN TO VHF-VIN.
           MOVE OVF-AUTO-MAKE TO VHF-AUTO-MAKE.
           MOVE OVF-AUTO-YEAR TO VHF-AUTO-YEAR.
           MOVE OVF-ACQUISITION-COST TO VHF-ACQUISITION-COST.
           MOVE OVF-ASKING-PRICE TO VHF-ASKING-PRICE.
           MOVE OVF-STATUS TO VHF-STATUS.
           MOVE OVF-SOLD-DATE TO VHF-SOLD-DATE.
           MOVE OVF-ACQUIRED-DATE TO VHF-ACQUIRED-DATE.
           MOVE "01" TO VHF-STORE-CODE.

           WRITE VEHICLE-MASTER-RECORD.

           ADD 1 TO AC-RECORD-COUNT.
           ADD OVF-ACQUISITION-COST TO AC-COST-TOTAL.

           READ OLD-VEHICLE-FILE
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
           MOVE AC-COST-TOTAL TO CVL-COST-TOTAL.

           WRITE CONVERSION-LINE-OUT FROM CVL-COUNT-LINE
             AFTER ADVANCING 2 LINES.
           WRITE CONVERSION-LINE-OUT FROM CVL-COST-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CONVERSION-LINE-OUT FROM CVL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE CONVERSION-REPORT.

           DISPLAY " ".
           DISPLAY "INVENTORY STORE CODE CONVERSION HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
