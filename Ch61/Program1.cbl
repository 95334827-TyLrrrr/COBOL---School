       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX61-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. JUNE 21, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE DAYS SUPPLY AND REORDER REPORT    *
      *    FOR THE BUYER. IT PUTS EACH MAKE'S AND MODEL YEAR'S RECENT  *
      *    SELLING RATE AGAINST THE UNITS AVAILABLE ON THE VEHICLE     *
      *    INVENTORY MASTER (VEHMAST.DAT). THE SELLING RATE IS TAKEN   *
      *    OVER THE LAST N COMPLETE PERIODS (MONTHS) BEFORE THE AS-OF  *
      *    DATE. THE PERIOD SALES HISTORY (SALESHIS.DAT) CARRIES NO    *
      *    MODEL YEAR AND HOLDS WHOLE-FILE SNAPSHOTS, SO THE UNITS     *
      *    SOLD ARE COUNTED FROM THE CUSTOMER SALES FILE IT IS BUILT   *
      *    FROM, BY PURCHASE DATE. DAYS SUPPLY IS THE UNITS ON HAND    *
      *    DIVIDED BY THE UNITS SOLD PER DAY.                          *
      *                                                                *
      *    THE SUPPLY PARAMETER FILE (SUPPARM.DAT) CARRIES:            *
      *      WINDOW RECORD -                                           *
      *        COL 1      RECORD TYPE W                                *
      *        COL 2-3    PERIODS IN THE WINDOW (DEFAULT 03)           *
      *        COL 4-6    TARGET DAYS FOR A MAKE NOT SET UP (DEF 060)  *
      *      MAKE RECORD, ONE PER MAKE -                               *
      *        COL 1      RECORD TYPE M                                *
      *        COL 2-21   AUTO MAKE                                    *
      *        COL 22-24  TARGET DAYS SUPPLY                           *
      *        COL 25-27  OVERSTOCK DAYS (000 - 150 PERCENT OF TARGET) *
      *    A RECORD THAT FAILS ITS EDITS IS LISTED AND PASSED. A MAKE  *
      *    NOT SET UP TAKES THE DEFAULT TARGET AND IS MARKED * AFTER   *
      *    ITS ACTION.                                                 *
      *                                                                *
      *    EACH MAKE WITH SALES IN THE WINDOW GETS ONE                 *
      *    RECOMMENDATION. A MAKE WITH FEWER UNITS ON HAND THAN ITS    *
      *    TARGET DAYS OF SALES IS MARKED ORDER WITH THE UNITS SHORT   *
      *    OF TARGET. A MAKE WHOSE DAYS SUPPLY IS OVER ITS OVERSTOCK   *
      *    DAYS IS MARKED OVERSTOCK WITH THE UNITS OVER TARGET. ITS    *
      *    MODEL YEARS ARE LISTED BELOW IT. MAKES WITH UNITS ON THE    *
      *    LOT BUT NO SALES IN THE WINDOW ARE LISTED IN THEIR OWN      *
      *    SECTION AT THE END. THE AS-OF DATE PARAMETER LETS THE       *
      *    REPORT BE RERUN AS OF AN EARLIER DATE.                      *
      *                                                                *
      *        INPUT:   SUPPARM.DAT  - DAYS SUPPLY PARAMETERS          *
      *                 ASOFDATE.DAT - OPTIONAL AS-OF DATE PARAMETER   *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                                                                *
      *        OUTPUT:  VSEX61-1.RPT - DAYS SUPPLY AND REORDER REPORT  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL SUPPLY-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SUPPA
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AS-OF-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ASOFD
      -    "ATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT SUPPLY-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch61\VSEX6
      -    "1-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    SUPPLY-PARM-FILE - THE SALES WINDOW AND EACH MAKE'S TARGET  *
      *    DAYS SUPPLY                                                 *
      *                                                                *
      ******************************************************************

       FD  SUPPLY-PARM-FILE.

       01 SUPPLY-PARM-RECORD.
         02 SPR-RECORD-TYPE PIC X.
           88 SPR-WINDOW-RECORD VALUE "W".
           88 SPR-MAKE-RECORD VALUE "M".
         02 SPR-AUTO-MAKE PIC X(20).
         02 SPR-TARGET-DAYS-ALPHA PIC X(3).
         02 SPR-TARGET-DAYS REDEFINES
            SPR-TARGET-DAYS-ALPHA PIC 9(3).
         02 SPR-OVERSTOCK-DAYS-ALPHA PIC X(3).
         02 SPR-OVERSTOCK-DAYS REDEFINES
            SPR-OVERSTOCK-DAYS-ALPHA PIC 9(3).

       01 SUPPLY-WINDOW-RECORD.
         02 PIC X.
         02 SWR-WINDOW-PERIODS-ALPHA PIC XX.
         02 SWR-WINDOW-PERIODS REDEFINES
            SWR-WINDOW-PERIODS-ALPHA PIC 99.
         02 SWR-DEFAULT-TARGET-ALPHA PIC X(3).
         02 SWR-DEFAULT-TARGET REDEFINES
            SWR-DEFAULT-TARGET-ALPHA PIC 9(3).
         02 PIC X(21).

      ******************************************************************
      *                                                                *
      *   AS-OF-DATE-FILE - OPTIONAL AS-OF DATE PARAMETER (YYYYMMDD)   *
      *                                                                *
      ******************************************************************

       FD  AS-OF-DATE-FILE.

       01 AS-OF-DATE-RECORD.
         02 ADF-AS-OF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *         VEHICLE-MASTER-FILE - VEHICLE INVENTORY MASTER         *
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
           88 VHF-AVAILABLE VALUE "A".
         02 VHF-SOLD-DATE PIC 9(8).
         02 VHF-ACQUIRED-DATE PIC 9(8).
         02 VHF-STORE-CODE PIC XX.
         02 VHF-FLOORED-FLAG PIC X.
           88 VHF-FLOORED VALUE "Y".
         02 VHF-FLOOR-AMOUNT PIC 9(5)V99.
         02 VHF-FLOOR-DATE PIC 9(8).
         02 VHF-FLOOR-LENDER PIC X(4).

      ******************************************************************
      *                                                                *
      *                INPUT FILE - CUSTOMER SALES FILE                *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-SALES-FILE.

       01 CUSTOMER-SALES-REC PIC X(94).

       01 CUSTOMER-SALES-REC-KEY REDEFINES CUSTOMER-SALES-REC.
         02 FILLER PIC X(9).
         02 CSF-SALE-KEY.
           03 CSF-CUSTOMER-NUMBER PIC X(4).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

      ******************************************************************
      *                                                                *
      *         SUPPLY-REPORT - DAYS SUPPLY AND REORDER REPORT         *
      *                                                                *
      ******************************************************************

       FD  SUPPLY-REPORT.

       01 SUPPLY-LINE-OUT PIC X(100).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                            SWITCHES                            *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

         02 SW-ENTRY-FOUND PIC X.
           88 ENTRY-FOUND VALUE "Y".
           88 ENTRY-NOT-FOUND VALUE "N".

         02 SW-SWAP-OCCURRED PIC X.
           88 A-SWAP-OCCURRED VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-ON-HAND-COUNT PIC 9(5).
         02 AC-SOLD-COUNT PIC 9(5).
         02 AC-ORDER-MAKE-COUNT PIC 9(3).
         02 AC-ORDER-UNIT-COUNT PIC 9(5).
         02 AC-OVERSTOCK-MAKE-COUNT PIC 9(3).
         02 AC-NO-SALES-MAKE-COUNT PIC 9(3).
         02 AC-PARM-REJECT-COUNT PIC 9(3).
      /
      ******************************************************************
      *                                                                *
      *                        WORK AREA FIELDS                        *
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

         02 WA-AS-OF-DATE PIC 9(8).
         02 WA-AS-OF-PARTS REDEFINES WA-AS-OF-DATE.
           03 WA-AS-OF-YEAR PIC 9(4).
           03 WA-AS-OF-MONTH PIC 99.
           03 PIC 99.
         02 WA-AS-OF-MDY PIC 9(8).
         02 WA-WINDOW-PERIODS PIC 99 VALUE 3.
         02 WA-DEFAULT-TARGET PIC 9(3) VALUE 60.
         02 WA-OVERSTOCK-PERCENT PIC 9(3) VALUE 150.
         02 WA-WINDOW-START PIC 9(8).
         02 WA-WINDOW-END PIC 9(8).
         02 WA-FIRST-PERIOD PIC 9(6).
         02 WA-LAST-PERIOD PIC 9(6).
         02 WA-WINDOW-DAYS PIC 9(5).
         02 WA-MONTH-NUMBER PIC 9(6).
         02 WA-PERIOD-YEAR PIC 9(4).
         02 WA-PERIOD-MONTH PIC 99.
         02 WA-ITEM-MDY PIC 9(8).
         02 WA-ITEM-YMD PIC 9(8).
         02 WA-DAYS-SUPPLY PIC 9(8).
         02 WA-TARGET-UNITS PIC 9(5).
         02 WA-OVERSTOCK-DAYS PIC 9(5).
         02 WA-LOOKUP-MAKE PIC X(20).
         02 WA-LOOKUP-YEAR PIC X(4).
         02 WA-PARM-MESSAGE PIC X(30).
         02 WA-SECTION-TITLE PIC X(44).
         02 WA-REJECT-COUNT PIC 99 VALUE ZERO.
         02 WA-REJECT-SUB PIC 99.
         02 WA-MAKE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-YEAR-COUNT PIC 9(3) VALUE ZERO.
         02 WA-SUB-1 PIC 9(3).
         02 WA-SUB-2 PIC 9(3).
         02 WA-MAKE-SUB PIC 9(3).
         02 WA-YEAR-SUB PIC 9(3).

      ******************************************************************
      *                                                                *
      *    HOLD AREAS FOR THE TABLE SORTS - ONE ENTRY OF EACH TABLE    *
      *                                                                *
      ******************************************************************

       01 MAKE-HOLD-ENTRY PIC X(37).
       01 YEAR-HOLD-ENTRY PIC X(34).

      ******************************************************************
      *                                                                *
      *    PARAMETER REJECT TABLE - THE PARAMETER RECORDS PASSED,      *
      *    HELD UNTIL THE SALES WINDOW IS SET FOR THE HEADINGS         *
      *                                                                *
      ******************************************************************

       01 PARM-REJECT-TABLE.
         02 PRT-ENTRY OCCURS 20 TIMES.
           03 PRT-RECORD-IMAGE PIC X(27).
           03 PRT-MESSAGE PIC X(30).

      ******************************************************************
      *                                                                *
      *    MAKE TABLE - EVERY MAKE SET UP ON THE PARAMETER FILE, ON    *
      *    HAND, OR SOLD IN THE WINDOW, WITH ITS TARGET AND ITS UNITS  *
      *                                                                *
      ******************************************************************

       01 MAKE-TABLE.
         02 MKT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WA-MAKE-COUNT
                       INDEXED BY MKT-INDEX.
           03 MKT-AUTO-MAKE PIC X(20).
           03 MKT-TARGET-DAYS PIC 9(3).
           03 MKT-OVERSTOCK-DAYS PIC 9(3).
           03 MKT-TARGET-FLAG PIC X.
             88 MKT-DEFAULT-TARGET VALUE "D".
           03 MKT-ON-HAND PIC 9(5).
           03 MKT-SOLD PIC 9(5).

      ******************************************************************
      *                                                                *
      *    MODEL YEAR TABLE - UNITS ON HAND AND SOLD IN THE WINDOW BY  *
      *    MAKE AND MODEL YEAR                                         *
      *                                                                *
      ******************************************************************

       01 YEAR-TABLE.
         02 MYT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WA-YEAR-COUNT
                       INDEXED BY MYT-INDEX.
           03 MYT-KEY.
             04 MYT-AUTO-MAKE PIC X(20).
             04 MYT-AUTO-YEAR PIC X(4).
           03 MYT-ON-HAND PIC 9(5).
           03 MYT-SOLD PIC 9(5).

      ******************************************************************
      *                                                                *
      *              RECORD LAYOUT - CUSTOMER SALES FILE               *
      *                                                                *
      ******************************************************************

       COPY SALESREC.
      /
      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE DAYS SUPPLY AND REORDER REPORT     *
      *                                                                *
      ******************************************************************

       01 SUPPLY-HEADINGS.

         02 SPH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 SPH-DATE PIC Z9/99/9999.
           03 PIC X(27) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(36) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 SPH-PAGE-COUNT PIC ZZ9.

         02 SPH-LINE-2.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(30) VALUE "DAYS SUPPLY AND REORDER REPORT".

         02 SPH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".
           03 PIC X(21) VALUE SPACES.
           03 PIC X(7) VALUE "AS OF: ".
           03 SPH-AS-OF-DATE PIC Z9/99/9999.

         02 SPH-LINE-2B.
           03 PIC X(16) VALUE "SALES PERIODS:  ".
           03 SPH-FIRST-PERIOD PIC 9(6).
           03 PIC X(6) VALUE " THRU ".
           03 SPH-LAST-PERIOD PIC 9(6).
           03 PIC X(4) VALUE SPACES.
           03 PIC X(13) VALUE "WINDOW DAYS: ".
           03 SPH-WINDOW-DAYS PIC ZZ9.

         02 SPH-LINE-2C.
           03 SPH-SECTION-TITLE PIC X(44).

         02 SPH-LINE-3.
           03 PIC X(20) VALUE "MAKE".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE "YEAR".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE "ON HAND".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "  SOLD".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "DAYS SUPP".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "TARGET".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE " UNITS".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE " SHORT".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "  OVER".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "ACTION".

         02 SPH-LINE-4.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(12) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *    DETAIL LINE FOR THE DAYS SUPPLY AND REORDER REPORT - A      *
      *    MAKE LINE CARRIES THE TARGET AND THE RECOMMENDATION, A      *
      *    MODEL YEAR LINE ONLY ITS UNITS AND DAYS SUPPLY              *
      *                                                                *
      ******************************************************************

       01 SUPPLY-DETAIL-LINE.
         02 SDL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 SDL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 PIC X VALUE SPACES.
         02 SDL-ON-HAND PIC ZZ,ZZ9.
         02 PIC XX VALUE SPACES.
         02 SDL-SOLD PIC ZZ,ZZ9.
         02 PIC XX VALUE SPACES.
         02 SDL-DAYS-SUPPLY PIC Z,ZZZ,ZZ9.
         02 SDL-DAYS-SUPPLY-ALPHA REDEFINES
            SDL-DAYS-SUPPLY PIC X(9).
         02 PIC XX VALUE SPACES.
         02 PIC XXX VALUE SPACES.
         02 SDL-TARGET-DAYS PIC ZZ9 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 SDL-TARGET-UNITS PIC ZZ,ZZ9 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 SDL-SHORT-UNITS PIC ZZ,ZZ9 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 SDL-OVER-UNITS PIC ZZ,ZZ9 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 SDL-ACTION PIC X(12).

      ******************************************************************
      *                                                                *
      *    PARAMETER REJECT LINE FOR THE DAYS SUPPLY AND REORDER       *
      *    REPORT                                                      *
      *                                                                *
      ******************************************************************

       01 PARM-REJECT-LINE.
         02 PIC X(18) VALUE "PARAMETER PASSED: ".
         02 PRL-RECORD-IMAGE PIC X(27).
         02 PIC XX VALUE SPACES.
         02 PRL-MESSAGE PIC X(30).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE DAYS SUPPLY AND REORDER REPORT      *
      *                                                                *
      ******************************************************************

       01 SUPPLY-SUMMARY-LINES.

         02 SSL-ON-HAND-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL UNITS ON HAND          =  ".
           03 SSL-ON-HAND-COUNT PIC ZZ,ZZ9.

         02 SSL-SOLD-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL UNITS SOLD IN WINDOW   =  ".
           03 SSL-SOLD-COUNT PIC ZZ,ZZ9.

         02 SSL-ORDER-MAKE-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "MAKES TO ORDER               =  ".
           03 SSL-ORDER-MAKE-COUNT PIC ZZ,ZZ9.

         02 SSL-ORDER-UNIT-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "UNITS SHORT OF TARGET        =  ".
           03 SSL-ORDER-UNIT-COUNT PIC ZZ,ZZ9.

         02 SSL-OVERSTOCK-MAKE-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "MAKES OVERSTOCKED            =  ".
           03 SSL-OVERSTOCK-MAKE-COUNT PIC ZZ,ZZ9.

         02 SSL-NO-SALES-MAKE-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "MAKES WITH NO SALES          =  ".
           03 SSL-NO-SALES-MAKE-COUNT PIC ZZ,ZZ9.

         02 SSL-PARM-REJECT-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "PARAMETER RECORDS PASSED     =  ".
           03 SSL-PARM-REJECT-COUNT PIC ZZ,ZZ9.

         02 SSL-NONE-LINE.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(22) VALUE "NO MAKES IN THIS GROUP".

         02 SSL-END-OF-REPORT.
           03 PIC X(34) VALUE SPACES.
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
           PERFORM B-100-LOAD-PARAMETERS.
           PERFORM B-300-SET-SALES-WINDOW.
           PERFORM B-400-LOAD-UNITS-ON-HAND.
           PERFORM B-500-LOAD-UNITS-SOLD.
           PERFORM B-700-SORT-TABLES.
           PERFORM C-050-PRINT-PARM-REJECTS.
           PERFORM C-100-PRINT-SELLING-MAKES.
           PERFORM C-500-PRINT-NO-SALES-MAKES.
           PERFORM D-100-WRAP-UP.
           STOP RUN.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO SPH-DATE.

           MOVE WA-TODAYS-DATE TO WA-AS-OF-DATE.

           PERFORM A-110-READ-AS-OF-DATE.

           MOVE WA-AS-OF-DATE(5:2) TO WA-AS-OF-MDY(1:2).
           MOVE WA-AS-OF-DATE(7:2) TO WA-AS-OF-MDY(3:2).
           MOVE WA-AS-OF-DATE(1:4) TO WA-AS-OF-MDY(5:4).
           MOVE WA-AS-OF-MDY TO SPH-AS-OF-DATE.

           OPEN OUTPUT SUPPLY-REPORT.

      ******************************************************************
      *                                                                *
      *     READ THE RUN-TIME AS-OF DATE PARAMETER, IF PRESENT, SO     *
      *     THIS REPORT CAN BE RERUN AS OF AN EARLIER DATE INSTEAD OF  *
      *     TODAY'S DATE                                               *
      *                                                                *
      ******************************************************************

       A-110-READ-AS-OF-DATE.

           OPEN INPUT AS-OF-DATE-FILE.

           READ AS-OF-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ADF-AS-OF-DATE TO WA-AS-OF-DATE.

           CLOSE AS-OF-DATE-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE WINDOW AND EACH MAKE'S TARGET FROM THE PARAMETER  *
      *     FILE - A RECORD THAT FAILS ITS EDITS IS KEPT FOR THE       *
      *     REPORT AND PASSED                                          *
      *                                                                *
      ******************************************************************

       B-100-LOAD-PARAMETERS.

           OPEN INPUT SUPPLY-PARM-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ SUPPLY-PARM-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-200-LOAD-ONE-PARAMETER
             UNTIL END-OF-FILE.

           CLOSE SUPPLY-PARM-FILE.

       B-200-LOAD-ONE-PARAMETER.

           MOVE SPACES TO WA-PARM-MESSAGE.

           EVALUATE TRUE
               WHEN SPR-WINDOW-RECORD
                   PERFORM B-210-EDIT-WINDOW-RECORD
               WHEN SPR-MAKE-RECORD
                   PERFORM B-220-EDIT-MAKE-RECORD
               WHEN OTHER
                   MOVE "INVALID RECORD TYPE" TO WA-PARM-MESSAGE.

           IF WA-PARM-MESSAGE NOT = SPACES
               PERFORM B-230-HOLD-PARM-REJECT.

           READ SUPPLY-PARM-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     THE WINDOW RECORD - A BLANK FIELD KEEPS ITS DEFAULT. THE   *
      *     WINDOW RUNS ONE TO TWELVE PERIODS                          *
      *                                                                *
      ******************************************************************

       B-210-EDIT-WINDOW-RECORD.

           EVALUATE TRUE
               WHEN SWR-WINDOW-PERIODS-ALPHA NOT = SPACES AND
                    SWR-WINDOW-PERIODS-ALPHA NOT NUMERIC
                   MOVE "PERIODS NOT NUMERIC" TO WA-PARM-MESSAGE
               WHEN SWR-WINDOW-PERIODS-ALPHA NUMERIC AND
                    (SWR-WINDOW-PERIODS < 1 OR
                     SWR-WINDOW-PERIODS > 12)
                   MOVE "PERIODS NOT 01 THRU 12" TO WA-PARM-MESSAGE
               WHEN SWR-DEFAULT-TARGET-ALPHA NOT = SPACES AND
                    (SWR-DEFAULT-TARGET-ALPHA NOT NUMERIC OR
                     SWR-DEFAULT-TARGET = ZERO)
                   MOVE "DEFAULT TARGET NOT VALID" TO WA-PARM-MESSAGE
               WHEN OTHER
                   IF SWR-WINDOW-PERIODS-ALPHA NUMERIC
                       MOVE SWR-WINDOW-PERIODS TO WA-WINDOW-PERIODS
                   END-IF
                   IF SWR-DEFAULT-TARGET-ALPHA NUMERIC
                       MOVE SWR-DEFAULT-TARGET TO WA-DEFAULT-TARGET
                   END-IF.

      ******************************************************************
      *                                                                *
      *     A MAKE RECORD - THE MAKE MAY BE SET UP ONCE, WITH A        *
      *     TARGET, AND AN OVERSTOCK LEVEL ABOVE THE TARGET WHEN ONE   *
      *     IS GIVEN                                                   *
      *                                                                *
      ******************************************************************

       B-220-EDIT-MAKE-RECORD.

           MOVE SPR-AUTO-MAKE TO WA-LOOKUP-MAKE.
           PERFORM M-800-FIND-MAKE.

           EVALUATE TRUE
               WHEN SPR-AUTO-MAKE = SPACES
                   MOVE "MAKE MISSING" TO WA-PARM-MESSAGE
               WHEN ENTRY-FOUND
                   MOVE "MAKE ALREADY SET UP" TO WA-PARM-MESSAGE
               WHEN SPR-TARGET-DAYS-ALPHA NOT NUMERIC OR
                    SPR-TARGET-DAYS = ZERO
                   MOVE "TARGET DAYS NOT VALID" TO WA-PARM-MESSAGE
               WHEN SPR-OVERSTOCK-DAYS-ALPHA NOT = SPACES AND
                    SPR-OVERSTOCK-DAYS-ALPHA NOT NUMERIC
                   MOVE "OVERSTOCK DAYS NOT NUMERIC" TO WA-PARM-MESSAGE
               WHEN SPR-OVERSTOCK-DAYS-ALPHA NUMERIC AND
                    SPR-OVERSTOCK-DAYS > ZERO AND
                    SPR-OVERSTOCK-DAYS NOT > SPR-TARGET-DAYS
                   MOVE "OVERSTOCK NOT OVER TARGET" TO WA-PARM-MESSAGE
               WHEN WA-MAKE-COUNT = 50
                   MOVE "MAKE TABLE FULL" TO WA-PARM-MESSAGE
               WHEN OTHER
                   PERFORM M-810-ADD-MAKE
                   MOVE SPR-TARGET-DAYS TO MKT-TARGET-DAYS(MKT-INDEX)
                   MOVE SPACE TO MKT-TARGET-FLAG(MKT-INDEX)
                   IF SPR-OVERSTOCK-DAYS-ALPHA NUMERIC
                       MOVE SPR-OVERSTOCK-DAYS
                         TO MKT-OVERSTOCK-DAYS(MKT-INDEX)
                   END-IF.

      ******************************************************************
      *                                                                *
      *     HOLD ONE PARAMETER RECORD THAT WAS PASSED FOR THE REPORT   *
      *     - PAST THE TABLE'S ROOM IT IS ONLY COUNTED                 *
      *                                                                *
      ******************************************************************

       B-230-HOLD-PARM-REJECT.

           ADD 1 TO AC-PARM-REJECT-COUNT.

           IF WA-REJECT-COUNT < 20
               ADD 1 TO WA-REJECT-COUNT
               MOVE SUPPLY-PARM-RECORD
                 TO PRT-RECORD-IMAGE(WA-REJECT-COUNT)
               MOVE WA-PARM-MESSAGE TO PRT-MESSAGE(WA-REJECT-COUNT).
      /
      ******************************************************************
      *                                                                *
      *     SET THE SALES WINDOW - THE LAST N COMPLETE PERIODS BEFORE  *
      *     THE AS-OF DATE'S PERIOD, FROM THE FIRST DAY OF THE FIRST   *
      *     PERIOD UP TO THE FIRST DAY OF THE AS-OF PERIOD             *
      *                                                                *
      ******************************************************************

       B-300-SET-SALES-WINDOW.

           MOVE WA-AS-OF-DATE(1:6) TO WA-WINDOW-END(1:6).
           MOVE "01" TO WA-WINDOW-END(7:2).

           COMPUTE WA-MONTH-NUMBER =
               WA-AS-OF-YEAR * 12 + WA-AS-OF-MONTH - 1 -
               WA-WINDOW-PERIODS.
           PERFORM M-700-PERIOD-OF-MONTH.
           MOVE WA-PERIOD-YEAR TO WA-WINDOW-START(1:4).
           MOVE WA-PERIOD-MONTH TO WA-WINDOW-START(5:2).
           MOVE "01" TO WA-WINDOW-START(7:2).
           MOVE WA-WINDOW-START(1:6) TO WA-FIRST-PERIOD.

           COMPUTE WA-MONTH-NUMBER =
               WA-AS-OF-YEAR * 12 + WA-AS-OF-MONTH - 2.
           PERFORM M-700-PERIOD-OF-MONTH.
           MOVE WA-PERIOD-YEAR TO WA-LAST-PERIOD(1:4).
           MOVE WA-PERIOD-MONTH TO WA-LAST-PERIOD(5:2).

           COMPUTE WA-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WA-WINDOW-END) -
               FUNCTION INTEGER-OF-DATE(WA-WINDOW-START).

           MOVE WA-FIRST-PERIOD TO SPH-FIRST-PERIOD.
           MOVE WA-LAST-PERIOD TO SPH-LAST-PERIOD.
           MOVE WA-WINDOW-DAYS TO SPH-WINDOW-DAYS.
      /
      ******************************************************************
      *                                                                *
      *     COUNT THE UNITS AVAILABLE ON THE LOT BY MAKE AND MODEL     *
      *     YEAR                                                       *
      *                                                                *
      ******************************************************************

       B-400-LOAD-UNITS-ON-HAND.

           OPEN INPUT VEHICLE-MASTER-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-410-COUNT-ONE-UNIT
             UNTIL END-OF-FILE.

           CLOSE VEHICLE-MASTER-FILE.

       B-410-COUNT-ONE-UNIT.

           IF VHF-AVAILABLE AND VHF-AUTO-MAKE NOT = SPACES
               MOVE VHF-AUTO-MAKE TO WA-LOOKUP-MAKE
               MOVE VHF-AUTO-YEAR TO WA-LOOKUP-YEAR
               PERFORM M-850-FIND-MAKE-AND-YEAR
               IF ENTRY-FOUND
                   ADD 1 TO MKT-ON-HAND(MKT-INDEX)
                            MYT-ON-HAND(MYT-INDEX)
                   ADD 1 TO AC-ON-HAND-COUNT
               END-IF.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *      COUNT THE SALES IN THE WINDOW BY MAKE AND MODEL YEAR      *
      *                                                                *
      ******************************************************************

       B-500-LOAD-UNITS-SOLD.

           OPEN INPUT CUSTOMER-SALES-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-510-COUNT-ONE-SALE
             UNTIL END-OF-FILE.

           CLOSE CUSTOMER-SALES-FILE.

       B-510-COUNT-ONE-SALE.

           MOVE CSR-PURCHASE-DATE TO WA-ITEM-MDY.
           MOVE WA-ITEM-MDY(5:4) TO WA-ITEM-YMD(1:4).
           MOVE WA-ITEM-MDY(1:2) TO WA-ITEM-YMD(5:2).
           MOVE WA-ITEM-MDY(3:2) TO WA-ITEM-YMD(7:2).

           IF WA-ITEM-YMD NOT < WA-WINDOW-START AND
              WA-ITEM-YMD < WA-WINDOW-END AND
              CSR-AUTO-MAKE NOT = SPACES
               MOVE CSR-AUTO-MAKE TO WA-LOOKUP-MAKE
               MOVE CSR-AUTO-YEAR TO WA-LOOKUP-YEAR
               PERFORM M-850-FIND-MAKE-AND-YEAR
               IF ENTRY-FOUND
                   ADD 1 TO MKT-SOLD(MKT-INDEX)
                            MYT-SOLD(MYT-INDEX)
                   ADD 1 TO AC-SOLD-COUNT
               END-IF.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     PUT THE MAKE TABLE IN MAKE ORDER AND THE MODEL YEAR TABLE  *
      *     IN MAKE AND YEAR ORDER                                     *
      *                                                                *
      ******************************************************************

       B-700-SORT-TABLES.

           IF WA-MAKE-COUNT > 1
               MOVE "Y" TO SW-SWAP-OCCURRED
               PERFORM B-710-SORT-MAKE-PASS
                 UNTIL NOT A-SWAP-OCCURRED.

           IF WA-YEAR-COUNT > 1
               MOVE "Y" TO SW-SWAP-OCCURRED
               PERFORM B-730-SORT-YEAR-PASS
                 UNTIL NOT A-SWAP-OCCURRED.

       B-710-SORT-MAKE-PASS.

           MOVE "N" TO SW-SWAP-OCCURRED.

           PERFORM B-720-COMPARE-MAKES
             VARYING WA-SUB-1 FROM 1 BY 1
             UNTIL WA-SUB-1 > WA-MAKE-COUNT - 1.

       B-720-COMPARE-MAKES.

           COMPUTE WA-SUB-2 = WA-SUB-1 + 1.

           IF MKT-AUTO-MAKE(WA-SUB-1) > MKT-AUTO-MAKE(WA-SUB-2)
               MOVE MKT-ENTRY(WA-SUB-1) TO MAKE-HOLD-ENTRY
               MOVE MKT-ENTRY(WA-SUB-2) TO MKT-ENTRY(WA-SUB-1)
               MOVE MAKE-HOLD-ENTRY TO MKT-ENTRY(WA-SUB-2)
               MOVE "Y" TO SW-SWAP-OCCURRED.

       B-730-SORT-YEAR-PASS.

           MOVE "N" TO SW-SWAP-OCCURRED.

           PERFORM B-740-COMPARE-YEARS
             VARYING WA-SUB-1 FROM 1 BY 1
             UNTIL WA-SUB-1 > WA-YEAR-COUNT - 1.

       B-740-COMPARE-YEARS.

           COMPUTE WA-SUB-2 = WA-SUB-1 + 1.

           IF MYT-KEY(WA-SUB-1) > MYT-KEY(WA-SUB-2)
               MOVE MYT-ENTRY(WA-SUB-1) TO YEAR-HOLD-ENTRY
               MOVE MYT-ENTRY(WA-SUB-2) TO MYT-ENTRY(WA-SUB-1)
               MOVE YEAR-HOLD-ENTRY TO MYT-ENTRY(WA-SUB-2)
               MOVE "Y" TO SW-SWAP-OCCURRED.
      /
      ******************************************************************
      *                                                                *
      *     LIST THE PARAMETER RECORDS PASSED ON A PAGE OF THEIR OWN   *
      *     AHEAD OF THE REPORT                                        *
      *                                                                *
      ******************************************************************

       C-050-PRINT-PARM-REJECTS.

           IF WA-REJECT-COUNT > 0
               MOVE "PARAMETER RECORDS PASSED" TO WA-SECTION-TITLE
               PERFORM M-500-WRITE-HEADINGS
               PERFORM M-520-LIST-PARM-REJECT
                 VARYING WA-REJECT-SUB FROM 1 BY 1
                 UNTIL WA-REJECT-SUB > WA-REJECT-COUNT.

      ******************************************************************
      *                                                                *
      *     PRINT EVERY MAKE WITH SALES IN THE WINDOW, WITH ITS        *
      *     RECOMMENDATION AND ITS MODEL YEARS                         *
      *                                                                *
      ******************************************************************

       C-100-PRINT-SELLING-MAKES.

           MOVE "MAKES WITH SALES IN THE WINDOW"
             TO WA-SECTION-TITLE.
           PERFORM M-500-WRITE-HEADINGS.

           PERFORM C-200-PRINT-ONE-SELLING-MAKE
             VARYING WA-MAKE-SUB FROM 1 BY 1
             UNTIL WA-MAKE-SUB > WA-MAKE-COUNT.

           IF AC-SOLD-COUNT = 0
               WRITE SUPPLY-LINE-OUT FROM SSL-NONE-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     THE MAKE'S TARGET IN UNITS IS ITS TARGET DAYS OF SALES AT  *
      *     THE WINDOW'S SELLING RATE. FEWER UNITS ON HAND IS AN       *
      *     ORDER, AND DAYS SUPPLY OVER THE OVERSTOCK LEVEL IS AN      *
      *     OVERSTOCK                                                  *
      *                                                                *
      ******************************************************************

       C-200-PRINT-ONE-SELLING-MAKE.

           IF MKT-SOLD(WA-MAKE-SUB) > 0
               MOVE MKT-ON-HAND(WA-MAKE-SUB) TO SDL-ON-HAND
               MOVE MKT-SOLD(WA-MAKE-SUB) TO SDL-SOLD
               COMPUTE WA-DAYS-SUPPLY ROUNDED =
                   MKT-ON-HAND(WA-MAKE-SUB) * WA-WINDOW-DAYS /
                   MKT-SOLD(WA-MAKE-SUB)
               COMPUTE WA-TARGET-UNITS ROUNDED =
                   MKT-TARGET-DAYS(WA-MAKE-SUB) *
                   MKT-SOLD(WA-MAKE-SUB) / WA-WINDOW-DAYS
               IF MKT-OVERSTOCK-DAYS(WA-MAKE-SUB) > ZERO
                   MOVE MKT-OVERSTOCK-DAYS(WA-MAKE-SUB)
                     TO WA-OVERSTOCK-DAYS
               ELSE
                   COMPUTE WA-OVERSTOCK-DAYS ROUNDED =
                       MKT-TARGET-DAYS(WA-MAKE-SUB) *
                       WA-OVERSTOCK-PERCENT / 100
               END-IF
               MOVE MKT-AUTO-MAKE(WA-MAKE-SUB) TO SDL-AUTO-MAKE
               MOVE "ALL" TO SDL-AUTO-YEAR
               MOVE WA-DAYS-SUPPLY TO SDL-DAYS-SUPPLY
               MOVE MKT-TARGET-DAYS(WA-MAKE-SUB) TO SDL-TARGET-DAYS
               MOVE WA-TARGET-UNITS TO SDL-TARGET-UNITS
               MOVE ZERO TO SDL-SHORT-UNITS
                            SDL-OVER-UNITS
               PERFORM C-300-SET-RECOMMENDATION
               PERFORM M-510-WRITE-DETAIL-LINE
               PERFORM C-400-PRINT-MODEL-YEARS.

       C-300-SET-RECOMMENDATION.

           EVALUATE TRUE
               WHEN MKT-ON-HAND(WA-MAKE-SUB) < WA-TARGET-UNITS
                   COMPUTE SDL-SHORT-UNITS =
                       WA-TARGET-UNITS - MKT-ON-HAND(WA-MAKE-SUB)
                   MOVE "ORDER" TO SDL-ACTION
                   ADD 1 TO AC-ORDER-MAKE-COUNT
                   COMPUTE AC-ORDER-UNIT-COUNT = AC-ORDER-UNIT-COUNT +
                       WA-TARGET-UNITS - MKT-ON-HAND(WA-MAKE-SUB)
               WHEN WA-DAYS-SUPPLY > WA-OVERSTOCK-DAYS
                   COMPUTE SDL-OVER-UNITS =
                       MKT-ON-HAND(WA-MAKE-SUB) - WA-TARGET-UNITS
                   MOVE "OVERSTOCK" TO SDL-ACTION
                   ADD 1 TO AC-OVERSTOCK-MAKE-COUNT
               WHEN OTHER
                   MOVE "IN RANGE" TO SDL-ACTION.

           IF MKT-DEFAULT-TARGET(WA-MAKE-SUB)
               MOVE "*" TO SDL-ACTION(12:1).

      ******************************************************************
      *                                                                *
      *     LIST THE MAKE'S MODEL YEARS UNDER IT - A YEAR ON HAND      *
      *     WITH NO SALES OF ITS OWN SHOWS NO SALE FOR ITS DAYS        *
      *     SUPPLY                                                     *
      *                                                                *
      ******************************************************************

       C-400-PRINT-MODEL-YEARS.

           PERFORM C-410-PRINT-ONE-MODEL-YEAR
             VARYING WA-YEAR-SUB FROM 1 BY 1
             UNTIL WA-YEAR-SUB > WA-YEAR-COUNT.

       C-410-PRINT-ONE-MODEL-YEAR.

           IF MYT-AUTO-MAKE(WA-YEAR-SUB) = MKT-AUTO-MAKE(WA-MAKE-SUB)
               MOVE SPACES TO SDL-AUTO-MAKE
                              SDL-ACTION
               MOVE MYT-AUTO-YEAR(WA-YEAR-SUB) TO SDL-AUTO-YEAR
               MOVE MYT-ON-HAND(WA-YEAR-SUB) TO SDL-ON-HAND
               MOVE MYT-SOLD(WA-YEAR-SUB) TO SDL-SOLD
               MOVE ZERO TO SDL-TARGET-DAYS
                            SDL-TARGET-UNITS
                            SDL-SHORT-UNITS
                            SDL-OVER-UNITS
               IF MYT-SOLD(WA-YEAR-SUB) > 0
                   COMPUTE WA-DAYS-SUPPLY ROUNDED =
                       MYT-ON-HAND(WA-YEAR-SUB) * WA-WINDOW-DAYS /
                       MYT-SOLD(WA-YEAR-SUB)
                   MOVE WA-DAYS-SUPPLY TO SDL-DAYS-SUPPLY
               ELSE
                   MOVE "  NO SALE" TO SDL-DAYS-SUPPLY-ALPHA
               END-IF
               PERFORM M-510-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *                                                                *
      *     CALL OUT EVERY MAKE WITH UNITS ON THE LOT BUT NO SALES IN  *
      *     THE WINDOW, WITH ITS MODEL YEARS ON HAND                   *
      *                                                                *
      ******************************************************************

       C-500-PRINT-NO-SALES-MAKES.

           MOVE "MAKES ON THE LOT WITH NO SALES IN THE WINDOW"
             TO WA-SECTION-TITLE.
           PERFORM M-500-WRITE-HEADINGS.

           PERFORM C-600-PRINT-ONE-NO-SALES-MAKE
             VARYING WA-MAKE-SUB FROM 1 BY 1
             UNTIL WA-MAKE-SUB > WA-MAKE-COUNT.

           IF AC-NO-SALES-MAKE-COUNT = 0
               WRITE SUPPLY-LINE-OUT FROM SSL-NONE-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT.

       C-600-PRINT-ONE-NO-SALES-MAKE.

           IF MKT-SOLD(WA-MAKE-SUB) = 0 AND
              MKT-ON-HAND(WA-MAKE-SUB) > 0
               ADD 1 TO AC-NO-SALES-MAKE-COUNT
               MOVE MKT-AUTO-MAKE(WA-MAKE-SUB) TO SDL-AUTO-MAKE
               MOVE "ALL" TO SDL-AUTO-YEAR
               MOVE MKT-ON-HAND(WA-MAKE-SUB) TO SDL-ON-HAND
               MOVE ZERO TO SDL-SOLD
               MOVE "  NO SALE" TO SDL-DAYS-SUPPLY-ALPHA
               MOVE MKT-TARGET-DAYS(WA-MAKE-SUB) TO SDL-TARGET-DAYS
               MOVE ZERO TO SDL-TARGET-UNITS
                            SDL-SHORT-UNITS
               MOVE MKT-ON-HAND(WA-MAKE-SUB) TO SDL-OVER-UNITS
               MOVE "NO SALES" TO SDL-ACTION
               PERFORM M-510-WRITE-DETAIL-LINE
               PERFORM C-400-PRINT-MODEL-YEARS.
      /
      ******************************************************************
      *                                                                *
      *              DAYS SUPPLY REPORT HEADING PARAGRAPH              *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO SPH-PAGE-COUNT.
           MOVE WA-SECTION-TITLE TO SPH-SECTION-TITLE.

           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-2B
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-2C
             AFTER ADVANCING 2 LINES.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE SUPPLY-LINE-OUT FROM SPH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 10 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                     WRITE ONE DETAIL LINE                      *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE SUPPLY-LINE-OUT FROM SUPPLY-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *           LIST ONE PARAMETER RECORD THAT WAS PASSED            *
      *                                                                *
      ******************************************************************

       M-520-LIST-PARM-REJECT.

           MOVE PRT-RECORD-IMAGE(WA-REJECT-SUB) TO PRL-RECORD-IMAGE.
           MOVE PRT-MESSAGE(WA-REJECT-SUB) TO PRL-MESSAGE.

           WRITE SUPPLY-LINE-OUT FROM PARM-REJECT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     TURN A MONTH NUMBER (YEAR TIMES 12 PLUS MONTH LESS 1)      *
      *     BACK INTO ITS YEAR AND MONTH                               *
      *                                                                *
      ******************************************************************

       M-700-PERIOD-OF-MONTH.

           DIVIDE WA-MONTH-NUMBER BY 12
             GIVING WA-PERIOD-YEAR
             REMAINDER WA-PERIOD-MONTH.

           ADD 1 TO WA-PERIOD-MONTH.

      ******************************************************************
      *                                                                *
      *                 FIND A MAKE ON THE MAKE TABLE                  *
      *                                                                *
      ******************************************************************

       M-800-FIND-MAKE.

           SET ENTRY-NOT-FOUND TO TRUE.

           IF WA-MAKE-COUNT > 0
               SET MKT-INDEX TO 1
               SEARCH MKT-ENTRY
                   AT END
                       CONTINUE
                   WHEN MKT-AUTO-MAKE(MKT-INDEX) = WA-LOOKUP-MAKE
                       SET ENTRY-FOUND TO TRUE.

      ******************************************************************
      *                                                                *
      *     ADD A MAKE TO THE MAKE TABLE WITH THE DEFAULT TARGET -     *
      *     THE CALLER CHECKS FOR ROOM                                 *
      *                                                                *
      ******************************************************************

       M-810-ADD-MAKE.

           ADD 1 TO WA-MAKE-COUNT.
           SET MKT-INDEX TO WA-MAKE-COUNT.

           MOVE WA-LOOKUP-MAKE TO MKT-AUTO-MAKE(MKT-INDEX).
           MOVE WA-DEFAULT-TARGET TO MKT-TARGET-DAYS(MKT-INDEX).
           MOVE ZERO TO MKT-OVERSTOCK-DAYS(MKT-INDEX)
                        MKT-ON-HAND(MKT-INDEX)
                        MKT-SOLD(MKT-INDEX).
           MOVE "D" TO MKT-TARGET-FLAG(MKT-INDEX).

      ******************************************************************
      *                                                                *
      *     FIND THE MAKE AND THE MAKE'S MODEL YEAR, ADDING EITHER     *
      *     WHEN NEW. A FULL TABLE LEAVES THE UNIT UNCOUNTED, SO IT    *
      *     IS WARNED ON THE CONSOLE                                   *
      *                                                                *
      ******************************************************************

       M-850-FIND-MAKE-AND-YEAR.

           PERFORM M-800-FIND-MAKE.

           IF ENTRY-NOT-FOUND AND WA-MAKE-COUNT < 50
               PERFORM M-810-ADD-MAKE
               SET ENTRY-FOUND TO TRUE.

           IF ENTRY-FOUND
               SET ENTRY-NOT-FOUND TO TRUE
               IF WA-YEAR-COUNT > 0
                   SET MYT-INDEX TO 1
                   SEARCH MYT-ENTRY
                       AT END
                           CONTINUE
                       WHEN MYT-AUTO-MAKE(MYT-INDEX) = WA-LOOKUP-MAKE
                        AND MYT-AUTO-YEAR(MYT-INDEX) = WA-LOOKUP-YEAR
                           SET ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF ENTRY-NOT-FOUND AND WA-YEAR-COUNT < 500
                   ADD 1 TO WA-YEAR-COUNT
                   SET MYT-INDEX TO WA-YEAR-COUNT
                   MOVE WA-LOOKUP-MAKE TO MYT-AUTO-MAKE(MYT-INDEX)
                   MOVE WA-LOOKUP-YEAR TO MYT-AUTO-YEAR(MYT-INDEX)
                   MOVE ZERO TO MYT-ON-HAND(MYT-INDEX)
                                MYT-SOLD(MYT-INDEX)
                   SET ENTRY-FOUND TO TRUE
               END-IF.

           IF ENTRY-NOT-FOUND
               DISPLAY "DAYS SUPPLY TABLE FULL - UNIT NOT COUNTED: "
                 WA-LOOKUP-MAKE " " WA-LOOKUP-YEAR.

      ******************************************************************
      *                                                                *
      *                      END OF JOB PARAGRAPH                      *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE AC-ON-HAND-COUNT TO SSL-ON-HAND-COUNT.
           MOVE AC-SOLD-COUNT TO SSL-SOLD-COUNT.
           MOVE AC-ORDER-MAKE-COUNT TO SSL-ORDER-MAKE-COUNT.
           MOVE AC-ORDER-UNIT-COUNT TO SSL-ORDER-UNIT-COUNT.
           MOVE AC-OVERSTOCK-MAKE-COUNT TO SSL-OVERSTOCK-MAKE-COUNT.
           MOVE AC-NO-SALES-MAKE-COUNT TO SSL-NO-SALES-MAKE-COUNT.
           MOVE AC-PARM-REJECT-COUNT TO SSL-PARM-REJECT-COUNT.

           WRITE SUPPLY-LINE-OUT FROM SSL-ON-HAND-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE SUPPLY-LINE-OUT FROM SSL-SOLD-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SSL-ORDER-MAKE-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE SUPPLY-LINE-OUT FROM SSL-ORDER-UNIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SSL-OVERSTOCK-MAKE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SSL-NO-SALES-MAKE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE SUPPLY-LINE-OUT FROM SSL-PARM-REJECT-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE SUPPLY-LINE-OUT FROM SSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE SUPPLY-REPORT.

           DISPLAY " ".
           DISPLAY "DAYS SUPPLY AND REORDER REPORT HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
