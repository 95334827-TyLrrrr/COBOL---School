       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX52-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 19, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM RUNS IN THE NIGHTLY CHAIN AFTER THE SALES      *
      *    POSTING AND PRODUCES THE TWO FLOOR PLAN LISTS FROM THE      *
      *    VEHICLE INVENTORY MASTER. THE PAYOFF LIST SHOWS EVERY       *
      *    FLOORED UNIT VSEX9-3 MARKED SOLD ON THE BUSINESS DATE -     *
      *    THE BANK MUST BE PAID THE FLOORED AMOUNT FOR EACH WITHIN    *
      *    A FEW DAYS. THE CURTAILMENT LIST SHOWS EVERY FLOORED UNIT   *
      *    STILL AVAILABLE THAT HAS CROSSED THE LENDER'S FIRST OR      *
      *    SECOND CURTAILMENT POINT (90 AND 180 DAYS UNLESS THE        *
      *    LENDER FILE SAYS OTHERWISE), AGED FROM THE SAME ACQUIRED    *
      *    DATE VSEX35-1 AGES FROM, OR FROM THE FLOOR DATE WHEN THE    *
      *    UNIT HAS NO ACQUIRED DATE. THE CURTAILMENT DUE IS THE       *
      *    FLOORED AMOUNT TIMES THE LENDER'S CURTAILMENT PERCENTS      *
      *    THROUGH THE POINT REACHED. BOTH LISTS ARE GROUPED BY        *
      *    LENDER WITH A LENDER TOTAL AND A GRAND TOTAL. A LENDER      *
      *    NOT ON THE LENDER FILE IS LISTED UNDER THE DEFAULT POINTS   *
      *    WITH NO CURTAILMENT PERCENT AND IS FLAGGED. THE BUSINESS    *
      *    DATE IS TAKEN FROM THE BUSINESS DATE PARAMETER FILE, OR     *
      *    DEFAULTS TO THE RUN DATE.                                   *
      *                                                                *
      *        INPUT:   VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 FPLENDER.DAT - FLOOR PLAN LENDER FILE          *
      *                                                                *
      *        OUTPUT:  VSEX52-2.RPT  - FLOOR PLAN PAYOFF LIST         *
      *                 VSEX52-2C.RPT - FLOOR PLAN CURTAILMENT LIST    *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR THE INVENTORY     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-PLAN-LENDER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FPLEN
      -    "DER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-VEHICLE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch52\SORTV
      -    "EH.DAT".

           SELECT PAYOFF-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch52\VSEX5
      -    "2-2.RPT".

           SELECT CURTAILMENT-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch52\VSEX5
      -    "2-2C.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *      VEHICLE MASTER FILE - INVENTORY KEYED BY STOCK NUMBER     *
      *                                                                *
      ******************************************************************

       FD  VEHICLE-MASTER-FILE.

       01 VEHICLE-MASTER-REC PIC X(100).

       01 VEHICLE-MASTER-REC-KEY REDEFINES VEHICLE-MASTER-REC.
         02 VHF-STOCK-NUMBER PIC X(6).
         02 FILLER PIC X(94).

      ******************************************************************
      *                                                                *
      *      SORT FILE - SORT THE INVENTORY BY LENDER AND STOCK        *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-STOCK-NUMBER PIC X(6).
         02 PIC X(90).
         02 SR-FLOOR-LENDER PIC X(4).

      ******************************************************************
      *                                                                *
      *     SORTED VEHICLE FILE - INVENTORY IN LENDER/STOCK SEQUENCE   *
      *                                                                *
      ******************************************************************

       FD  SORTED-VEHICLE-FILE.

       01 SORTED-VEHICLE-REC PIC X(100).

      ******************************************************************
      *                                                                *
      *    BUSINESS-DATE-FILE - BUSINESS DATE PARAMETER (YYYYMMDD)     *
      *                                                                *
      ******************************************************************

       FD  BUSINESS-DATE-FILE.

       01 BUSINESS-DATE-RECORD.
         02 BDR-BUSINESS-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    FLOOR-PLAN-LENDER-FILE - THE BANKS THAT FLOOR-PLAN NEW      *
      *    UNITS, WITH THEIR RATE AND CURTAILMENT TERMS                *
      *                                                                *
      ******************************************************************

       FD  FLOOR-PLAN-LENDER-FILE.

       01 FLOOR-PLAN-LENDER-RECORD.
         02 FPL-LENDER-CODE PIC X(4).
         02 FPL-LENDER-NAME PIC X(20).
         02 FPL-ANNUAL-RATE PIC 99V999.
         02 FPL-FIRST-CURTAIL-DAYS PIC 9(3).
         02 FPL-FIRST-CURTAIL-PCT PIC 99.
         02 FPL-SECOND-CURTAIL-DAYS PIC 9(3).
         02 FPL-SECOND-CURTAIL-PCT PIC 99.

      ******************************************************************
      *                                                                *
      *    PAYOFF-REPORT - FLOOR PLAN PAYOFF LIST                      *
      *                                                                *
      ******************************************************************

       FD  PAYOFF-REPORT.

       01 PAYOFF-LINE-OUT PIC X(90).

      ******************************************************************
      *                                                                *
      *    CURTAILMENT-REPORT - FLOOR PLAN CURTAILMENT LIST            *
      *                                                                *
      ******************************************************************

       FD  CURTAILMENT-REPORT.

       01 CURTAILMENT-LINE-OUT PIC X(90).
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

         02 SW-LENDER-EOF PIC X.
           88 LENDER-EOF VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-PAYOFF-LINE-COUNT PIC 999.
         02 AC-PAYOFF-PAGE-COUNT PIC 999.
         02 AC-CURTAIL-LINE-COUNT PIC 999.
         02 AC-CURTAIL-PAGE-COUNT PIC 999.
         02 AC-FLOORED-COUNT PIC 9(5).
         02 AC-NO-DATE-COUNT PIC 9(5).

         02 AC-LENDER-PAYOFF-COUNT PIC 9(5).
         02 AC-LENDER-PAYOFF-AMOUNT PIC 9(8)V99.
         02 AC-PAYOFF-COUNT PIC 9(5).
         02 AC-PAYOFF-AMOUNT PIC 9(8)V99.

         02 AC-LENDER-CURTAIL-COUNT PIC 9(5).
         02 AC-LENDER-CURTAIL-DUE PIC 9(8)V99.
         02 AC-FIRST-POINT-COUNT PIC 9(5).
         02 AC-SECOND-POINT-COUNT PIC 9(5).
         02 AC-CURTAIL-DUE PIC 9(8)V99.
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

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-FLOOR-YMD PIC 9(8).
         02 WA-AGE-FROM-YMD PIC 9(8).
         02 WA-AGE-DAYS PIC S9(7).
         02 WA-FLOOR-DAYS PIC S9(7).
         02 WA-HOLD-LENDER PIC X(4).
         02 WA-LENDER-COUNT PIC 9(3) VALUE ZERO.

         02 WA-LENDER-NAME PIC X(20).
         02 WA-LENDER-FLAG PIC X(24).
         02 WA-FIRST-DAYS PIC 9(3).
         02 WA-FIRST-PCT PIC 99.
         02 WA-SECOND-DAYS PIC 9(3).
         02 WA-SECOND-PCT PIC 99.
         02 WA-POINT-DAYS PIC 9(3).
         02 WA-CURTAIL-PCT PIC 9(3).
         02 WA-CURTAIL-DUE PIC 9(5)V99.

      ******************************************************************
      *                                                                *
      *    FLOOR PLAN LENDER TABLE - LOADED FROM THE LENDER FILE       *
      *                                                                *
      ******************************************************************

       01 LENDER-TABLE.
         02 LNT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WA-LENDER-COUNT
                       INDEXED BY LNT-INDEX.
           03 LNT-LENDER-CODE PIC X(4).
           03 LNT-LENDER-NAME PIC X(20).
           03 LNT-FIRST-DAYS PIC 9(3).
           03 LNT-FIRST-PCT PIC 99.
           03 LNT-SECOND-DAYS PIC 9(3).
           03 LNT-SECOND-PCT PIC 99.

      ******************************************************************
      *                                                                *
      *        RECORD LAYOUT - VEHICLE INVENTORY MASTER                *
      *                                                                *
      ******************************************************************

       01 VEHICLE-MASTER-RECORD.
         02 VMR-STOCK-NUMBER PIC X(6).
         02 VMR-VIN PIC X(17).
         02 VMR-AUTO-MAKE PIC X(20).
         02 VMR-AUTO-YEAR PIC X(4).
         02 VMR-ACQUISITION-COST PIC 9(5)V99.
         02 VMR-ASKING-PRICE PIC 9(5)V99.
         02 VMR-STATUS PIC X.
           88 VMR-AVAILABLE VALUE "A".
           88 VMR-SOLD VALUE "S".
         02 VMR-SOLD-DATE PIC 9(8).
         02 VMR-ACQUIRED-DATE PIC 9(8).
         02 VMR-STORE-CODE PIC XX.
         02 VMR-FLOORED-FLAG PIC X.
           88 VMR-FLOORED VALUE "Y".
         02 VMR-FLOOR-AMOUNT PIC 9(5)V99.
         02 VMR-FLOOR-DATE PIC 9(8).
         02 VMR-FLOOR-LENDER PIC X(4).
      /
      ******************************************************************
      *                                                                *
      *         REPORT HEADINGS FOR THE FLOOR PLAN PAYOFF LIST         *
      *                                                                *
      ******************************************************************

       01 PAYOFF-HEADINGS.

         02 PYH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 PYH-BUSINESS-DATE PIC Z9/99/9999.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(28) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 PYH-PAGE-COUNT PIC ZZ9.

         02 PYH-LINE-2.
           03 PIC X(28) VALUE SPACES.
           03 PIC X(24) VALUE "FLOOR PLAN PAYOFF LIST".

         02 PYH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 PYH-LINE-3.
           03 PIC X(5) VALUE "STOCK".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(3) VALUE "VIN".
           03 PIC X(16) VALUE SPACES.
           03 PIC X(4) VALUE "YEAR".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "AUTO MAKE".
           03 PIC X(13) VALUE SPACES.
           03 PIC X(10) VALUE "FLOOR DATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "  DAYS".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE "  PAYOFF".

         02 PYH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(17) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *         DETAIL LINE FOR THE FLOOR PLAN PAYOFF LIST             *
      *                                                                *
      ******************************************************************

       01 PAYOFF-DETAIL-LINE.
         02 PDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 PDL-VIN PIC X(17).
         02 PIC XX VALUE SPACES.
         02 PDL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 PDL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 PDL-FLOOR-DATE PIC 99/99/9999.
         02 PIC XX VALUE SPACES.
         02 PDL-FLOOR-DAYS PIC ZZ,ZZ9.
         02 PIC XX VALUE SPACES.
         02 PDL-PAYOFF-AMOUNT PIC $ZZ,ZZZ.99.

      ******************************************************************
      *                                                                *
      *       REPORT HEADINGS FOR THE FLOOR PLAN CURTAILMENT LIST      *
      *                                                                *
      ******************************************************************

       01 CURTAILMENT-HEADINGS.

         02 CTH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CTH-BUSINESS-DATE PIC Z9/99/9999.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(28) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CTH-PAGE-COUNT PIC ZZ9.

         02 CTH-LINE-2.
           03 PIC X(25) VALUE SPACES.
           03 PIC X(29) VALUE "FLOOR PLAN CURTAILMENT LIST".

         02 CTH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CTH-LINE-3.
           03 PIC X(5) VALUE "STOCK".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(4) VALUE "YEAR".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "AUTO MAKE".
           03 PIC X(13) VALUE SPACES.
           03 PIC X(8) VALUE "ACQUIRED".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(6) VALUE "  DAYS".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "   FLOORED".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE "POINT".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "  CURT.DUE".

         02 CTH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *        DETAIL LINE FOR THE FLOOR PLAN CURTAILMENT LIST         *
      *                                                                *
      ******************************************************************

       01 CURTAILMENT-DETAIL-LINE.
         02 CDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 CDL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 CDL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 CDL-AGED-FROM-DATE PIC 99/99/9999.
         02 PIC XX VALUE SPACES.
         02 CDL-AGE-DAYS PIC ZZ,ZZ9.
         02 PIC XX VALUE SPACES.
         02 CDL-FLOOR-AMOUNT PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 CDL-POINT-DAYS PIC ZZ9.
         02 PIC X(4) VALUE " DAY".
         02 PIC XX VALUE SPACES.
         02 CDL-CURTAIL-DUE PIC $ZZ,ZZZ.99.

      ******************************************************************
      *                                                                *
      *       LENDER HEADING FOR THE PAYOFF AND CURTAILMENT LISTS      *
      *                                                                *
      ******************************************************************

       01 LENDER-HEADING-LINE.
         02 PIC X(11) VALUE "LENDER --> ".
         02 LHL-LENDER-CODE PIC X(4).
         02 PIC XX VALUE SPACES.
         02 LHL-LENDER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 LHL-LENDER-FLAG PIC X(24).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE PAYOFF AND CURTAILMENT LISTS        *
      *                                                                *
      ******************************************************************

       01 FLOOR-PLAN-SUMMARY-LINES.

         02 FSL-PAYOFF-LENDER-LINE.
           03 PIC X(10) VALUE "** LENDER ".
           03 FSL-PAYOFF-LENDER PIC X(4).
           03 PIC X(10) VALUE " UNITS =  ".
           03 FSL-PAYOFF-LENDER-COUNT PIC ZZ,ZZ9.
           03 PIC X(16) VALUE "  PAYOFF DUE =  ".
           03 FSL-PAYOFF-LENDER-AMOUNT PIC $Z,ZZZ,ZZZ.99.

         02 FSL-CURTAIL-LENDER-LINE.
           03 PIC X(10) VALUE "** LENDER ".
           03 FSL-CURTAIL-LENDER PIC X(4).
           03 PIC X(10) VALUE " UNITS =  ".
           03 FSL-CURTAIL-LENDER-COUNT PIC ZZ,ZZ9.
           03 PIC X(21) VALUE "  CURTAILMENT DUE =  ".
           03 FSL-CURTAIL-LENDER-DUE PIC $Z,ZZZ,ZZZ.99.

         02 FSL-PAYOFF-COUNT-LINE.
           03 PIC X(38) VALUE "FLOORED UNITS SOLD ON BUSINESS DATE =".
           03 PIC XX VALUE SPACES.
           03 FSL-PAYOFF-COUNT PIC ZZ,ZZ9.

         02 FSL-PAYOFF-AMOUNT-LINE.
           03 PIC X(38) VALUE "TOTAL PAYOFF DUE TO LENDERS         =".
           03 PIC XX VALUE SPACES.
           03 FSL-PAYOFF-AMOUNT PIC $Z,ZZZ,ZZZ.99.

         02 FSL-FIRST-POINT-LINE.
           03 PIC X(38) VALUE "UNITS PAST THE FIRST POINT ONLY      =".
           03 PIC XX VALUE SPACES.
           03 FSL-FIRST-POINT-COUNT PIC ZZ,ZZ9.

         02 FSL-SECOND-POINT-LINE.
           03 PIC X(38) VALUE "UNITS PAST THE SECOND POINT          =".
           03 PIC XX VALUE SPACES.
           03 FSL-SECOND-POINT-COUNT PIC ZZ,ZZ9.

         02 FSL-CURTAIL-DUE-LINE.
           03 PIC X(38) VALUE "TOTAL CURTAILMENT DUE TO LENDERS     =".
           03 PIC XX VALUE SPACES.
           03 FSL-CURTAIL-DUE PIC $Z,ZZZ,ZZZ.99.

         02 FSL-NO-DATE-LINE.
           03 PIC X(38) VALUE "FLOORED UNITS WITH NO DATE TO AGE    =".
           03 PIC XX VALUE SPACES.
           03 FSL-NO-DATE-COUNT PIC ZZ,ZZ9.

         02 FSL-LINE-END.
           03 PIC X(28) VALUE SPACES.
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
           PERFORM C-100-PROCESS-FILE.
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
           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).

           PERFORM A-200-READ-BUSINESS-DATE.

      *    THE INVENTORY MASTER CARRIES MMDDYYYY DATES, SO THE
      *    BUSINESS DATE IS RESHAPED TO MATCH THEM

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO PYH-BUSINESS-DATE
                                   CTH-BUSINESS-DATE.

           PERFORM A-300-LOAD-LENDER-TABLE.

           SORT SORT-FILE
           ON ASCENDING KEY SR-FLOOR-LENDER
                            SR-STOCK-NUMBER
             USING VEHICLE-MASTER-FILE
             GIVING SORTED-VEHICLE-FILE.

           OPEN OUTPUT PAYOFF-REPORT
                       CURTAILMENT-REPORT.

      ******************************************************************
      *                                                                *
      *     READ THE BUSINESS DATE PARAMETER, IF PRESENT               *
      *                                                                *
      ******************************************************************

       A-200-READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.

           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDR-BUSINESS-DATE TO WA-BUSINESS-DATE.

           CLOSE BUSINESS-DATE-FILE.

      ******************************************************************
      *                                                                *
      *     LOAD THE FLOOR PLAN LENDERS AND THEIR CURTAILMENT TERMS    *
      *                                                                *
      ******************************************************************

       A-300-LOAD-LENDER-TABLE.

           OPEN INPUT FLOOR-PLAN-LENDER-FILE.

           MOVE "N" TO SW-LENDER-EOF.
           MOVE ZERO TO WA-LENDER-COUNT.

           READ FLOOR-PLAN-LENDER-FILE
               AT END
                   MOVE "Y" TO SW-LENDER-EOF.

           PERFORM A-310-LOAD-LENDER-ENTRY
             VARYING LNT-INDEX FROM 1 BY 1
             UNTIL LENDER-EOF OR LNT-INDEX > 50.

           CLOSE FLOOR-PLAN-LENDER-FILE.

       A-310-LOAD-LENDER-ENTRY.

           MOVE FPL-LENDER-CODE TO LNT-LENDER-CODE(LNT-INDEX).
           MOVE FPL-LENDER-NAME TO LNT-LENDER-NAME(LNT-INDEX).
           MOVE FPL-FIRST-CURTAIL-DAYS TO LNT-FIRST-DAYS(LNT-INDEX).
           MOVE FPL-FIRST-CURTAIL-PCT TO LNT-FIRST-PCT(LNT-INDEX).
           MOVE FPL-SECOND-CURTAIL-DAYS TO LNT-SECOND-DAYS(LNT-INDEX).
           MOVE FPL-SECOND-CURTAIL-PCT TO LNT-SECOND-PCT(LNT-INDEX).
           MOVE LNT-INDEX TO WA-LENDER-COUNT.

           READ FLOOR-PLAN-LENDER-FILE
               AT END
                   MOVE "Y" TO SW-LENDER-EOF.
      /
      ******************************************************************
      *                                                                *
      *             FILE PROCESSING CONTROL PARAGRAPH                  *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-FILE.

           OPEN INPUT SORTED-VEHICLE-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ SORTED-VEHICLE-FILE INTO VEHICLE-MASTER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           MOVE VMR-FLOOR-LENDER TO WA-HOLD-LENDER.
           PERFORM C-110-GET-LENDER-TERMS.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           PERFORM C-400-LENDER-BREAK.

           CLOSE SORTED-VEHICLE-FILE.

      ******************************************************************
      *                                                                *
      *     LOOK UP THE LENDER'S NAME AND CURTAILMENT TERMS. A         *
      *     LENDER NOT ON FILE, OR ON FILE WITH NO DAYS, TAKES THE     *
      *     STANDARD 90/180-DAY POINTS                                 *
      *                                                                *
      ******************************************************************

       C-110-GET-LENDER-TERMS.

           MOVE "NOT ON LENDER FILE" TO WA-LENDER-NAME.
           MOVE "** CHECK LENDER TERMS **" TO WA-LENDER-FLAG.
           MOVE ZERO TO WA-FIRST-DAYS
                        WA-FIRST-PCT
                        WA-SECOND-DAYS
                        WA-SECOND-PCT.

           IF WA-LENDER-COUNT > 0
               SET LNT-INDEX TO 1
               SEARCH LNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LENDER-CODE(LNT-INDEX) = WA-HOLD-LENDER
                       MOVE LNT-LENDER-NAME(LNT-INDEX) TO WA-LENDER-NAME
                       MOVE SPACES TO WA-LENDER-FLAG
                       MOVE LNT-FIRST-DAYS(LNT-INDEX) TO WA-FIRST-DAYS
                       MOVE LNT-FIRST-PCT(LNT-INDEX) TO WA-FIRST-PCT
                       MOVE LNT-SECOND-DAYS(LNT-INDEX) TO WA-SECOND-DAYS
                       MOVE LNT-SECOND-PCT(LNT-INDEX) TO WA-SECOND-PCT.

           IF WA-FIRST-DAYS = ZERO
               MOVE 90 TO WA-FIRST-DAYS.

           IF WA-SECOND-DAYS = ZERO
               MOVE 180 TO WA-SECOND-DAYS.

      ******************************************************************
      *                                                                *
      *     SEND ONE FLOORED UNIT TO THE LIST IT BELONGS ON - UNITS    *
      *     NOT ON THE FLOOR PLAN ARE PASSED BY                        *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           IF VMR-FLOOR-LENDER NOT = WA-HOLD-LENDER
               PERFORM C-400-LENDER-BREAK.

           IF VMR-FLOORED
               PERFORM C-210-SELECT-FLOORED-UNIT.

           READ SORTED-VEHICLE-FILE INTO VEHICLE-MASTER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-210-SELECT-FLOORED-UNIT.

           ADD 1 TO AC-FLOORED-COUNT.

           EVALUATE TRUE
               WHEN VMR-SOLD AND VMR-SOLD-DATE = WA-BUSINESS-MDY
                   PERFORM C-300-LIST-PAYOFF
               WHEN VMR-AVAILABLE
                   PERFORM C-500-AGE-FLOORED-UNIT
               WHEN OTHER
                   CONTINUE.
      /
      ******************************************************************
      *                                                                *
      *     LIST ONE UNIT SOLD ON THE BUSINESS DATE - THE PAYOFF IS    *
      *     THE FLOORED AMOUNT                                         *
      *                                                                *
      ******************************************************************

       C-300-LIST-PAYOFF.

           IF AC-PAYOFF-LINE-COUNT = 0 OR AC-PAYOFF-LINE-COUNT > 55
               PERFORM M-500-PAYOFF-HEADINGS
               PERFORM C-310-PAYOFF-LENDER-HEADING
           ELSE
               IF AC-LENDER-PAYOFF-COUNT = 0
                   PERFORM C-310-PAYOFF-LENDER-HEADING.

           MOVE ZERO TO WA-FLOOR-DAYS.

           IF VMR-FLOOR-DATE NOT = ZERO
               MOVE VMR-FLOOR-DATE(5:4) TO WA-FLOOR-YMD(1:4)
               MOVE VMR-FLOOR-DATE(1:2) TO WA-FLOOR-YMD(5:2)
               MOVE VMR-FLOOR-DATE(3:2) TO WA-FLOOR-YMD(7:2)
               COMPUTE WA-FLOOR-DAYS =
                   FUNCTION INTEGER-OF-DATE(WA-BUSINESS-DATE) -
                   FUNCTION INTEGER-OF-DATE(WA-FLOOR-YMD).

           MOVE VMR-STOCK-NUMBER TO PDL-STOCK-NUMBER.
           MOVE VMR-VIN TO PDL-VIN.
           MOVE VMR-AUTO-YEAR TO PDL-AUTO-YEAR.
           MOVE VMR-AUTO-MAKE TO PDL-AUTO-MAKE.
           MOVE VMR-FLOOR-DATE TO PDL-FLOOR-DATE.
           MOVE WA-FLOOR-DAYS TO PDL-FLOOR-DAYS.
           MOVE VMR-FLOOR-AMOUNT TO PDL-PAYOFF-AMOUNT.

           WRITE PAYOFF-LINE-OUT FROM PAYOFF-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-PAYOFF-LINE-COUNT.

           ADD 1 TO AC-LENDER-PAYOFF-COUNT.
           ADD VMR-FLOOR-AMOUNT TO AC-LENDER-PAYOFF-AMOUNT.

      ******************************************************************
      *                                                                *
      *     START A LENDER'S GROUP ON THE PAYOFF LIST                  *
      *                                                                *
      ******************************************************************

       C-310-PAYOFF-LENDER-HEADING.

           MOVE WA-HOLD-LENDER TO LHL-LENDER-CODE.
           MOVE WA-LENDER-NAME TO LHL-LENDER-NAME.
           MOVE WA-LENDER-FLAG TO LHL-LENDER-FLAG.

           WRITE PAYOFF-LINE-OUT FROM LENDER-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-PAYOFF-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE LENDER TOTALS ON EACH LIST THAT CARRIED THE      *
      *     LENDER, THEN TAKE UP THE NEXT LENDER'S TERMS               *
      *                                                                *
      ******************************************************************

       C-400-LENDER-BREAK.

           IF AC-LENDER-PAYOFF-COUNT > 0
               MOVE WA-HOLD-LENDER TO FSL-PAYOFF-LENDER
               MOVE AC-LENDER-PAYOFF-COUNT TO FSL-PAYOFF-LENDER-COUNT
               MOVE AC-LENDER-PAYOFF-AMOUNT TO FSL-PAYOFF-LENDER-AMOUNT
               WRITE PAYOFF-LINE-OUT FROM FSL-PAYOFF-LENDER-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-PAYOFF-LINE-COUNT
               ADD AC-LENDER-PAYOFF-COUNT TO AC-PAYOFF-COUNT
               ADD AC-LENDER-PAYOFF-AMOUNT TO AC-PAYOFF-AMOUNT.

           IF AC-LENDER-CURTAIL-COUNT > 0
               MOVE WA-HOLD-LENDER TO FSL-CURTAIL-LENDER
               MOVE AC-LENDER-CURTAIL-COUNT TO FSL-CURTAIL-LENDER-COUNT
               MOVE AC-LENDER-CURTAIL-DUE TO FSL-CURTAIL-LENDER-DUE
               WRITE CURTAILMENT-LINE-OUT FROM FSL-CURTAIL-LENDER-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-CURTAIL-LINE-COUNT
               ADD AC-LENDER-CURTAIL-DUE TO AC-CURTAIL-DUE.

           MOVE ZERO TO AC-LENDER-PAYOFF-COUNT
                        AC-LENDER-PAYOFF-AMOUNT
                        AC-LENDER-CURTAIL-COUNT
                        AC-LENDER-CURTAIL-DUE.

           MOVE VMR-FLOOR-LENDER TO WA-HOLD-LENDER.
           PERFORM C-110-GET-LENDER-TERMS.
      /
      ******************************************************************
      *                                                                *
      *     AGE ONE AVAILABLE FLOORED UNIT FROM ITS ACQUIRED DATE,     *
      *     OR FROM THE FLOOR DATE WHEN IT HAS NO ACQUIRED DATE. A     *
      *     UNIT WITH NEITHER DATE CANNOT BE AGED AND IS COUNTED       *
      *                                                                *
      ******************************************************************

       C-500-AGE-FLOORED-UNIT.

           MOVE ZERO TO WA-AGE-FROM-YMD.

           IF VMR-ACQUIRED-DATE NOT = ZERO
               MOVE VMR-ACQUIRED-DATE(5:4) TO WA-AGE-FROM-YMD(1:4)
               MOVE VMR-ACQUIRED-DATE(1:2) TO WA-AGE-FROM-YMD(5:2)
               MOVE VMR-ACQUIRED-DATE(3:2) TO WA-AGE-FROM-YMD(7:2)
               MOVE VMR-ACQUIRED-DATE TO CDL-AGED-FROM-DATE
           ELSE
               IF VMR-FLOOR-DATE NOT = ZERO
                   MOVE VMR-FLOOR-DATE(5:4) TO WA-AGE-FROM-YMD(1:4)
                   MOVE VMR-FLOOR-DATE(1:2) TO WA-AGE-FROM-YMD(5:2)
                   MOVE VMR-FLOOR-DATE(3:2) TO WA-AGE-FROM-YMD(7:2)
                   MOVE VMR-FLOOR-DATE TO CDL-AGED-FROM-DATE.

           IF WA-AGE-FROM-YMD = ZERO
               ADD 1 TO AC-NO-DATE-COUNT
           ELSE
               COMPUTE WA-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WA-BUSINESS-DATE) -
                   FUNCTION INTEGER-OF-DATE(WA-AGE-FROM-YMD)
               IF WA-AGE-DAYS NOT < WA-FIRST-DAYS
                   PERFORM C-510-LIST-CURTAILMENT.

      ******************************************************************
      *                                                                *
      *     LIST ONE UNIT PAST A CURTAILMENT POINT - THE AMOUNT DUE    *
      *     IS THE FLOORED AMOUNT TIMES THE CURTAILMENT PERCENTS       *
      *     THROUGH THE POINT REACHED                                  *
      *                                                                *
      ******************************************************************

       C-510-LIST-CURTAILMENT.

           IF WA-AGE-DAYS NOT < WA-SECOND-DAYS
               MOVE WA-SECOND-DAYS TO WA-POINT-DAYS
               COMPUTE WA-CURTAIL-PCT = WA-FIRST-PCT + WA-SECOND-PCT
               ADD 1 TO AC-SECOND-POINT-COUNT
           ELSE
               MOVE WA-FIRST-DAYS TO WA-POINT-DAYS
               MOVE WA-FIRST-PCT TO WA-CURTAIL-PCT
               ADD 1 TO AC-FIRST-POINT-COUNT.

           COMPUTE WA-CURTAIL-DUE ROUNDED =
               VMR-FLOOR-AMOUNT * WA-CURTAIL-PCT / 100.

           IF AC-CURTAIL-LINE-COUNT = 0 OR AC-CURTAIL-LINE-COUNT > 55
               PERFORM M-600-CURTAILMENT-HEADINGS
               PERFORM C-520-CURTAIL-LENDER-HEADING
           ELSE
               IF AC-LENDER-CURTAIL-COUNT = 0
                   PERFORM C-520-CURTAIL-LENDER-HEADING.

           MOVE VMR-STOCK-NUMBER TO CDL-STOCK-NUMBER.
           MOVE VMR-AUTO-YEAR TO CDL-AUTO-YEAR.
           MOVE VMR-AUTO-MAKE TO CDL-AUTO-MAKE.
           MOVE WA-AGE-DAYS TO CDL-AGE-DAYS.
           MOVE VMR-FLOOR-AMOUNT TO CDL-FLOOR-AMOUNT.
           MOVE WA-POINT-DAYS TO CDL-POINT-DAYS.
           MOVE WA-CURTAIL-DUE TO CDL-CURTAIL-DUE.

           WRITE CURTAILMENT-LINE-OUT FROM CURTAILMENT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-CURTAIL-LINE-COUNT.

           ADD 1 TO AC-LENDER-CURTAIL-COUNT.
           ADD WA-CURTAIL-DUE TO AC-LENDER-CURTAIL-DUE.

      ******************************************************************
      *                                                                *
      *     START A LENDER'S GROUP ON THE CURTAILMENT LIST             *
      *                                                                *
      ******************************************************************

       C-520-CURTAIL-LENDER-HEADING.

           MOVE WA-HOLD-LENDER TO LHL-LENDER-CODE.
           MOVE WA-LENDER-NAME TO LHL-LENDER-NAME.
           MOVE WA-LENDER-FLAG TO LHL-LENDER-FLAG.

           WRITE CURTAILMENT-LINE-OUT FROM LENDER-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-CURTAIL-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *           FLOOR PLAN PAYOFF LIST HEADING PARAGRAPH             *
      *                                                                *
      ******************************************************************

       M-500-PAYOFF-HEADINGS.

           ADD 1 TO AC-PAYOFF-PAGE-COUNT.
           MOVE AC-PAYOFF-PAGE-COUNT TO PYH-PAGE-COUNT.

           WRITE PAYOFF-LINE-OUT FROM PYH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE PAYOFF-LINE-OUT FROM PYH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE PAYOFF-LINE-OUT FROM PYH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE PAYOFF-LINE-OUT FROM PYH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE PAYOFF-LINE-OUT FROM PYH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-PAYOFF-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *         FLOOR PLAN CURTAILMENT LIST HEADING PARAGRAPH          *
      *                                                                *
      ******************************************************************

       M-600-CURTAILMENT-HEADINGS.

           ADD 1 TO AC-CURTAIL-PAGE-COUNT.
           MOVE AC-CURTAIL-PAGE-COUNT TO CTH-PAGE-COUNT.

           WRITE CURTAILMENT-LINE-OUT FROM CTH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE CURTAILMENT-LINE-OUT FROM CTH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE CURTAILMENT-LINE-OUT FROM CTH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE CURTAILMENT-LINE-OUT FROM CTH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE CURTAILMENT-LINE-OUT FROM CTH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-CURTAIL-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-PAYOFF-LINE-COUNT = 0
               PERFORM M-500-PAYOFF-HEADINGS.

           MOVE AC-PAYOFF-COUNT TO FSL-PAYOFF-COUNT.
           MOVE AC-PAYOFF-AMOUNT TO FSL-PAYOFF-AMOUNT.

           WRITE PAYOFF-LINE-OUT FROM FSL-PAYOFF-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           WRITE PAYOFF-LINE-OUT FROM FSL-PAYOFF-AMOUNT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE PAYOFF-LINE-OUT FROM FSL-LINE-END
             AFTER ADVANCING 2 LINES.

           IF AC-CURTAIL-LINE-COUNT = 0
               PERFORM M-600-CURTAILMENT-HEADINGS.

           MOVE AC-FIRST-POINT-COUNT TO FSL-FIRST-POINT-COUNT.
           MOVE AC-SECOND-POINT-COUNT TO FSL-SECOND-POINT-COUNT.
           MOVE AC-CURTAIL-DUE TO FSL-CURTAIL-DUE.
           MOVE AC-NO-DATE-COUNT TO FSL-NO-DATE-COUNT.

           WRITE CURTAILMENT-LINE-OUT FROM FSL-FIRST-POINT-LINE
             AFTER ADVANCING 3 LINES.
           WRITE CURTAILMENT-LINE-OUT FROM FSL-SECOND-POINT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CURTAILMENT-LINE-OUT FROM FSL-CURTAIL-DUE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CURTAILMENT-LINE-OUT FROM FSL-NO-DATE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE CURTAILMENT-LINE-OUT FROM FSL-LINE-END
             AFTER ADVANCING 2 LINES.

           CLOSE PAYOFF-REPORT
                 CURTAILMENT-REPORT.

           DISPLAY " ".
           DISPLAY "FLOOR PLAN PAYOFF AND CURTAILMENT LISTS COMPLETE".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
