       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX52-3.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 19, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE MONTHLY FLOOR PLAN INTEREST       *
      *    ACCRUAL BY UNIT FOR THE MONTH OF THE BUSINESS DATE. EVERY   *
      *    FLOORED UNIT ON THE VEHICLE INVENTORY MASTER ACCRUES        *
      *    INTEREST ON ITS FLOORED AMOUNT AT ITS LENDER'S ANNUAL RATE  *
      *    FOR EACH DAY OF THE MONTH IT WAS ON THE FLOOR PLAN - FROM   *
      *    THE LATER OF THE FLOOR DATE AND THE FIRST OF THE MONTH, UP  *
      *    TO THE SOLD DATE WHEN THE UNIT SOLD WITHIN THE MONTH, OR    *
      *    THROUGH THE END OF THE MONTH. INTEREST IS FIGURED ON A      *
      *    365-DAY YEAR. A UNIT WITH NO FLOOR DATE ACCRUES FROM ITS    *
      *    ACQUIRED DATE. UNITS SOLD BEFORE THE MONTH OR FLOORED       *
      *    AFTER IT ACCRUE NOTHING AND ARE NOT LISTED. THE ACCRUAL IS  *
      *    GROUPED BY LENDER WITH A LENDER TOTAL AND A GRAND TOTAL. A  *
      *    LENDER NOT ON THE LENDER FILE ACCRUES AT NO RATE AND IS     *
      *    FLAGGED. THE BUSINESS DATE IS TAKEN FROM THE BUSINESS DATE  *
      *    PARAMETER FILE, OR DEFAULTS TO THE RUN DATE.                *
      *                                                                *
      *        INPUT:   VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 FPLENDER.DAT - FLOOR PLAN LENDER FILE          *
      *                                                                *
      *        OUTPUT:  VSEX52-3.RPT - FLOOR PLAN INTEREST ACCRUAL     *
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
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch52\SORTI
      -    "NT.DAT".

           SELECT ACCRUAL-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch52\VSEX5
      -    "2-3.RPT".
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
      *    ACCRUAL-REPORT - FLOOR PLAN INTEREST ACCRUAL BY UNIT        *
      *                                                                *
      ******************************************************************

       FD  ACCRUAL-REPORT.

       01 ACCRUAL-LINE-OUT PIC X(90).
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

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-NO-DATE-COUNT PIC 9(5).

         02 AC-LENDER-COUNT PIC 9(5).
         02 AC-LENDER-FLOORED PIC 9(8)V99.
         02 AC-LENDER-INTEREST PIC 9(7)V99.

         02 AC-UNIT-COUNT PIC 9(5).
         02 AC-TOTAL-FLOORED PIC 9(8)V99.
         02 AC-TOTAL-INTEREST PIC 9(7)V99.
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

         02 WA-MONTH-START-YMD.
           03 WA-START-YEAR PIC 9(4).
           03 WA-START-MONTH PIC 99.
           03 WA-START-DAY PIC 99.
         02 WA-MONTH-START-DATE REDEFINES
            WA-MONTH-START-YMD PIC 9(8).

         02 WA-NEXT-MONTH-YMD.
           03 WA-NEXT-YEAR PIC 9(4).
           03 WA-NEXT-MONTH PIC 99.
           03 WA-NEXT-DAY PIC 99.
         02 WA-NEXT-MONTH-DATE REDEFINES
            WA-NEXT-MONTH-YMD PIC 9(8).

         02 WA-MONTH-HEADING.
           03 WA-HEADING-MONTH PIC 99.
           03 PIC X VALUE "/".
           03 WA-HEADING-YEAR PIC 9(4).

         02 WA-FLOOR-YMD PIC 9(8).
         02 WA-SOLD-YMD PIC 9(8).
         02 WA-MONTH-START-INT PIC S9(7).
         02 WA-NEXT-MONTH-INT PIC S9(7).
         02 WA-ACCRUE-FROM-INT PIC S9(7).
         02 WA-ACCRUE-TO-INT PIC S9(7).
         02 WA-ACCRUE-DAYS PIC S9(5).
         02 WA-UNIT-INTEREST PIC 9(5)V99.

         02 WA-HOLD-LENDER PIC X(4).
         02 WA-LENDER-COUNT PIC 9(3) VALUE ZERO.
         02 WA-LENDER-NAME PIC X(20).
         02 WA-LENDER-FLAG PIC X(24).
         02 WA-ANNUAL-RATE PIC 99V999.

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
           03 LNT-ANNUAL-RATE PIC 99V999.

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
      *      REPORT HEADINGS FOR THE FLOOR PLAN INTEREST ACCRUAL       *
      *                                                                *
      ******************************************************************

       01 ACCRUAL-HEADINGS.

         02 ACH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 ACH-BUSINESS-DATE PIC Z9/99/9999.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(28) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 ACH-PAGE-COUNT PIC ZZ9.

         02 ACH-LINE-2.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(40) VALUE "FLOOR PLAN INTEREST ACCRUAL FOR MONTH".
           03 ACH-ACCRUAL-MONTH PIC X(7).

         02 ACH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 ACH-LINE-3.
           03 PIC X(5) VALUE "STOCK".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(4) VALUE "YEAR".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "AUTO MAKE".
           03 PIC X(13) VALUE SPACES.
           03 PIC X(10) VALUE "FLOOR DATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "   FLOORED".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE "DAYS".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "  RATE".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE " INTEREST".

         02 ACH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *       DETAIL LINE FOR THE FLOOR PLAN INTEREST ACCRUAL          *
      *                                                                *
      ******************************************************************

       01 ACCRUAL-DETAIL-LINE.
         02 ADL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 ADL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 ADL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 ADL-FLOOR-DATE PIC 99/99/9999.
         02 PIC XX VALUE SPACES.
         02 ADL-FLOOR-AMOUNT PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 PIC X VALUE SPACES.
         02 ADL-ACCRUE-DAYS PIC Z9.
         02 PIC X VALUE SPACES.
         02 PIC XX VALUE SPACES.
         02 ADL-ANNUAL-RATE PIC Z9.999.
         02 PIC XX VALUE SPACES.
         02 ADL-INTEREST PIC $Z,ZZZ.99.

      ******************************************************************
      *                                                                *
      *       LENDER HEADING FOR THE FLOOR PLAN INTEREST ACCRUAL       *
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
      *       SUMMARY LINES FOR THE FLOOR PLAN INTEREST ACCRUAL        *
      *                                                                *
      ******************************************************************

       01 ACCRUAL-SUMMARY-LINES.

         02 ASL-LENDER-LINE.
           03 PIC X(10) VALUE "** LENDER ".
           03 ASL-LENDER-CODE PIC X(4).
           03 PIC X(10) VALUE " UNITS =  ".
           03 ASL-LENDER-COUNT PIC ZZ,ZZ9.
           03 PIC X(13) VALUE "  FLOORED =  ".
           03 ASL-LENDER-FLOORED PIC $ZZ,ZZZ,ZZZ.99.
           03 PIC X(14) VALUE "  INTEREST =  ".
           03 ASL-LENDER-INTEREST PIC $Z,ZZZ,ZZZ.99.

         02 ASL-UNIT-COUNT-LINE.
           03 PIC X(38) VALUE "FLOORED UNITS ACCRUING INTEREST      =".
           03 PIC XX VALUE SPACES.
           03 ASL-UNIT-COUNT PIC ZZ,ZZ9.

         02 ASL-FLOORED-LINE.
           03 PIC X(38) VALUE "FLOORED AMOUNT ACCRUING INTEREST     =".
           03 PIC XX VALUE SPACES.
           03 ASL-TOTAL-FLOORED PIC $ZZ,ZZZ,ZZZ.99.

         02 ASL-INTEREST-LINE.
           03 PIC X(38) VALUE "FLOOR PLAN INTEREST FOR THE MONTH    =".
           03 PIC XX VALUE SPACES.
           03 ASL-TOTAL-INTEREST PIC $Z,ZZZ,ZZZ.99.

         02 ASL-NO-DATE-LINE.
           03 PIC X(38) VALUE "FLOORED UNITS WITH NO DATE TO ACCRUE =".
           03 PIC XX VALUE SPACES.
           03 ASL-NO-DATE-COUNT PIC ZZ,ZZ9.

         02 ASL-LINE-END.
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
           STOP RUN.

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
           PERFORM A-210-SET-ACCRUAL-MONTH.
           PERFORM A-300-LOAD-LENDER-TABLE.

           SORT SORT-FILE
           ON ASCENDING KEY SR-FLOOR-LENDER
                            SR-STOCK-NUMBER
             USING VEHICLE-MASTER-FILE
             GIVING SORTED-VEHICLE-FILE.

           OPEN OUTPUT ACCRUAL-REPORT.

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
      *     SET THE ACCRUAL MONTH FROM THE BUSINESS DATE - THE FIRST   *
      *     OF THE MONTH AND THE FIRST OF THE NEXT MONTH BOUND THE     *
      *     DAYS ACCRUED                                               *
      *                                                                *
      ******************************************************************

       A-210-SET-ACCRUAL-MONTH.

           MOVE WA-BUSINESS-DATE(1:4) TO WA-START-YEAR.
           MOVE WA-BUSINESS-DATE(5:2) TO WA-START-MONTH.
           MOVE 1 TO WA-START-DAY.

           MOVE WA-START-YEAR TO WA-NEXT-YEAR.
           MOVE 1 TO WA-NEXT-DAY.

           IF WA-START-MONTH = 12
               ADD 1 TO WA-NEXT-YEAR
               MOVE 1 TO WA-NEXT-MONTH
           ELSE
               COMPUTE WA-NEXT-MONTH = WA-START-MONTH + 1.

           COMPUTE WA-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WA-MONTH-START-DATE).
           COMPUTE WA-NEXT-MONTH-INT =
               FUNCTION INTEGER-OF-DATE(WA-NEXT-MONTH-DATE).

           MOVE WA-START-MONTH TO WA-HEADING-MONTH.
           MOVE WA-START-YEAR TO WA-HEADING-YEAR.
           MOVE WA-MONTH-HEADING TO ACH-ACCRUAL-MONTH.

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO ACH-BUSINESS-DATE.

      ******************************************************************
      *                                                                *
      *     LOAD THE FLOOR PLAN LENDERS AND THEIR RATES                *
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
           MOVE FPL-ANNUAL-RATE TO LNT-ANNUAL-RATE(LNT-INDEX).
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
           PERFORM C-110-GET-LENDER-RATE.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           PERFORM C-400-LENDER-BREAK.

           CLOSE SORTED-VEHICLE-FILE.

      ******************************************************************
      *                                                                *
      *     LOOK UP THE LENDER'S NAME AND ANNUAL RATE - A LENDER NOT   *
      *     ON FILE ACCRUES AT NO RATE AND IS FLAGGED                  *
      *                                                                *
      ******************************************************************

       C-110-GET-LENDER-RATE.

           MOVE "NOT ON LENDER FILE" TO WA-LENDER-NAME.
           MOVE "** CHECK LENDER TERMS **" TO WA-LENDER-FLAG.
           MOVE ZERO TO WA-ANNUAL-RATE.

           IF WA-LENDER-COUNT > 0
               SET LNT-INDEX TO 1
               SEARCH LNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN LNT-LENDER-CODE(LNT-INDEX) = WA-HOLD-LENDER
                       MOVE LNT-LENDER-NAME(LNT-INDEX) TO WA-LENDER-NAME
                       MOVE SPACES TO WA-LENDER-FLAG
                       MOVE LNT-ANNUAL-RATE(LNT-INDEX)
                         TO WA-ANNUAL-RATE.

      ******************************************************************
      *                                                                *
      *     ACCRUE ONE FLOORED UNIT - UNITS NOT ON THE FLOOR PLAN ARE  *
      *     PASSED BY                                                  *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           IF VMR-FLOOR-LENDER NOT = WA-HOLD-LENDER
               PERFORM C-400-LENDER-BREAK.

           IF VMR-FLOORED
               PERFORM C-300-ACCRUE-ONE-UNIT.

           READ SORTED-VEHICLE-FILE INTO VEHICLE-MASTER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     FIGURE THE DAYS THE UNIT WAS ON THE FLOOR PLAN IN THE      *
      *     MONTH - FROM THE LATER OF THE FLOOR DATE AND THE FIRST OF  *
      *     THE MONTH, TO THE SOLD DATE OR THE END OF THE MONTH - AND  *
      *     THE INTEREST ON THE FLOORED AMOUNT FOR THOSE DAYS          *
      *                                                                *
      ******************************************************************

       C-300-ACCRUE-ONE-UNIT.

           MOVE ZERO TO WA-FLOOR-YMD.

           IF VMR-FLOOR-DATE NOT = ZERO
               MOVE VMR-FLOOR-DATE(5:4) TO WA-FLOOR-YMD(1:4)
               MOVE VMR-FLOOR-DATE(1:2) TO WA-FLOOR-YMD(5:2)
               MOVE VMR-FLOOR-DATE(3:2) TO WA-FLOOR-YMD(7:2)
               MOVE VMR-FLOOR-DATE TO ADL-FLOOR-DATE
           ELSE
               IF VMR-ACQUIRED-DATE NOT = ZERO
                   MOVE VMR-ACQUIRED-DATE(5:4) TO WA-FLOOR-YMD(1:4)
                   MOVE VMR-ACQUIRED-DATE(1:2) TO WA-FLOOR-YMD(5:2)
                   MOVE VMR-ACQUIRED-DATE(3:2) TO WA-FLOOR-YMD(7:2)
                   MOVE VMR-ACQUIRED-DATE TO ADL-FLOOR-DATE.

           IF WA-FLOOR-YMD = ZERO
               ADD 1 TO AC-NO-DATE-COUNT
           ELSE
               PERFORM C-310-FIGURE-ACCRUAL-DAYS
               IF WA-ACCRUE-DAYS > 0
                   PERFORM C-320-LIST-ACCRUAL.

       C-310-FIGURE-ACCRUAL-DAYS.

           COMPUTE WA-ACCRUE-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WA-FLOOR-YMD).

           IF WA-ACCRUE-FROM-INT < WA-MONTH-START-INT
               MOVE WA-MONTH-START-INT TO WA-ACCRUE-FROM-INT.

           MOVE WA-NEXT-MONTH-INT TO WA-ACCRUE-TO-INT.

           IF VMR-SOLD AND VMR-SOLD-DATE NOT = ZERO
               MOVE VMR-SOLD-DATE(5:4) TO WA-SOLD-YMD(1:4)
               MOVE VMR-SOLD-DATE(1:2) TO WA-SOLD-YMD(5:2)
               MOVE VMR-SOLD-DATE(3:2) TO WA-SOLD-YMD(7:2)
               COMPUTE WA-ACCRUE-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WA-SOLD-YMD)
               IF WA-ACCRUE-TO-INT > WA-NEXT-MONTH-INT
                   MOVE WA-NEXT-MONTH-INT TO WA-ACCRUE-TO-INT.

           COMPUTE WA-ACCRUE-DAYS =
               WA-ACCRUE-TO-INT - WA-ACCRUE-FROM-INT.

      ******************************************************************
      *                                                                *
      *     LIST ONE UNIT'S ACCRUAL - INTEREST ON A 365-DAY YEAR       *
      *                                                                *
      ******************************************************************

       C-320-LIST-ACCRUAL.

           COMPUTE WA-UNIT-INTEREST ROUNDED =
               VMR-FLOOR-AMOUNT * WA-ANNUAL-RATE / 100
                 * WA-ACCRUE-DAYS / 365.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS
               PERFORM C-330-LENDER-HEADING
           ELSE
               IF AC-LENDER-COUNT = 0
                   PERFORM C-330-LENDER-HEADING.

           MOVE VMR-STOCK-NUMBER TO ADL-STOCK-NUMBER.
           MOVE VMR-AUTO-YEAR TO ADL-AUTO-YEAR.
           MOVE VMR-AUTO-MAKE TO ADL-AUTO-MAKE.
           MOVE VMR-FLOOR-AMOUNT TO ADL-FLOOR-AMOUNT.
           MOVE WA-ACCRUE-DAYS TO ADL-ACCRUE-DAYS.
           MOVE WA-ANNUAL-RATE TO ADL-ANNUAL-RATE.
           MOVE WA-UNIT-INTEREST TO ADL-INTEREST.

           WRITE ACCRUAL-LINE-OUT FROM ACCRUAL-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

           ADD 1 TO AC-LENDER-COUNT.
           ADD VMR-FLOOR-AMOUNT TO AC-LENDER-FLOORED.
           ADD WA-UNIT-INTEREST TO AC-LENDER-INTEREST.

      ******************************************************************
      *                                                                *
      *     START A LENDER'S GROUP ON THE ACCRUAL                      *
      *                                                                *
      ******************************************************************

       C-330-LENDER-HEADING.

           MOVE WA-HOLD-LENDER TO LHL-LENDER-CODE.
           MOVE WA-LENDER-NAME TO LHL-LENDER-NAME.
           MOVE WA-LENDER-FLAG TO LHL-LENDER-FLAG.

           WRITE ACCRUAL-LINE-OUT FROM LENDER-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE LENDER TOTAL, THEN TAKE UP THE NEXT LENDER'S     *
      *     RATE                                                       *
      *                                                                *
      ******************************************************************

       C-400-LENDER-BREAK.

           IF AC-LENDER-COUNT > 0
               MOVE WA-HOLD-LENDER TO ASL-LENDER-CODE
               MOVE AC-LENDER-COUNT TO ASL-LENDER-COUNT
               MOVE AC-LENDER-FLOORED TO ASL-LENDER-FLOORED
               MOVE AC-LENDER-INTEREST TO ASL-LENDER-INTEREST
               WRITE ACCRUAL-LINE-OUT FROM ASL-LENDER-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT
               ADD AC-LENDER-COUNT TO AC-UNIT-COUNT
               ADD AC-LENDER-FLOORED TO AC-TOTAL-FLOORED
               ADD AC-LENDER-INTEREST TO AC-TOTAL-INTEREST.

           MOVE ZERO TO AC-LENDER-COUNT
                        AC-LENDER-FLOORED
                        AC-LENDER-INTEREST.

           MOVE VMR-FLOOR-LENDER TO WA-HOLD-LENDER.
           PERFORM C-110-GET-LENDER-RATE.
      /
      ******************************************************************
      *                                                                *
      *        FLOOR PLAN INTEREST ACCRUAL HEADING PARAGRAPH           *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO ACH-PAGE-COUNT.

           WRITE ACCRUAL-LINE-OUT FROM ACH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE ACCRUAL-LINE-OUT FROM ACH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE ACCRUAL-LINE-OUT FROM ACH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE ACCRUAL-LINE-OUT FROM ACH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE ACCRUAL-LINE-OUT FROM ACH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AC-UNIT-COUNT TO ASL-UNIT-COUNT.
           MOVE AC-TOTAL-FLOORED TO ASL-TOTAL-FLOORED.
           MOVE AC-TOTAL-INTEREST TO ASL-TOTAL-INTEREST.
           MOVE AC-NO-DATE-COUNT TO ASL-NO-DATE-COUNT.

           WRITE ACCRUAL-LINE-OUT FROM ASL-UNIT-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           WRITE ACCRUAL-LINE-OUT FROM ASL-FLOORED-LINE
             AFTER ADVANCING 1 LINE.
           WRITE ACCRUAL-LINE-OUT FROM ASL-INTEREST-LINE
             AFTER ADVANCING 1 LINE.
           WRITE ACCRUAL-LINE-OUT FROM ASL-NO-DATE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE ACCRUAL-LINE-OUT FROM ASL-LINE-END
             AFTER ADVANCING 2 LINES.

           CLOSE ACCRUAL-REPORT.

           DISPLAY " ".
           DISPLAY "FLOOR PLAN INTEREST ACCRUAL PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
