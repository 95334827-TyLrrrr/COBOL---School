      *    COUNTED BUT NOT LISTED. THE AS-OF DATE PARAMETER LETS THE   *
      *    REPORT BE RERUN AS OF AN EARLIER DATE.                      *
      *                                                                *
      *    THE INVENTORY IS SORTED BY STORE AND STOCK NUMBER SO EACH   *
      *    STORE'S LOT STARTS A NEW PAGE UNDER THE STORE NAME FROM     *
      *    THE STORE MASTER, WITH A STORE TOTAL OF UNITS, COST, AND    *
      *    MARKDOWN UNITS. THE BAND TOTALS AT THE END COVER ALL        *
      *    STORES.                                                     *
      *                                                                *
      *        INPUT:   VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 ASOFDATE.DAT - OPTIONAL AS-OF DATE PARAMETER   *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                                                                *
      *        OUTPUT:  VSEX35-1.RPT - DAYS-ON-LOT AGING REPORT        *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR THE INVENTORY     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      -    "ATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-VEHICLE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch35\SORTV
      -    "EH.DAT".

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch35\VSEX3
      -    "5-1.RPT".

       FD  VEHICLE-MASTER-FILE.

       01 VEHICLE-MASTER-REC PIC X(100).

       01 VEHICLE-MASTER-REC-KEY REDEFINES VEHICLE-MASTER-REC.
         02 VHF-STOCK-NUMBER PIC X(6).
         02 FILLER PIC X(94).

      ******************************************************************
      *                                                                *
      *      SORT FILE - SORT THE INVENTORY BY STORE AND STOCK         *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-STOCK-NUMBER PIC X(6).
         02 PIC X(72).
         02 SR-STORE-CODE PIC XX.
         02 PIC X(20).

      ******************************************************************
      *                                                                *
      *     SORTED VEHICLE FILE - INVENTORY IN STORE/STOCK SEQUENCE    *
      *                                                                *
      ******************************************************************

       FD  SORTED-VEHICLE-FILE.

       01 SORTED-VEHICLE-REC PIC X(100).

      ******************************************************************
      *                                                                *
      *    STORE-MASTER-FILE - STORE NAMES FOR THE STORE HEADINGS      *
      *                                                                *
      ******************************************************************

       FD  STORE-MASTER-FILE.

       01 STORE-MASTER-RECORD.
         02 SMR-STORE-CODE PIC XX.
         02 SMR-STORE-NAME PIC X(20).
         02 SMR-REGION PIC X(10).
         02 SMR-MANAGER PIC X(20).

       FD  AS-OF-DATE-FILE.

         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-OVER-90-COST PIC 9(8)V99.
         02 AC-NO-DATE-COUNT PIC 9(5).
         02 AC-NO-DATE-COST PIC 9(8)V99.

         02 AC-STORE-COUNT PIC 9(5).
         02 AC-STORE-COST PIC 9(8)V99.
         02 AC-STORE-MARKDOWN-COUNT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
         02 WA-ACQUIRED-YMD PIC 9(8).
         02 WA-AGE-DAYS PIC S9(7).
         02 WA-AGE-BAND PIC X(8).
         02 WA-HOLD-STORE-CODE PIC XX.
         02 WA-STORE-NAME-COUNT PIC 9(3) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *    STORE NAME TABLE - LOADED FROM THE STORE MASTER             *
      *                                                                *
      ******************************************************************

       01 STORE-NAME-TABLE.
         02 SNT-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WA-STORE-NAME-COUNT
                       INDEXED BY SNT-INDEX.
           03 SNT-STORE-CODE PIC XX.
           03 SNT-STORE-NAME PIC X(20).

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
         02 PIC XX VALUE SPACES.
         02 ADL-MARKDOWN-FLAG PIC X(16).

      ******************************************************************
      *                                                                *
      *       STORE HEADING FOR THE DAYS-ON-LOT AGING REPORT           *
      *                                                                *
      ******************************************************************

       01 STORE-HEADING-LINE.
         02 PIC X(10) VALUE "STORE --> ".
         02 STHL-STORE-CODE PIC XX.
         02 PIC XX VALUE SPACES.
         02 STHL-STORE-NAME PIC X(20).

      ******************************************************************
      *                                                                *
      *       SUMMARY LINES FOR THE DAYS-ON-LOT AGING REPORT           *

       01 AGING-SUMMARY-LINES.

         02 ASL-STORE-LINE.
           03 PIC X(9) VALUE "** STORE ".
           03 ASL-STORE-CODE PIC XX.
           03 PIC X(10) VALUE " UNITS =  ".
           03 ASL-STORE-COUNT PIC ZZ,ZZ9.
           03 PIC X(14) VALUE "  COST TIED = ".
           03 ASL-STORE-COST PIC $Z,ZZZ,ZZZ.99.
           03 PIC X(13) VALUE "  MARKDOWN = ".
           03 ASL-STORE-MARKDOWN PIC ZZ,ZZ9.

         02 ASL-BAND-LINE.
           03 PIC X(6) VALUE "BAND  ".
           03 ASL-BAND-NAME PIC X(8).

           MOVE WA-RUN-DATE TO AGH-RUN-DATE.

           PERFORM A-200-LOAD-STORE-TABLE.

           SORT SORT-FILE
           ON ASCENDING KEY SR-STORE-CODE
                            SR-STOCK-NUMBER
             USING VEHICLE-MASTER-FILE
             GIVING SORTED-VEHICLE-FILE.

           OPEN OUTPUT AGING-REPORT.

      ******************************************************************
                   MOVE ADF-AS-OF-DATE(7:2) TO WA-DAY.

           CLOSE AS-OF-DATE-FILE.

      ******************************************************************
      *                                                                *
      *     LOAD THE STORE NAMES - WHEN NO STORE MASTER IS ON FILE     *
      *     THE STORE HEADINGS CARRY THE CODE ONLY                     *
      *                                                                *
      ******************************************************************

       A-200-LOAD-STORE-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM A-210-LOAD-STORE-ENTRY
             VARYING SNT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SNT-INDEX > 20.

           CLOSE STORE-MASTER-FILE.

       A-210-LOAD-STORE-ENTRY.

           MOVE SMR-STORE-CODE TO SNT-STORE-CODE(SNT-INDEX).
           MOVE SMR-STORE-NAME TO SNT-STORE-NAME(SNT-INDEX).
           MOVE SNT-INDEX TO WA-STORE-NAME-COUNT.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *

       C-100-PROCESS-FILE.

           OPEN INPUT SORTED-VEHICLE-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ SORTED-VEHICLE-FILE INTO VEHICLE-MASTER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           MOVE VMR-STORE-CODE TO WA-HOLD-STORE-CODE.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           IF AC-STORE-COUNT > 0
               PERFORM C-400-STORE-BREAK.

           CLOSE SORTED-VEHICLE-FILE.

      ******************************************************************
      *                                                                *

       C-200-PROCESS-RECORD.

           IF VMR-STORE-CODE NOT = WA-HOLD-STORE-CODE
               PERFORM C-400-STORE-BREAK.

           IF VMR-AVAILABLE
               PERFORM C-300-AGE-ONE-UNIT
           ELSE
               ADD 1 TO AC-SOLD-COUNT.

           READ SORTED-VEHICLE-FILE INTO VEHICLE-MASTER-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-300-AGE-ONE-UNIT.

           IF AC-STORE-COUNT = 0
               PERFORM C-410-STORE-HEADING.

           IF VMR-ACQUIRED-DATE = ZERO
               MOVE ZERO TO WA-AGE-DAYS
               MOVE "NO DATE" TO WA-AGE-BAND
               ADD 1 TO AC-NO-DATE-COUNT
               ADD VMR-ACQUISITION-COST TO AC-NO-DATE-COST
               MOVE SPACES TO ADL-MARKDOWN-FLAG
           ELSE
               PERFORM C-310-BAND-BY-AGE.
           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE VMR-STOCK-NUMBER TO ADL-STOCK-NUMBER.
           MOVE VMR-AUTO-MAKE TO ADL-AUTO-MAKE.
           MOVE VMR-AUTO-YEAR TO ADL-AUTO-YEAR.
           MOVE VMR-ACQUISITION-COST TO ADL-ACQ-COST.
           MOVE WA-AGE-DAYS TO ADL-AGE-DAYS.
           MOVE WA-AGE-BAND TO ADL-AGE-BAND.

             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

           ADD 1 TO AC-STORE-COUNT.
           ADD VMR-ACQUISITION-COST TO AC-STORE-COST.

      ******************************************************************
      *                                                                *
      *     PLACE ONE DATED UNIT IN ITS AGE BAND - OVER-90 UNITS       *

       C-310-BAND-BY-AGE.

           MOVE VMR-ACQUIRED-DATE(5:4) TO WA-ACQUIRED-YMD(1:4).
           MOVE VMR-ACQUIRED-DATE(1:2) TO WA-ACQUIRED-YMD(5:2).
           MOVE VMR-ACQUIRED-DATE(3:2) TO WA-ACQUIRED-YMD(7:2).

           COMPUTE WA-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WA-TODAY-YMD) -
               WHEN WA-AGE-DAYS <= 30
                   MOVE "0-30" TO WA-AGE-BAND
                   ADD 1 TO AC-30-COUNT
                   ADD VMR-ACQUISITION-COST TO AC-30-COST
               WHEN WA-AGE-DAYS <= 60
                   MOVE "31-60" TO WA-AGE-BAND
                   ADD 1 TO AC-60-COUNT
                   ADD VMR-ACQUISITION-COST TO AC-60-COST
               WHEN WA-AGE-DAYS <= 90
                   MOVE "61-90" TO WA-AGE-BAND
                   ADD 1 TO AC-90-COUNT
                   ADD VMR-ACQUISITION-COST TO AC-90-COST
               WHEN OTHER
                   MOVE "OVER 90" TO WA-AGE-BAND
                   ADD 1 TO AC-OVER-90-COUNT
                   ADD VMR-ACQUISITION-COST TO AC-OVER-90-COST
                   ADD 1 TO AC-MARKDOWN-COUNT
                   ADD 1 TO AC-STORE-MARKDOWN-COUNT
                   MOVE "** MARKDOWN **" TO ADL-MARKDOWN-FLAG.
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE STORE CONTROL BREAK TOTAL - THE NEXT STORE       *
      *     STARTS ON A NEW PAGE                                       *
      *                                                                *
      ******************************************************************

       C-400-STORE-BREAK.

           IF AC-STORE-COUNT > 0
               MOVE WA-HOLD-STORE-CODE TO ASL-STORE-CODE
               MOVE AC-STORE-COUNT TO ASL-STORE-COUNT
               MOVE AC-STORE-COST TO ASL-STORE-COST
               MOVE AC-STORE-MARKDOWN-COUNT TO ASL-STORE-MARKDOWN
               WRITE AGING-LINE-OUT FROM ASL-STORE-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT.

           MOVE VMR-STORE-CODE TO WA-HOLD-STORE-CODE.
           MOVE ZERO TO AC-STORE-COUNT
                        AC-STORE-COST
                        AC-STORE-MARKDOWN-COUNT.

      ******************************************************************
      *                                                                *
      *     START A NEW STORE ON A NEW PAGE UNDER THE STORE NAME       *
      *                                                                *
      ******************************************************************

       C-410-STORE-HEADING.

           PERFORM M-500-WRITE-HEADINGS.

           MOVE VMR-STORE-CODE TO STHL-STORE-CODE.
           MOVE "NOT ON STORE MASTER" TO STHL-STORE-NAME.

           IF WA-STORE-NAME-COUNT > 0
               SET SNT-INDEX TO 1
               SEARCH SNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SNT-STORE-CODE(SNT-INDEX) = VMR-STORE-CODE
                       MOVE SNT-STORE-NAME(SNT-INDEX)
                         TO STHL-STORE-NAME.

           WRITE AGING-LINE-OUT FROM STORE-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *           DAYS-ON-LOT AGING HEADING PARAGRAPH                  *
      *                                                                *
      ******************************************************************
