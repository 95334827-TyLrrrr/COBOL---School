      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE STOCK ON HAND REPORT FROM THE     *
      *    VEHICLE INVENTORY MASTER. AVAILABLE VEHICLES ARE SORTED BY  *
      *    STORE, AUTO MAKE AND MODEL YEAR. EACH STORE'S LOT STARTS A  *
      *    NEW PAGE UNDER THE STORE NAME FROM THE STORE MASTER, AND    *
      *    ITS UNITS ARE LISTED WITH SUBTOTALS BY MAKE - UNITS ON      *
      *    HAND, ACQUISITION COST, AND ASKING PRICE - AND A STORE      *
      *    TOTAL, FOLLOWED BY GRAND TOTALS FOR ALL STORES. SOLD        *
      *    VEHICLES ARE COUNTED BUT NOT LISTED, SO THE REPORT CAN BE   *
      *    RECONCILED AGAINST CARS ON THE LOT.                         *
      *                                                                *
      *    EACH UNIT ALSO CARRIES THE RECONDITIONING, DETAILING,       *
      *    PARTS, AND TRANSPORT COSTS POSTED TO IT ON THE VEHICLE      *
      *    COST LEDGER BY VSEX51-1. THE ACQUISITION COST,              *
      *    RECONDITIONING COST, AND TOTAL COST ARE SHOWN AS SEPARATE   *
      *    COLUMNS AND CARRIED THROUGH THE MAKE, STORE, AND GRAND      *
      *    TOTALS. THE LEDGER IS TOTALED INTO A TABLE OF 999 STOCK     *
      *    NUMBERS - WHEN THE LEDGER HOLDS MORE, THE REPORT CARRIES A  *
      *    WARNING LINE AFTER THE GRAND TOTALS AND THE RUN ENDS WITH   *
      *    RETURN CODE 8.                                              *
      *                                                                *
      *        INPUT:   VEHMAST.DAT - VEHICLE INVENTORY MASTER         *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                 COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                                                                *
      *        OUTPUT:  VSEX19-2.RPT - STOCK ON HAND REPORT            *
      *                                                                *
           SELECT STOCK-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch19\VSEX1
      -    "9-2.RPT".

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COST-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTL
      -    "EDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VCL-LEDGER-KEY.
      /
       DATA DIVISION.
      ***************

       FD  VEHICLE-MASTER-FILE.

       01 VEHICLE-MASTER-REC PIC X(100).

       01 VEHICLE-MASTER-REC-KEY REDEFINES VEHICLE-MASTER-REC.
         02 VHF-STOCK-NUMBER PIC X(6).
         02 FILLER PIC X(94).

      ******************************************************************
      *                                                                *
      *     SORT FILE - SORT THE INVENTORY BY STORE, MAKE AND YEAR     *
      *                                                                *
      ******************************************************************

         02 SR-AUTO-MAKE PIC X(20).
         02 SR-AUTO-YEAR PIC X(4).
         02 PIC X(31).
         02 SR-STORE-CODE PIC XX.
         02 PIC X(20).

      ******************************************************************
      *                                                                *
      *  SORTED VEHICLE FILE - INVENTORY IN STORE/MAKE/YEAR SEQUENCE   *
      *                                                                *
      ******************************************************************

       FD  SORTED-VEHICLE-FILE.

       01 SORTED-VEHICLE-REC PIC X(100).

      ******************************************************************
      *                                                                *
       FD  STOCK-REPORT.

       01 STOCK-LINE-OUT PIC X(90).

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

      ******************************************************************
      *                                                                *
      *    COST-LEDGER-FILE - RECONDITIONING AND ADD-ON COSTS POSTED   *
      *    TO EACH UNIT BY VSEX51-1, IN STOCK NUMBER SEQUENCE          *
      *                                                                *
      ******************************************************************

       FD  COST-LEDGER-FILE.

       01 COST-LEDGER-RECORD.
         02 VCL-LEDGER-KEY.
           03 VCL-STOCK-NUMBER PIC X(6).
           03 VCL-SEQUENCE PIC 9(3).
         02 VCL-COST-DATE PIC 9(8).
         02 VCL-COST-TYPE PIC X.
         02 VCL-VENDOR PIC X(20).
         02 VCL-AMOUNT PIC 9(5)V99.
         02 VCL-POSTED-DATE PIC 9(8).
      /
       WORKING-STORAGE SECTION.
      ************************
         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-LEDGER-EOF PIC X.
           88 LEDGER-EOF VALUE "Y".

         02 SW-RECON-TABLE-FULL PIC X VALUE "N".
           88 RECON-TABLE-FULL VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-SOLD-COUNT PIC 9(5).
         02 AC-MAKE-COUNT PIC 9(5).
         02 AC-MAKE-COST PIC 9(7)V99.
         02 AC-MAKE-RECON PIC 9(7)V99.
         02 AC-MAKE-ASKING PIC 9(7)V99.
         02 AC-STORE-COUNT PIC 9(5).
         02 AC-STORE-COST PIC 9(7)V99.
         02 AC-STORE-RECON PIC 9(7)V99.
         02 AC-STORE-ASKING PIC 9(7)V99.
         02 AC-TOTAL-COST PIC 9(7)V99.
         02 AC-TOTAL-RECON PIC 9(7)V99.
         02 AC-TOTAL-ASKING PIC 9(7)V99.
      /
      ******************************************************************

         02 WA-AM-PM PIC XX.
         02 WA-HOLD-AUTO-MAKE PIC X(20).
         02 WA-HOLD-STORE-CODE PIC XX.
         02 WA-STORE-NAME-COUNT PIC 9(3) VALUE ZERO.
         02 WA-RECON-COUNT PIC 9(3) VALUE ZERO.
         02 WA-UNIT-RECON-COST PIC 9(6)V99.
         02 WA-UNIT-TOTAL-COST PIC 9(6)V99.

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
      *    RECONDITIONING COST TABLE - THE VEHICLE COST LEDGER         *
      *    TOTALED BY STOCK NUMBER                                     *
      *                                                                *
      ******************************************************************

       01 RECON-COST-TABLE.
         02 RCT-ENTRY OCCURS 1 TO 999 TIMES
                       DEPENDING ON WA-RECON-COUNT
                       INDEXED BY RCT-INDEX.
           03 RCT-STOCK-NUMBER PIC X(6).
           03 RCT-RECON-COST PIC 9(6)V99.

      ******************************************************************
      *                                                                *
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
           03 PIC X(4) VALUE "YEAR".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(9) VALUE "ACQ. COST".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(10) VALUE "RECON COST".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(10) VALUE "TOTAL COST".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(12) VALUE "ASKING PRICE".

         02 SKH-LINE-4.
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(12) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *     STORE AND MAKE GROUP HEADINGS FOR THE STOCK ON HAND        *
      *     REPORT                                                     *
      *                                                                *
      ******************************************************************

       01 STORE-HEADING-LINE.
         02 PIC X(10) VALUE "STORE --> ".
         02 STHL-STORE-CODE PIC XX.
         02 PIC XX VALUE SPACES.
         02 STHL-STORE-NAME PIC X(20).

       01 MAKE-HEADING-LINE.
         02 PIC X(9) VALUE "MAKE --> ".
         02 MHL-AUTO-MAKE PIC X(20).
         02 SDL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 SDL-ACQUISITION-COST PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 SDL-RECON-COST PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 SDL-TOTAL-COST PIC $ZZZ,ZZZ.99.
         02 PIC XXX VALUE SPACES.
         02 SDL-ASKING-PRICE PIC $ZZ,ZZZ.99.

         02 SSL-MAKE-LINE.
           03 PIC X(12) VALUE "*  TOTAL OF ".
           03 SSL-MAKE-COUNT PIC ZZ,ZZ9.
           03 PIC X(5) VALUE " ACQ ".
           03 SSL-MAKE-COST PIC $ZZZ,ZZZ.99.
           03 PIC X(7) VALUE " RECON ".
           03 SSL-MAKE-RECON PIC $ZZZ,ZZZ.99.
           03 PIC X(7) VALUE " TOTAL ".
           03 SSL-MAKE-TOTAL-COST PIC $ZZZ,ZZZ.99.
           03 PIC X(8) VALUE " ASKING ".
           03 SSL-MAKE-ASKING PIC $ZZZ,ZZZ.99.

         02 SSL-STORE-LINE.
           03 PIC X(9) VALUE "** STORE ".
           03 SSL-STORE-CODE PIC XX.
           03 PIC X(10) VALUE " TOTAL OF ".
           03 SSL-STORE-COUNT PIC ZZ,ZZ9.
           03 PIC X(12) VALUE " TOTAL COST ".
           03 SSL-STORE-TOTAL-COST PIC $Z,ZZZ,ZZZ.99.
           03 PIC X(9) VALUE "  ASKING ".
           03 SSL-STORE-ASKING PIC $Z,ZZZ,ZZZ.99.

         02 SSL-STORE-COST-LINE.
           03 PIC X(21) VALUE SPACES.
           03 PIC X(10) VALUE "ACQ. COST ".
           03 SSL-STORE-COST PIC $Z,ZZZ,ZZZ.99.
           03 PIC X(13) VALUE "  RECON COST ".
           03 SSL-STORE-RECON PIC $Z,ZZZ,ZZZ.99.

         02 SSL-ON-HAND-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL UNITS ON HAND  =  ".
           03 PIC X(24) VALUE "TOTAL ACQ. COST      =  ".
           03 SSL-TOTAL-COST PIC $Z,ZZZ,ZZZ.99.

         02 SSL-RECON-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL RECON COST     =  ".
           03 SSL-TOTAL-RECON PIC $Z,ZZZ,ZZZ.99.

         02 SSL-GRAND-COST-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL COST           =  ".
           03 SSL-GRAND-TOTAL-COST PIC $Z,ZZZ,ZZZ.99.

         02 SSL-ASKING-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(24) VALUE "TOTAL ASKING PRICE   =  ".
           03 SSL-TOTAL-ASKING PIC $Z,ZZZ,ZZZ.99.

         02 SSL-TABLE-FULL-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(54) VALUE
               "** RECON COST TABLE FULL - RECON COSTS UNDERSTATED **".

         02 SSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
           MOVE WA-TODAYS-MINUTES TO SKH-MINUTES.
           MOVE WA-AM-PM TO SKH-AM-PM.

           PERFORM A-200-LOAD-STORE-TABLE.
           PERFORM A-300-LOAD-RECON-TABLE.

           SORT SORT-FILE
           ON ASCENDING KEY SR-STORE-CODE
                            SR-AUTO-MAKE
                            SR-AUTO-YEAR
             USING VEHICLE-MASTER-FILE
             GIVING SORTED-VEHICLE-FILE.

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

      ******************************************************************
      *                                                                *
      *     TOTAL THE VEHICLE COST LEDGER BY STOCK NUMBER - THE        *
      *     LEDGER IS IN STOCK NUMBER SEQUENCE, SO EACH NEW STOCK      *
      *     NUMBER STARTS A NEW TABLE ENTRY. THE TABLE HOLDS 999       *
      *     STOCK NUMBERS - LEDGER POSTINGS BEYOND THAT ARE NOT        *
      *     CARRIED AND THE REPORT IS FLAGGED                          *
      *                                                                *
      ******************************************************************

       A-300-LOAD-RECON-TABLE.

           OPEN INPUT COST-LEDGER-FILE.

           MOVE "N" TO SW-LEDGER-EOF.

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

           PERFORM A-310-ADD-RECON-COST
             UNTIL LEDGER-EOF.

           CLOSE COST-LEDGER-FILE.

       A-310-ADD-RECON-COST.

           IF WA-RECON-COUNT = 0
               PERFORM A-320-NEW-RECON-ENTRY
           ELSE
               IF VCL-STOCK-NUMBER NOT =
                  RCT-STOCK-NUMBER(WA-RECON-COUNT)
                   PERFORM A-320-NEW-RECON-ENTRY.

           IF WA-RECON-COUNT > 0
               IF VCL-STOCK-NUMBER = RCT-STOCK-NUMBER(WA-RECON-COUNT)
                   ADD VCL-AMOUNT TO RCT-RECON-COST(WA-RECON-COUNT).

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

       A-320-NEW-RECON-ENTRY.

           IF WA-RECON-COUNT < 999
               ADD 1 TO WA-RECON-COUNT
               MOVE VCL-STOCK-NUMBER
                 TO RCT-STOCK-NUMBER(WA-RECON-COUNT)
               MOVE ZERO TO RCT-RECON-COST(WA-RECON-COUNT)
           ELSE
               MOVE "Y" TO SW-RECON-TABLE-FULL.
      /
      ******************************************************************
      *                                                                *
                   MOVE "Y" TO SW-END-OF-FILE.

           MOVE VMR-AUTO-MAKE TO WA-HOLD-AUTO-MAKE.
           MOVE VMR-STORE-CODE TO WA-HOLD-STORE-CODE.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           IF AC-STORE-COUNT > 0
               PERFORM C-330-STORE-BREAK.

           CLOSE SORTED-VEHICLE-FILE.


       C-200-PROCESS-RECORD.

           IF VMR-STORE-CODE NOT = WA-HOLD-STORE-CODE
               PERFORM C-330-STORE-BREAK.

           IF VMR-AUTO-MAKE NOT = WA-HOLD-AUTO-MAKE
               IF AC-MAKE-COUNT > 0
                   PERFORM C-310-MAKE-BREAK

       C-300-LIST-VEHICLE.

           IF AC-STORE-COUNT = 0
               PERFORM C-340-STORE-HEADING.

           IF AC-MAKE-COUNT = 0
               PERFORM C-320-MAKE-HEADING.

           MOVE VMR-STOCK-NUMBER TO SDL-STOCK-NUMBER.
           MOVE VMR-VIN TO SDL-VIN.
           MOVE VMR-AUTO-YEAR TO SDL-AUTO-YEAR.
           MOVE ZERO TO WA-UNIT-RECON-COST.

           IF WA-RECON-COUNT > 0
               SET RCT-INDEX TO 1
               SEARCH RCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN RCT-STOCK-NUMBER(RCT-INDEX) = VMR-STOCK-NUMBER
                       MOVE RCT-RECON-COST(RCT-INDEX)
                         TO WA-UNIT-RECON-COST.

           ADD VMR-ACQUISITION-COST WA-UNIT-RECON-COST
             GIVING WA-UNIT-TOTAL-COST.

           MOVE VMR-ACQUISITION-COST TO SDL-ACQUISITION-COST.
           MOVE WA-UNIT-RECON-COST TO SDL-RECON-COST.
           MOVE WA-UNIT-TOTAL-COST TO SDL-TOTAL-COST.
           MOVE VMR-ASKING-PRICE TO SDL-ASKING-PRICE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
           ADD 1 TO AC-LINE-COUNT.

           ADD 1 TO AC-MAKE-COUNT.
           ADD 1 TO AC-STORE-COUNT.
           ADD 1 TO AC-ON-HAND-COUNT.
           ADD VMR-ACQUISITION-COST TO AC-MAKE-COST.
           ADD WA-UNIT-RECON-COST TO AC-MAKE-RECON.
           ADD VMR-ASKING-PRICE TO AC-MAKE-ASKING.
      /
      ******************************************************************

           MOVE AC-MAKE-COUNT TO SSL-MAKE-COUNT.
           MOVE AC-MAKE-COST TO SSL-MAKE-COST.
           MOVE AC-MAKE-RECON TO SSL-MAKE-RECON.
           ADD AC-MAKE-COST AC-MAKE-RECON
             GIVING SSL-MAKE-TOTAL-COST.
           MOVE AC-MAKE-ASKING TO SSL-MAKE-ASKING.

           WRITE STOCK-LINE-OUT FROM SSL-MAKE-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

           ADD AC-MAKE-COST TO AC-STORE-COST.
           ADD AC-MAKE-RECON TO AC-STORE-RECON.
           ADD AC-MAKE-ASKING TO AC-STORE-ASKING.

           MOVE VMR-AUTO-MAKE TO WA-HOLD-AUTO-MAKE.
           MOVE ZERO TO AC-MAKE-COUNT
                        AC-MAKE-COST
                        AC-MAKE-RECON
                        AC-MAKE-ASKING.

      ******************************************************************
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE STORE CONTROL BREAK TOTAL - THE OPEN MAKE IS     *
      *     CLOSED FIRST, AND THE NEXT STORE STARTS ON A NEW PAGE      *
      *                                                                *
      ******************************************************************

       C-330-STORE-BREAK.

           IF AC-MAKE-COUNT > 0
               PERFORM C-310-MAKE-BREAK.

           IF AC-STORE-COUNT > 0
               MOVE WA-HOLD-STORE-CODE TO SSL-STORE-CODE
               MOVE AC-STORE-COUNT TO SSL-STORE-COUNT
               MOVE AC-STORE-COST TO SSL-STORE-COST
               MOVE AC-STORE-RECON TO SSL-STORE-RECON
               ADD AC-STORE-COST AC-STORE-RECON
                 GIVING SSL-STORE-TOTAL-COST
               MOVE AC-STORE-ASKING TO SSL-STORE-ASKING
               WRITE STOCK-LINE-OUT FROM SSL-STORE-LINE
                 AFTER ADVANCING 2 LINES
               WRITE STOCK-LINE-OUT FROM SSL-STORE-COST-LINE
                 AFTER ADVANCING 1 LINE
               ADD 3 TO AC-LINE-COUNT
               ADD AC-STORE-COST TO AC-TOTAL-COST
               ADD AC-STORE-RECON TO AC-TOTAL-RECON
               ADD AC-STORE-ASKING TO AC-TOTAL-ASKING.

           MOVE VMR-STORE-CODE TO WA-HOLD-STORE-CODE.
           MOVE VMR-AUTO-MAKE TO WA-HOLD-AUTO-MAKE.
           MOVE ZERO TO AC-STORE-COUNT
                        AC-STORE-COST
                        AC-STORE-RECON
                        AC-STORE-ASKING.

      ******************************************************************
      *                                                                *
      *     START A NEW STORE ON A NEW PAGE UNDER THE STORE NAME       *
      *                                                                *
      ******************************************************************

       C-340-STORE-HEADING.

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

           WRITE STOCK-LINE-OUT FROM STORE-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *            STOCK ON HAND REPORT HEADING PARAGRAPH              *
      *                                                                *
      ******************************************************************
           MOVE AC-ON-HAND-COUNT TO SSL-ON-HAND-COUNT.
           MOVE AC-SOLD-COUNT TO SSL-SOLD-COUNT.
           MOVE AC-TOTAL-COST TO SSL-TOTAL-COST.
           MOVE AC-TOTAL-RECON TO SSL-TOTAL-RECON.
           ADD AC-TOTAL-COST AC-TOTAL-RECON
             GIVING SSL-GRAND-TOTAL-COST.
           MOVE AC-TOTAL-ASKING TO SSL-TOTAL-ASKING.

           WRITE STOCK-LINE-OUT FROM SSL-ON-HAND-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STOCK-LINE-OUT FROM SSL-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STOCK-LINE-OUT FROM SSL-RECON-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STOCK-LINE-OUT FROM SSL-GRAND-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE STOCK-LINE-OUT FROM SSL-ASKING-TOTAL
             AFTER ADVANCING 1 LINE.
           IF RECON-TABLE-FULL
               WRITE STOCK-LINE-OUT FROM SSL-TABLE-FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE.
           WRITE STOCK-LINE-OUT FROM SSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

