       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX51-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 12, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM POSTS VEHICLE COST TRANSACTIONS TO THE         *
      *    PER-UNIT COST LEDGER. A USED UNIT OR TRADE-IN PICKS UP      *
      *    RECONDITIONING, DETAILING, PARTS, AND TRANSPORT COSTS ON    *
      *    TOP OF ITS ACQUISITION COST BEFORE IT SELLS - EACH SUCH     *
      *    COST IS KEYED ONCE AS A TRANSACTION AND KEPT ON THE LEDGER  *
      *    UNDER THE UNIT'S STOCK NUMBER AND THE NEXT SEQUENCE FOR     *
      *    THAT UNIT. THE GROSS PROFIT (VSEX29-1), STOCK ON HAND       *
      *    (VSEX19-2), AND COST DETAIL (VSEX51-2) REPORTS TOTAL THE    *
      *    LEDGER BY UNIT.                                             *
      *                                                                *
      *    TRANSACTIONS ARE SORTED BY STOCK NUMBER AND EDITED          *
      *    AGAINST THE VEHICLE INVENTORY MASTER. A COST AGAINST A      *
      *    UNIT NOT ON THE MASTER OR ALREADY SOLD, OR CARRYING A BAD   *
      *    COST TYPE, DATE, OR AMOUNT, IS REJECTED. A COST DATE LEFT   *
      *    BLANK DEFAULTS TO THE RUN DATE. A REGISTER SHOWS THE        *
      *    DISPOSITION OF EVERY TRANSACTION.                           *
      *                                                                *
      *    COST TYPES:  R - RECONDITIONING   D - DETAILING             *
      *                 P - PARTS            T - TRANSPORT             *
      *                 O - OTHER                                      *
      *                                                                *
      *        INPUT:   COSTTRAN.DAT - VEHICLE COST TRANSACTIONS       *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                                                                *
      *        I-O:     COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                                                                *
      *        OUTPUT:  VSEX51-1.RPT - VEHICLE COST POSTING REGISTER   *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL COST-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch51\SCOST
      -    "TRN.DAT".

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL COST-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTL
      -    "EDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VCL-LEDGER-KEY.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch51\VSEX5
      -    "1-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    COST-TRANSACTION-FILE - ONE COST AGAINST ONE UNIT           *
      *                                                                *
      ******************************************************************

       FD  COST-TRANSACTION-FILE.

       01 COST-TRANSACTION-RECORD.
         02 VCR-STOCK-NUMBER PIC X(6).
         02 VCR-COST-DATE PIC X(8).
         02 VCR-COST-TYPE PIC X.
         02 VCR-VENDOR PIC X(20).
         02 VCR-AMOUNT PIC X(7).

      ******************************************************************
      *                                                                *
      *          SORT FILE - SORT TRANSACTIONS BY STOCK NUMBER         *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-STOCK-NUMBER PIC X(6).
         02 PIC X(36).

      ******************************************************************
      *                                                                *
      *     SORTED TRANSACTION FILE - TRANSACTIONS IN STOCK NUMBER     *
      *     SEQUENCE                                                   *
      *                                                                *
      ******************************************************************

       FD  SORTED-TRANSACTION-FILE.

       01 SORTED-TRAN-RECORD.
         02 STR-STOCK-NUMBER PIC X(6).
         02 STR-COST-DATE-ALPHA PIC X(8).
         02 STR-COST-DATE REDEFINES
            STR-COST-DATE-ALPHA PIC 9(8).
         02 STR-COST-TYPE PIC X.
           88 STR-VALID-COST-TYPE VALUE "R" "D" "P" "T" "O".
         02 STR-VENDOR PIC X(20).
         02 STR-AMOUNT-ALPHA PIC X(7).
         02 STR-AMOUNT REDEFINES
            STR-AMOUNT-ALPHA PIC 9(5)V99.

      ******************************************************************
      *                                                                *
      *    VEHICLE MASTER FILE - INVENTORY KEYED BY STOCK NUMBER       *
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
           88 VHF-SOLD VALUE "S".
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
      *    COST-LEDGER-FILE - EVERY COST POSTED TO A UNIT, KEYED BY    *
      *    STOCK NUMBER AND SEQUENCE WITHIN THE UNIT                   *
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

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - VEHICLE COST POSTING REGISTER             *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(90).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-TRANSACTION-EOF PIC X VALUE "N".
           88 TRANSACTION-EOF VALUE "Y".

         02 SW-LEDGER-EOF PIC X.
           88 LEDGER-EOF VALUE "Y".

         02 SW-UNIT-FOUND PIC X.
           88 UNIT-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-READ-COUNT PIC 9(5).
         02 AC-POSTED-COUNT PIC 9(5).
         02 AC-POSTED-DOLLARS PIC 9(7)V99.
         02 AC-REJECTED-COUNT PIC 9(5).
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

         02 WA-HOLD-STOCK-NUMBER PIC X(6) VALUE LOW-VALUES.
         02 WA-LAST-SEQUENCE PIC 9(3).
         02 WA-COST-DATE PIC 9(8).
      /
      ******************************************************************
      *                                                                *
      *          REPORT LINES FOR THE VEHICLE COST POSTING REGISTER    *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(26) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(20) VALUE SPACES.
           03 PIC X(29) VALUE "VEHICLE COST POSTING REGISTER".

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(5) VALUE "STOCK".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(9) VALUE "COST DATE".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(4) VALUE "TYPE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "VENDOR".
           03 PIC X(16) VALUE SPACES.
           03 PIC X(6) VALUE "AMOUNT".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 RGH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(26) VALUE ALL "-".

       01 REGISTER-DETAIL-LINE.
         02 RDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 RDL-COST-DATE PIC X(10).
         02 PIC X(3) VALUE SPACES.
         02 RDL-COST-TYPE PIC X.
         02 PIC X(4) VALUE SPACES.
         02 RDL-VENDOR PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-AMOUNT PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-DISPOSITION PIC X(26).

       01 REGISTER-SUMMARY-LINES.

         02 RSL-READ-TOTAL.
           03 PIC X(30) VALUE "COST TRANSACTIONS READ     =  ".
           03 RSL-READ-COUNT PIC ZZ,ZZ9.

         02 RSL-POSTED-TOTAL.
           03 PIC X(30) VALUE "COSTS POSTED TO LEDGER     =  ".
           03 RSL-POSTED-COUNT PIC ZZ,ZZ9.

         02 RSL-DOLLAR-TOTAL.
           03 PIC X(30) VALUE "COST DOLLARS POSTED        =  ".
           03 RSL-POSTED-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 RSL-REJECTED-TOTAL.
           03 PIC X(30) VALUE "COST TRANSACTIONS REJECTED =  ".
           03 RSL-REJECTED-COUNT PIC ZZ,ZZ9.

         02 RSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
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
           PERFORM B-100-SORT-TRANSACTIONS.
           PERFORM C-100-POST-COSTS.
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
           MOVE WA-RUN-DATE TO RGH-DATE.

           OPEN OUTPUT REGISTER-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

      ******************************************************************
      *                                                                *
      *           SORT THE TRANSACTION FILE BY STOCK NUMBER            *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-STOCK-NUMBER
             USING COST-TRANSACTION-FILE
             GIVING SORTED-TRANSACTION-FILE.
      /
      ******************************************************************
      *                                                                *
      *            POST THE SORTED TRANSACTIONS TO THE LEDGER          *
      *                                                                *
      ******************************************************************

       C-100-POST-COSTS.

           OPEN INPUT SORTED-TRANSACTION-FILE
                      VEHICLE-MASTER-FILE
                I-O COST-LEDGER-FILE.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM C-200-POST-ONE-COST
             UNTIL TRANSACTION-EOF.

           CLOSE SORTED-TRANSACTION-FILE
                 VEHICLE-MASTER-FILE
                 COST-LEDGER-FILE.

      ******************************************************************
      *                                                                *
      *     EDIT ONE COST TRANSACTION AND POST OR REJECT IT            *
      *                                                                *
      ******************************************************************

       C-200-POST-ONE-COST.

           ADD 1 TO AC-READ-COUNT.

           IF STR-STOCK-NUMBER NOT = WA-HOLD-STOCK-NUMBER
               PERFORM C-300-FIND-LAST-SEQUENCE.

           MOVE "N" TO SW-UNIT-FOUND.
           MOVE STR-STOCK-NUMBER TO VHF-STOCK-NUMBER.

           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-UNIT-FOUND.

           IF STR-COST-DATE-ALPHA = SPACES
               MOVE WA-RUN-DATE TO WA-COST-DATE
           ELSE
               IF STR-COST-DATE-ALPHA NUMERIC
                   MOVE STR-COST-DATE TO WA-COST-DATE
               ELSE
                   MOVE ZERO TO WA-COST-DATE.

           EVALUATE TRUE
               WHEN NOT UNIT-FOUND
                   MOVE "STOCK NUMBER NOT FOUND" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN VHF-SOLD
                   MOVE "UNIT ALREADY SOLD" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN NOT STR-VALID-COST-TYPE
                   MOVE "INVALID COST TYPE" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN WA-COST-DATE = ZERO
                   MOVE "INVALID COST DATE" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN STR-AMOUNT-ALPHA NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN STR-AMOUNT = ZERO
                   MOVE "AMOUNT IS ZERO" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN WA-LAST-SEQUENCE = 999
                   MOVE "LEDGER FULL FOR THIS UNIT" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               WHEN OTHER
                   PERFORM C-400-WRITE-LEDGER-ENTRY.

           PERFORM C-500-LIST-TRANSACTION.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

      ******************************************************************
      *                                                                *
      *     FIND THE HIGHEST SEQUENCE ALREADY ON THE LEDGER FOR THE    *
      *     UNIT - ITS NEXT COST TAKES THE SEQUENCE AFTER IT           *
      *                                                                *
      ******************************************************************

       C-300-FIND-LAST-SEQUENCE.

           MOVE STR-STOCK-NUMBER TO WA-HOLD-STOCK-NUMBER.
           MOVE ZERO TO WA-LAST-SEQUENCE.
           MOVE "N" TO SW-LEDGER-EOF.

           MOVE STR-STOCK-NUMBER TO VCL-STOCK-NUMBER.
           MOVE ZERO TO VCL-SEQUENCE.

           START COST-LEDGER-FILE KEY NOT < VCL-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO SW-LEDGER-EOF.

           IF NOT LEDGER-EOF
               READ COST-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SW-LEDGER-EOF.

           PERFORM C-310-NOTE-SEQUENCE
             UNTIL LEDGER-EOF OR
                   VCL-STOCK-NUMBER NOT = WA-HOLD-STOCK-NUMBER.

       C-310-NOTE-SEQUENCE.

           MOVE VCL-SEQUENCE TO WA-LAST-SEQUENCE.

           READ COST-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

      ******************************************************************
      *                                                                *
      *     WRITE THE COST TO THE LEDGER UNDER THE UNIT'S NEXT         *
      *     SEQUENCE                                                   *
      *                                                                *
      ******************************************************************

       C-400-WRITE-LEDGER-ENTRY.

           ADD 1 TO WA-LAST-SEQUENCE.

           MOVE STR-STOCK-NUMBER TO VCL-STOCK-NUMBER.
           MOVE WA-LAST-SEQUENCE TO VCL-SEQUENCE.
           MOVE WA-COST-DATE TO VCL-COST-DATE.
           MOVE STR-COST-TYPE TO VCL-COST-TYPE.
           MOVE STR-VENDOR TO VCL-VENDOR.
           MOVE STR-AMOUNT TO VCL-AMOUNT.
           MOVE WA-RUN-DATE TO VCL-POSTED-DATE.

           WRITE COST-LEDGER-RECORD
               INVALID KEY
                   MOVE "LEDGER KEY ERROR" TO RDL-DISPOSITION
                   ADD 1 TO AC-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE "POSTED" TO RDL-DISPOSITION
                   ADD 1 TO AC-POSTED-COUNT
                   ADD STR-AMOUNT TO AC-POSTED-DOLLARS.
      /
      ******************************************************************
      *                                                                *
      *          LIST ONE TRANSACTION AND ITS DISPOSITION              *
      *                                                                *
      ******************************************************************

       C-500-LIST-TRANSACTION.

           MOVE STR-STOCK-NUMBER TO RDL-STOCK-NUMBER.
           MOVE STR-COST-TYPE TO RDL-COST-TYPE.
           MOVE STR-VENDOR TO RDL-VENDOR.

           IF WA-COST-DATE = ZERO
               MOVE STR-COST-DATE-ALPHA TO RDL-COST-DATE
           ELSE
               MOVE WA-COST-DATE(1:2) TO RDL-COST-DATE(1:2)
               MOVE "/" TO RDL-COST-DATE(3:1)
               MOVE WA-COST-DATE(3:2) TO RDL-COST-DATE(4:2)
               MOVE "/" TO RDL-COST-DATE(6:1)
               MOVE WA-COST-DATE(5:4) TO RDL-COST-DATE(7:4).

           IF STR-AMOUNT-ALPHA NUMERIC
               MOVE STR-AMOUNT TO RDL-AMOUNT
           ELSE
               MOVE ZERO TO RDL-AMOUNT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *          VEHICLE COST POSTING REGISTER HEADING PARAGRAPH       *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RGH-PAGE-COUNT.

           WRITE REGISTER-LINE-OUT FROM RGH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE AC-READ-COUNT TO RSL-READ-COUNT.
           MOVE AC-POSTED-COUNT TO RSL-POSTED-COUNT.
           MOVE AC-POSTED-DOLLARS TO RSL-POSTED-DOLLARS.
           MOVE AC-REJECTED-COUNT TO RSL-REJECTED-COUNT.

           IF AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           WRITE REGISTER-LINE-OUT FROM RSL-READ-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-POSTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-DOLLAR-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE REGISTER-REPORT.

           DISPLAY " ".
           DISPLAY "VEHICLE COST POSTING PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
