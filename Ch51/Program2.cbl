       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX51-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 12, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE VEHICLE COST DETAIL LISTING FOR   *
      *    THE USED-CAR MANAGER. THE COST LEDGER IS READ IN STOCK      *
      *    NUMBER SEQUENCE AND EVERY UNIT THAT HAS PICKED UP COSTS IS  *
      *    LISTED UNDER A HEADING FROM THE VEHICLE INVENTORY MASTER,   *
      *    ONE LINE PER COST, FOLLOWED BY THE UNIT'S ACQUISITION       *
      *    COST, RECONDITIONING COST, AND TOTAL COST. THE LISTING      *
      *    ENDS WITH GRAND TOTALS AND THE RECONDITIONING DOLLARS BY    *
      *    COST TYPE. A UNIT NO LONGER ON THE MASTER IS LISTED WITH    *
      *    ZERO ACQUISITION COST AND FLAGGED.                          *
      *                                                                *
      *        INPUT:   COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                                                                *
      *        OUTPUT:  VSEX51-2.RPT - VEHICLE COST DETAIL LISTING     *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL COST-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTL
      -    "EDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VCL-LEDGER-KEY.

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT COST-DETAIL-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch51\VSEX5
      -    "1-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

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
      *    COST-DETAIL-REPORT - VEHICLE COST DETAIL LISTING            *
      *                                                                *
      ******************************************************************

       FD  COST-DETAIL-REPORT.

       01 DETAIL-LINE-OUT PIC X(90).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-LEDGER-EOF PIC X VALUE "N".
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
         02 AC-UNIT-RECON PIC 9(6)V99.
         02 AC-UNIT-COUNT PIC 9(5).
         02 AC-ENTRY-COUNT PIC 9(5).
         02 AC-TOTAL-ACQUISITION PIC 9(8)V99.
         02 AC-TOTAL-RECON PIC 9(8)V99.
         02 AC-TYPE-RECON OCCURS 6 TIMES PIC 9(8)V99.
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

         02 WA-HOLD-STOCK-NUMBER PIC X(6).
         02 WA-UNIT-ACQUISITION PIC 9(5)V99.
         02 WA-TYPE-SUB PIC 9.

      ******************************************************************
      *                                                                *
      *    EMBEDDED COST TYPE TABLE - THE CODE CARRIED ON THE LEDGER   *
      *    AND THE NAME PRINTED FOR IT. THE LAST ENTRY CATCHES ANY     *
      *    CODE NOT IN THE TABLE                                       *
      *                                                                *
      ******************************************************************

       01 COST-TYPE-TABLE-DATA.
         02 PIC X(15) VALUE "RRECONDITIONING".
         02 PIC X(15) VALUE "DDETAILING     ".
         02 PIC X(15) VALUE "PPARTS         ".
         02 PIC X(15) VALUE "TTRANSPORT     ".
         02 PIC X(15) VALUE "OOTHER         ".
         02 PIC X(15) VALUE " UNKNOWN       ".

       01 COST-TYPE-TABLE REDEFINES COST-TYPE-TABLE-DATA.
         02 CTT-ENTRY OCCURS 6 TIMES
                       INDEXED BY CTT-INDEX.
           03 CTT-COST-TYPE PIC X.
           03 CTT-NAME PIC X(14).
      /
      ******************************************************************
      *                                                                *
      *          REPORT LINES FOR THE VEHICLE COST DETAIL LISTING      *
      *                                                                *
      ******************************************************************

       01 COST-DETAIL-HEADINGS.

         02 CDH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CDH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(26) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CDH-PAGE-COUNT PIC ZZ9.

         02 CDH-LINE-2.
           03 PIC X(21) VALUE SPACES.
           03 PIC X(27) VALUE "VEHICLE COST DETAIL LISTING".

         02 CDH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CDH-LINE-3.
           03 PIC X(4) VALUE SPACES.
           03 PIC X(9) VALUE "COST DATE".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(9) VALUE "COST TYPE".
           03 PIC X(7) VALUE SPACES.
           03 PIC X(6) VALUE "VENDOR".
           03 PIC X(20) VALUE SPACES.
           03 PIC X(6) VALUE "AMOUNT".

         02 CDH-LINE-4.
           03 PIC X(4) VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XXX VALUE SPACES.
           03 PIC X(14) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

       01 UNIT-HEADING-LINE.
         02 PIC X(6) VALUE "STOCK ".
         02 UHL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 UHL-VIN PIC X(17).
         02 PIC XX VALUE SPACES.
         02 UHL-AUTO-YEAR PIC X(4).
         02 PIC X VALUE SPACES.
         02 UHL-AUTO-MAKE PIC X(21).
         02 PIC X(6) VALUE "STORE ".
         02 UHL-STORE-CODE PIC XX.
         02 PIC XX VALUE SPACES.
         02 UHL-STATUS PIC X(9).

       01 COST-DETAIL-LINE.
         02 PIC X(4) VALUE SPACES.
         02 CDL-COST-DATE PIC 99/99/9999.
         02 PIC XXX VALUE SPACES.
         02 CDL-COST-TYPE PIC X(14).
         02 PIC XX VALUE SPACES.
         02 CDL-VENDOR PIC X(20).
         02 PIC XX VALUE SPACES.
         02 CDL-AMOUNT PIC $ZZ,ZZZ.99.

       01 UNIT-TOTAL-LINE.
         02 PIC X(4) VALUE SPACES.
         02 PIC X(10) VALUE "ACQ. COST ".
         02 UTL-ACQUISITION PIC $ZZ,ZZZ.99.
         02 PIC X(14) VALUE "   RECON COST ".
         02 UTL-RECON PIC $ZZZ,ZZZ.99.
         02 PIC X(14) VALUE "   TOTAL COST ".
         02 UTL-TOTAL-COST PIC $ZZZ,ZZZ.99.

       01 COST-SUMMARY-LINES.

         02 CSL-UNIT-TOTAL.
           03 PIC X(30) VALUE "UNITS WITH POSTED COSTS    =  ".
           03 CSL-UNIT-COUNT PIC ZZ,ZZ9.

         02 CSL-ENTRY-TOTAL.
           03 PIC X(30) VALUE "COST LEDGER ENTRIES        =  ".
           03 CSL-ENTRY-COUNT PIC ZZ,ZZ9.

         02 CSL-ACQUISITION-TOTAL.
           03 PIC X(30) VALUE "TOTAL ACQUISITION COST     =  ".
           03 CSL-ACQUISITION PIC $ZZ,ZZZ,ZZZ.99.

         02 CSL-RECON-TOTAL.
           03 PIC X(30) VALUE "TOTAL RECONDITIONING COST  =  ".
           03 CSL-RECON PIC $ZZ,ZZZ,ZZZ.99.

         02 CSL-COST-TOTAL.
           03 PIC X(30) VALUE "TOTAL COST                 =  ".
           03 CSL-TOTAL-COST PIC $ZZ,ZZZ,ZZZ.99.

         02 CSL-TYPE-LINE.
           03 PIC X(4) VALUE SPACES.
           03 CSL-TYPE-NAME PIC X(14).
           03 PIC X(12) VALUE "         =  ".
           03 CSL-TYPE-RECON PIC $ZZ,ZZZ,ZZZ.99.

         02 CSL-END-OF-REPORT.
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
           PERFORM B-100-LIST-COSTS.
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
           MOVE WA-RUN-DATE TO CDH-DATE.

           OPEN INPUT COST-LEDGER-FILE
                      VEHICLE-MASTER-FILE
                OUTPUT COST-DETAIL-REPORT.

           PERFORM M-500-WRITE-HEADINGS.
      /
      ******************************************************************
      *                                                                *
      *     READ THE LEDGER AND LIST IT ONE UNIT AT A TIME             *
      *                                                                *
      ******************************************************************

       B-100-LIST-COSTS.

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

           PERFORM B-200-LIST-ONE-UNIT
             UNTIL LEDGER-EOF.

      ******************************************************************
      *                                                                *
      *     LIST THE UNIT HEADING, EVERY COST POSTED TO THE UNIT, AND  *
      *     THE UNIT'S COST TOTALS                                     *
      *                                                                *
      ******************************************************************

       B-200-LIST-ONE-UNIT.

           MOVE VCL-STOCK-NUMBER TO WA-HOLD-STOCK-NUMBER.
           MOVE ZERO TO AC-UNIT-RECON.
           ADD 1 TO AC-UNIT-COUNT.

           PERFORM B-300-UNIT-HEADING.

           PERFORM B-400-LIST-ONE-COST
             UNTIL LEDGER-EOF OR
                   VCL-STOCK-NUMBER NOT = WA-HOLD-STOCK-NUMBER.

           MOVE WA-UNIT-ACQUISITION TO UTL-ACQUISITION.
           MOVE AC-UNIT-RECON TO UTL-RECON.
           ADD WA-UNIT-ACQUISITION AC-UNIT-RECON
             GIVING UTL-TOTAL-COST.

           ADD WA-UNIT-ACQUISITION TO AC-TOTAL-ACQUISITION.
           ADD AC-UNIT-RECON TO AC-TOTAL-RECON.

           WRITE DETAIL-LINE-OUT FROM UNIT-TOTAL-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     JOIN THE UNIT TO THE INVENTORY MASTER AND WRITE ITS        *
      *     HEADING                                                    *
      *                                                                *
      ******************************************************************

       B-300-UNIT-HEADING.

           MOVE "N" TO SW-UNIT-FOUND.
           MOVE WA-HOLD-STOCK-NUMBER TO VHF-STOCK-NUMBER.

           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-UNIT-FOUND.

           MOVE WA-HOLD-STOCK-NUMBER TO UHL-STOCK-NUMBER.

           IF UNIT-FOUND
               MOVE VHF-VIN TO UHL-VIN
               MOVE VHF-AUTO-YEAR TO UHL-AUTO-YEAR
               MOVE VHF-AUTO-MAKE TO UHL-AUTO-MAKE
               MOVE VHF-STORE-CODE TO UHL-STORE-CODE
               MOVE VHF-ACQUISITION-COST TO WA-UNIT-ACQUISITION
               IF VHF-SOLD
                   MOVE "SOLD" TO UHL-STATUS
               ELSE
                   MOVE "AVAILABLE" TO UHL-STATUS
               END-IF
           ELSE
               MOVE SPACES TO UHL-VIN
                              UHL-AUTO-YEAR
                              UHL-STORE-CODE
                              UHL-STATUS
               MOVE "NOT ON VEHICLE MASTER" TO UHL-AUTO-MAKE
               MOVE ZERO TO WA-UNIT-ACQUISITION.

           IF AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           WRITE DETAIL-LINE-OUT FROM UNIT-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *          LIST ONE COST AND ADD IT TO THE UNIT'S TOTAL          *
      *                                                                *
      ******************************************************************

       B-400-LIST-ONE-COST.

           ADD 1 TO AC-ENTRY-COUNT.
           ADD VCL-AMOUNT TO AC-UNIT-RECON.

           SET CTT-INDEX TO 1.

           SEARCH CTT-ENTRY
               AT END
                   SET CTT-INDEX TO 6
               WHEN CTT-COST-TYPE(CTT-INDEX) = VCL-COST-TYPE
                   CONTINUE.

           SET WA-TYPE-SUB TO CTT-INDEX.
           ADD VCL-AMOUNT TO AC-TYPE-RECON(WA-TYPE-SUB).

           MOVE VCL-COST-DATE TO CDL-COST-DATE.
           MOVE CTT-NAME(CTT-INDEX) TO CDL-COST-TYPE.
           MOVE VCL-VENDOR TO CDL-VENDOR.
           MOVE VCL-AMOUNT TO CDL-AMOUNT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE DETAIL-LINE-OUT FROM COST-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.
      /
      ******************************************************************
      *                                                                *
      *          VEHICLE COST DETAIL LISTING HEADING PARAGRAPH         *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO CDH-PAGE-COUNT.

           WRITE DETAIL-LINE-OUT FROM CDH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE DETAIL-LINE-OUT FROM CDH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE DETAIL-LINE-OUT FROM CDH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE DETAIL-LINE-OUT FROM CDH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE DETAIL-LINE-OUT FROM CDH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *          WRITE ONE COST TYPE LINE OF THE GRAND TOTALS          *
      *                                                                *
      ******************************************************************

       M-510-WRITE-TYPE-TOTAL.

           MOVE CTT-NAME(CTT-INDEX) TO CSL-TYPE-NAME.
           SET WA-TYPE-SUB TO CTT-INDEX.
           MOVE AC-TYPE-RECON(WA-TYPE-SUB) TO CSL-TYPE-RECON.

           WRITE DETAIL-LINE-OUT FROM CSL-TYPE-LINE
             AFTER ADVANCING 1 LINE.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE AC-UNIT-COUNT TO CSL-UNIT-COUNT.
           MOVE AC-ENTRY-COUNT TO CSL-ENTRY-COUNT.
           MOVE AC-TOTAL-ACQUISITION TO CSL-ACQUISITION.
           MOVE AC-TOTAL-RECON TO CSL-RECON.
           ADD AC-TOTAL-ACQUISITION AC-TOTAL-RECON
             GIVING CSL-TOTAL-COST.

           IF AC-LINE-COUNT > 40
               PERFORM M-500-WRITE-HEADINGS.

           WRITE DETAIL-LINE-OUT FROM CSL-UNIT-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE DETAIL-LINE-OUT FROM CSL-ENTRY-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE DETAIL-LINE-OUT FROM CSL-ACQUISITION-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE DETAIL-LINE-OUT FROM CSL-RECON-TOTAL
             AFTER ADVANCING 1 LINE.

           PERFORM M-510-WRITE-TYPE-TOTAL
             VARYING CTT-INDEX FROM 1 BY 1
             UNTIL CTT-INDEX > 5.

           WRITE DETAIL-LINE-OUT FROM CSL-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE DETAIL-LINE-OUT FROM CSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE COST-LEDGER-FILE
                 VEHICLE-MASTER-FILE
                 COST-DETAIL-REPORT.

           DISPLAY " ".
           DISPLAY "VEHICLE COST DETAIL LISTING HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
