       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX47-3.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 15, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE SALESPERSON COMMISSION REGISTER   *
      *    AND PAYROLL EXTRACT FOR THE DEALERSHIP. EVERY SALE POSTED   *
      *    IN THE COMMISSION PERIOD IS SELECTED FROM THE CUSTOMER      *
      *    SALES FILE AND SORTED BY THE SALESPERSON WHO CLOSED THE     *
      *    DEAL. EACH DEAL'S ACQUISITION COST IS JOINED FROM THE       *
      *    VEHICLE INVENTORY MASTER THE SAME WAY THE GROSS PROFIT      *
      *    REPORT (VSEX29-1) JOINS IT, AND THE UNIT'S RECONDITIONING   *
      *    AND ADD-ON COSTS ARE TOTALED FROM THE VEHICLE COST LEDGER   *
      *    THE SAME WAY THE DAILY OPERATING CONTROL REPORT (VSEX58-1)  *
      *    TOTALS THEM. THE SALESPERSON IS PAID THE MASTER COMMISSION  *
      *    RATE ON THE DEAL'S GROSS PROFIT - SALE PRICE LESS BOTH      *
      *    COSTS. A DEAL WITH NO COST ON FILE IS FLAGGED AND HELD AT   *
      *    ZERO COMMISSION UNTIL ITS COST IS KNOWN, AND A DEAL SOLD AT *
      *    OR BELOW COST PAYS NOTHING. DEALS WHOSE SALESPERSON IS      *
      *    BLANK OR NOT ON THE SALESPERSON MASTER ARE LISTED BUT NOT   *
      *    PAID. AN INVENTORY MASTER TOO LARGE FOR THE COST TABLE      *
      *    WOULD LEAVE DEALS UNCOSTED, SO IT IS FLAGGED ON THE         *
      *    REGISTER AND THE RUN ENDS WITH RETURN CODE 8.               *
      *    ONE PAYROLL EXTRACT RECORD IS WRITTEN PER SALESPERSON IN    *
      *    THE SAME LAYOUT THE CLERK COMMISSION RUN (VSEX14-1) HANDS   *
      *    THE PAYROLL SERVICE. THE COMMISSION PERIOD (YYYYMM) IS      *
      *    READ FROM THE PERIOD PARAMETER FILE, OR DEFAULTS TO THE     *
      *    RUN MONTH.                                                  *
      *                                                                *
      *        INPUT:   CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                 SLSPMAST.DAT - SALESPERSON MASTER              *
      *                 COMMPRD.DAT  - COMMISSION PERIOD (YYYYMM)      *
      *                                                                *
      *        OUTPUT:  VSEX47-3.RPT - SALESPERSON COMMISSION REGISTER *
      *                 SLSPEXTR.DAT - SALESPERSON PAYROLL EXTRACT     *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR THE SALES         *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch47\SORTC
      -    "OM.DAT".

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL COST-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTL
      -    "EDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VCL-LEDGER-KEY.

           SELECT OPTIONAL SALESPERSON-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COMMP
      -    "RD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMISSION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch47\VSEX4
      -    "7-3.RPT".

           SELECT PAYROLL-EXTRACT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPE
      -    "XTR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *               INPUT FILE - CUSTOMER SALES FILE                 *
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
      *     SORT FILE - SORT THE PERIOD'S SALES BY SALESPERSON         *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 PIC X(9).
         02 SR-SALE-KEY PIC X(6).
         02 PIC X(77).
         02 SR-SALESPERSON-ID PIC XX.

      ******************************************************************
      *                                                                *
      *     SORTED SALES FILE - PERIOD SALES IN SALESPERSON SEQUENCE   *
      *                                                                *
      ******************************************************************

       FD  SORTED-SALES-FILE.

       01 SORTED-SALES-REC PIC X(94).

      ******************************************************************
      *                                                                *
      *     VEHICLE MASTER FILE - INVENTORY KEYED BY STOCK NUMBER,     *
      *     LOADED TO A TABLE FOR THE ACQUISITION COST JOIN            *
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
         02 VHF-FLOORED-FLAG PIC X.
           88 VHF-FLOORED VALUE "Y".
         02 VHF-FLOOR-AMOUNT PIC 9(5)V99.
         02 VHF-FLOOR-DATE PIC 9(8).
         02 VHF-FLOOR-LENDER PIC X(4).

      ******************************************************************
      *                                                                *
      *    COST-LEDGER-FILE - RECONDITIONING AND ADD-ON COSTS POSTED   *
      *    TO EACH UNIT BY VSEX51-1, KEYED BY STOCK NUMBER AND         *
      *    SEQUENCE WITHIN THE UNIT                                    *
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
      *    SALESPERSON-MASTER-FILE - THE SALES STAFF AND THEIR         *
      *    COMMISSION RATES, MAINTAINED BY VSEX47-1                    *
      *                                                                *
      ******************************************************************

       FD  SALESPERSON-MASTER-FILE.

       01 SALESPERSON-MASTER-RECORD.
         02 SPM-SALESPERSON-ID PIC XX.
         02 SPM-SALESPERSON-NAME PIC X(20).
         02 SPM-COMMISSION-RATE PIC 9V99.
         02 SPM-STORE-CODE PIC XX.
         02 SPM-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *    PERIOD-PARM-FILE - OPTIONAL COMMISSION PERIOD (YYYYMM)      *
      *                                                                *
      ******************************************************************

       FD  PERIOD-PARM-FILE.

       01 PERIOD-PARM-RECORD.
         02 PPR-COMMISSION-PERIOD PIC 9(6).

      ******************************************************************
      *                                                                *
      *        REPORT FILE - SALESPERSON COMMISSION REGISTER           *
      *                                                                *
      ******************************************************************

       FD  COMMISSION-REPORT.

       01 COMMISSION-LINE-OUT PIC X(90).

      ******************************************************************
      *                                                                *
      *    PAYROLL-EXTRACT-FILE - ONE RECORD PER SALESPERSON PAID,     *
      *    IN THE PAYROLL SERVICE LAYOUT WRITTEN BY VSEX14-1. THE      *
      *    SALES TOTAL CARRIES THE COMMISSIONABLE GROSS PROFIT         *
      *                                                                *
      ******************************************************************

       FD  PAYROLL-EXTRACT-FILE.

       01 PAYROLL-EXTRACT-RECORD.
         02 PXR-RUN-DATE PIC 9(8).
         02 PXR-CLERK-ID PIC XX.
         02 PXR-CLERK-NAME PIC X(20).
         02 PXR-COMMISSION-RATE PIC 9V99.
         02 PXR-SALES-TOTAL PIC 9(6)V99.
         02 PXR-COMMISSION PIC 9(6)V99.
         02 PXR-STORE-CODE PIC XX.
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

         02 SW-VEHICLE-EOF PIC X.
           88 VEHICLE-EOF VALUE "Y".

         02 SW-LEDGER-EOF PIC X.
           88 LEDGER-EOF VALUE "Y".

         02 SW-COST-TABLE-FULL PIC X VALUE "N".
           88 COST-TABLE-FULL VALUE "Y".

         02 SW-SALESPERSON-EOF PIC X.
           88 SALESPERSON-EOF VALUE "Y".

         02 SW-COST-FOUND PIC X.
           88 COST-FOUND VALUE "Y".

         02 SW-SALESPERSON-FOUND PIC X.
           88 SALESPERSON-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.

         02 AC-SLSP-DEAL-COUNT PIC 9(5).
         02 AC-SLSP-GROSS PIC S9(7)V99.
         02 AC-SLSP-COMMISSIONABLE PIC 9(7)V99.
         02 AC-SLSP-COMMISSION PIC 9(7)V99.

         02 AC-TOTAL-DEAL-COUNT PIC 9(5).
         02 AC-TOTAL-GROSS PIC S9(7)V99.
         02 AC-TOTAL-COMMISSION PIC 9(7)V99.
         02 AC-NO-COST-COUNT PIC 9(5).
         02 AC-UNPAID-COUNT PIC 9(5).
         02 AC-UNPAID-GROSS PIC S9(7)V99.
         02 AC-EXTRACT-COUNT PIC 9(5).
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

         02 WA-COMMISSION-PERIOD.
           03 WA-PERIOD-YEAR PIC 9(4).
           03 WA-PERIOD-MONTH PIC 99.

         02 WA-COMMISSION-PERIOD-N
               REDEFINES WA-COMMISSION-PERIOD PIC 9(6).

         02 WA-CHECK-PERIOD PIC 9(6).
         02 WA-HOLD-SALESPERSON-ID PIC XX.
         02 WA-COST-COUNT PIC 9(3) VALUE ZERO.
         02 WA-SALESPERSON-COUNT PIC 9(3) VALUE ZERO.
         02 WA-UNIT-COST PIC 9(6)V99.
         02 WA-UNIT-PROFIT PIC S9(6)V99.
         02 WA-UNIT-COMMISSION PIC 9(6)V99.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED VEHICLE COST TABLE - LOADED FROM THE           *
      *    INVENTORY MASTER SO EACH SALE'S STOCK NUMBER CAN BE         *
      *    JOINED TO ITS ACQUISITION COST, WITH THE UNIT'S COST        *
      *    LEDGER ENTRIES TOTALED IN AS ITS RECONDITIONING COST        *
      *                                                                *
      ******************************************************************

       01 VEHICLE-COST-TABLE.
         02 VCT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WA-COST-COUNT
                       INDEXED BY VCT-INDEX.
           03 VCT-STOCK-NUMBER PIC X(6).
           03 VCT-ACQUISITION-COST PIC 9(5)V99.
           03 VCT-RECON-COST PIC 9(6)V99.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED SALESPERSON TABLE - LOADED FROM THE            *
      *    SALESPERSON MASTER FOR THE NAME, RATE, AND HOME STORE.      *
      *    AN INACTIVE SALESPERSON IS STILL PAID ON DEALS POSTED       *
      *    BEFORE THE STATUS CHANGED                                   *
      *                                                                *
      ******************************************************************

       01 SALESPERSON-TABLE.
         02 SPT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WA-SALESPERSON-COUNT
                       INDEXED BY SPT-INDEX.
           03 SPT-SALESPERSON-ID PIC XX.
           03 SPT-SALESPERSON-NAME PIC X(20).
           03 SPT-COMMISSION-RATE PIC 9V99.
           03 SPT-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *        RECORD LAYOUT - CUSTOMER SALES FILE                     *
      *                                                                *
      ******************************************************************

       COPY SALESREC.
      /
      ******************************************************************
      *                                                                *
      *      REPORT HEADINGS FOR THE SALESPERSON COMMISSION REGISTER   *
      *                                                                *
      ******************************************************************

       01 COMMISSION-HEADINGS.

         02 CRH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CRH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(26) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CRH-PAGE-COUNT PIC ZZ9.

         02 CRH-LINE-2.
           03 PIC X(19) VALUE SPACES.
           03 PIC X(31) VALUE "SALESPERSON COMMISSION REGISTER".
           03 PIC X(10) VALUE " - PERIOD ".
           03 CRH-PERIOD-MONTH PIC 99.
           03 PIC X VALUE "/".
           03 CRH-PERIOD-YEAR PIC 9(4).

         02 CRH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CRH-LINE-3.
           03 PIC X(5) VALUE "STOCK".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(4) VALUE "CUST".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE "PURCHASE".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(10) VALUE "SALE PRICE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(9) VALUE "UNIT COST".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(12) VALUE "GROSS PROFIT".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(10) VALUE "COMMISSION".

         02 CRH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC X VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *      GROUP HEADING FOR EACH SALESPERSON ON THE REGISTER        *
      *                                                                *
      ******************************************************************

       01 SALESPERSON-HEADING-LINE.
         02 PIC X(16) VALUE "SALESPERSON --> ".
         02 SHL-SALESPERSON-ID PIC XX.
         02 PIC XX VALUE SPACES.
         02 SHL-SALESPERSON-NAME PIC X(20).
         02 PIC X(7) VALUE "  RATE ".
         02 SHL-COMMISSION-RATE PIC .99.
         02 PIC X(8) VALUE "  STORE ".
         02 SHL-STORE-CODE PIC XX.
      /
      ******************************************************************
      *                                                                *
      *      DETAIL LINE FOR THE SALESPERSON COMMISSION REGISTER       *
      *                                                                *
      ******************************************************************

       01 COMMISSION-DETAIL-LINE.
         02 CDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 CDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC XX VALUE SPACES.
         02 CDL-PURCHASE-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 CDL-SALE-PRICE PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 CDL-UNIT-COST PIC $ZZZ,ZZZ.99.
         02 PIC X VALUE SPACES.
         02 CDL-GROSS-PROFIT PIC $ZZ,ZZZ.99-.
         02 PIC XXX VALUE SPACES.
         02 CDL-COMMISSION PIC $ZZ,ZZZ.99.
         02 PIC X VALUE SPACES.
         02 CDL-NO-COST-FLAG PIC XX.

      ******************************************************************
      *                                                                *
      *      SUBTOTAL LINE FOR EACH SALESPERSON ON THE REGISTER        *
      *                                                                *
      ******************************************************************

       01 SALESPERSON-TOTAL-LINE.
         02 PIC X(20) VALUE "*  SALESPERSON TOTAL".
         02 PIC X(4) VALUE SPACES.
         02 STL-DEAL-COUNT PIC ZZ,ZZ9.
         02 PIC X(7) VALUE " DEALS ".
         02 PIC X(12) VALUE SPACES.
         02 STL-GROSS-PROFIT PIC $ZZZ,ZZZ.99-.
         02 PIC X VALUE SPACES.
         02 STL-COMMISSION PIC $ZZZ,ZZZ.99.

       01 NOT-PAID-LINE.
         02 PIC X(42) VALUE
             "** SALESPERSON NOT ON MASTER - NOT PAID **".

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE SALESPERSON COMMISSION REGISTER     *
      *                                                                *
      ******************************************************************

       01 COMMISSION-SUMMARY-LINES.

         02 CSL-DEAL-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL DEALS IN PERIOD    =".
           03 PIC XX VALUE SPACES.
           03 CSL-TOTAL-DEAL-COUNT PIC ZZ,ZZ9.

         02 CSL-GROSS-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL GROSS PROFIT       =".
           03 PIC XX VALUE SPACES.
           03 CSL-TOTAL-GROSS PIC $Z,ZZZ,ZZZ.99-.

         02 CSL-COMMISSION-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL COMMISSION         =".
           03 PIC XX VALUE SPACES.
           03 CSL-TOTAL-COMMISSION PIC $Z,ZZZ,ZZZ.99.

         02 CSL-NO-COST-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "DEALS HELD - NO COST     =".
           03 PIC XX VALUE SPACES.
           03 CSL-NO-COST-COUNT PIC ZZ,ZZ9.

         02 CSL-UNPAID-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "DEALS NOT ON MASTER      =".
           03 PIC XX VALUE SPACES.
           03 CSL-UNPAID-COUNT PIC ZZ,ZZ9.
           03 PIC X(12) VALUE "   GROSS =  ".
           03 CSL-UNPAID-GROSS PIC $Z,ZZZ,ZZZ.99-.

         02 CSL-TABLE-FULL-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(51) VALUE
               "** VEHICLE COST TABLE FULL - DEALS LEFT UNCOSTED **".

         02 CSL-EXTRACT-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "PAYROLL RECORDS WRITTEN  =".
           03 PIC XX VALUE SPACES.
           03 CSL-EXTRACT-COUNT PIC ZZ,ZZ9.

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
           PERFORM B-100-LOAD-COST-TABLE.
           PERFORM B-150-LOAD-RECON-COSTS.
           PERFORM B-300-LOAD-SALESPERSON-TABLE.
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
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO CRH-DATE.

           MOVE WA-TODAYS-YEAR TO WA-PERIOD-YEAR.
           MOVE WA-TODAYS-MONTH TO WA-PERIOD-MONTH.

           PERFORM A-200-READ-COMMISSION-PERIOD.

           MOVE WA-PERIOD-MONTH TO CRH-PERIOD-MONTH.
           MOVE WA-PERIOD-YEAR TO CRH-PERIOD-YEAR.

           OPEN OUTPUT COMMISSION-REPORT
                       PAYROLL-EXTRACT-FILE.

      ******************************************************************
      *                                                                *
      *     READ THE COMMISSION PERIOD PARAMETER, IF PRESENT           *
      *                                                                *
      ******************************************************************

       A-200-READ-COMMISSION-PERIOD.

           OPEN INPUT PERIOD-PARM-FILE.

           READ PERIOD-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PPR-COMMISSION-PERIOD
                     TO WA-COMMISSION-PERIOD-N.

           CLOSE PERIOD-PARM-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VEHICLE COST TABLE - WHEN NO INVENTORY MASTER     *
      *     IS ON FILE THE TABLE IS EMPTY AND EVERY DEAL IS HELD       *
      *     FOR WANT OF A COST. A UNIT LEFT UNREAD WHEN THE TABLE      *
      *     FILLS MARKS THE RUN IN ERROR                               *
      *                                                                *
      ******************************************************************

       B-100-LOAD-COST-TABLE.

           OPEN INPUT VEHICLE-MASTER-FILE.

           MOVE "N" TO SW-VEHICLE-EOF.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-VEHICLE-EOF.

           PERFORM B-200-LOAD-COST-ENTRY
             VARYING VCT-INDEX FROM 1 BY 1
             UNTIL VEHICLE-EOF OR VCT-INDEX > 500.

           IF NOT VEHICLE-EOF
               MOVE "Y" TO SW-COST-TABLE-FULL.

           CLOSE VEHICLE-MASTER-FILE.

       B-200-LOAD-COST-ENTRY.

           MOVE VHF-STOCK-NUMBER TO VCT-STOCK-NUMBER(VCT-INDEX).
           MOVE VHF-ACQUISITION-COST
             TO VCT-ACQUISITION-COST(VCT-INDEX).
           MOVE ZERO TO VCT-RECON-COST(VCT-INDEX).
           MOVE VCT-INDEX TO WA-COST-COUNT.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-VEHICLE-EOF.

      ******************************************************************
      *                                                                *
      *     TOTAL THE VEHICLE COST LEDGER INTO THE COST TABLE BY       *
      *     STOCK NUMBER - A LEDGER ENTRY FOR A UNIT NO LONGER ON THE  *
      *     INVENTORY MASTER HAS NO DEAL TO COST AND IS PASSED         *
      *                                                                *
      ******************************************************************

       B-150-LOAD-RECON-COSTS.

           OPEN INPUT COST-LEDGER-FILE.

           MOVE "N" TO SW-LEDGER-EOF.

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

           PERFORM B-160-ADD-RECON-COST
             UNTIL LEDGER-EOF.

           CLOSE COST-LEDGER-FILE.

       B-160-ADD-RECON-COST.

           IF WA-COST-COUNT > 0
               SET VCT-INDEX TO 1
               SEARCH VCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VCT-STOCK-NUMBER(VCT-INDEX) =
                        VCL-STOCK-NUMBER
                       ADD VCL-AMOUNT TO VCT-RECON-COST(VCT-INDEX).

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE SALESPERSON TABLE FROM THE SALESPERSON MASTER     *
      *                                                                *
      ******************************************************************

       B-300-LOAD-SALESPERSON-TABLE.

           OPEN INPUT SALESPERSON-MASTER-FILE.

           MOVE "N" TO SW-SALESPERSON-EOF.

           READ SALESPERSON-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-SALESPERSON-EOF.

           PERFORM B-400-LOAD-SALESPERSON-ENTRY
             VARYING SPT-INDEX FROM 1 BY 1
             UNTIL SALESPERSON-EOF OR SPT-INDEX > 200.

           CLOSE SALESPERSON-MASTER-FILE.

       B-400-LOAD-SALESPERSON-ENTRY.

           MOVE SPM-SALESPERSON-ID TO SPT-SALESPERSON-ID(SPT-INDEX).
           MOVE SPM-SALESPERSON-NAME
             TO SPT-SALESPERSON-NAME(SPT-INDEX).
           MOVE SPM-COMMISSION-RATE TO SPT-COMMISSION-RATE(SPT-INDEX).
           MOVE SPM-STORE-CODE TO SPT-STORE-CODE(SPT-INDEX).
           MOVE SPT-INDEX TO WA-SALESPERSON-COUNT.

           READ SALESPERSON-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-SALESPERSON-EOF.
      /
      ******************************************************************
      *                                                                *
      *             FILE PROCESSING CONTROL PARAGRAPH                  *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-FILE.

           SORT SORT-FILE
           ON ASCENDING KEY SR-SALESPERSON-ID
                            SR-SALE-KEY
             INPUT PROCEDURE C-110-SELECT-PERIOD-SALES
             GIVING SORTED-SALES-FILE.

           OPEN INPUT SORTED-SALES-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ SORTED-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           MOVE CSR-SALESPERSON-ID TO WA-HOLD-SALESPERSON-ID.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           IF AC-SLSP-DEAL-COUNT > 0
               PERFORM C-410-SALESPERSON-BREAK.

           CLOSE SORTED-SALES-FILE.

      ******************************************************************
      *                                                                *
      *     INPUT PROCEDURE - RELEASE ONLY THE SALES DATED IN THE      *
      *     COMMISSION PERIOD                                          *
      *                                                                *
      ******************************************************************

       C-110-SELECT-PERIOD-SALES.

           OPEN INPUT CUSTOMER-SALES-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-120-RELEASE-ONE-SALE
             UNTIL END-OF-FILE.

           CLOSE CUSTOMER-SALES-FILE.

       C-120-RELEASE-ONE-SALE.

           MOVE CSR-PURCHASE-DATE(5:4) TO WA-CHECK-PERIOD(1:4).
           MOVE CSR-PURCHASE-DATE(1:2) TO WA-CHECK-PERIOD(5:2).

           IF WA-CHECK-PERIOD = WA-COMMISSION-PERIOD-N
               RELEASE SORT-RECORD FROM CUSTOMER-SALES-RECORD.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     LIST ONE DEAL, BREAKING ON SALESPERSON                     *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           IF CSR-SALESPERSON-ID NOT = WA-HOLD-SALESPERSON-ID
               PERFORM C-410-SALESPERSON-BREAK.

           PERFORM C-300-LIST-ONE-DEAL.

           READ SORTED-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     JOIN THE COST, FIGURE THE COMMISSION, WRITE THE DETAIL     *
      *     LINE, AND ACCUMULATE                                       *
      *                                                                *
      ******************************************************************

       C-300-LIST-ONE-DEAL.

           IF AC-SLSP-DEAL-COUNT = 0
               PERFORM C-440-SALESPERSON-HEADING.

           PERFORM C-310-JOIN-ACQUISITION-COST.

           COMPUTE WA-UNIT-PROFIT =
               CSR-PURCHASE-PRICE - WA-UNIT-COST.

      *    ONLY A COSTED DEAL SOLD ABOVE COST, BY A SALESPERSON ON
      *    THE MASTER, EARNS COMMISSION

           MOVE ZERO TO WA-UNIT-COMMISSION.

           IF SALESPERSON-FOUND AND COST-FOUND AND WA-UNIT-PROFIT > 0
               COMPUTE WA-UNIT-COMMISSION ROUNDED =
                   WA-UNIT-PROFIT * SPT-COMMISSION-RATE(SPT-INDEX)
               ADD WA-UNIT-PROFIT TO AC-SLSP-COMMISSIONABLE
               ADD WA-UNIT-COMMISSION TO AC-SLSP-COMMISSION.

           MOVE CSR-STOCK-NUMBER TO CDL-STOCK-NUMBER.
           MOVE CSR-CUSTOMER-NUMBER TO CDL-CUSTOMER-NUMBER.
           MOVE CSR-PURCHASE-DATE TO CDL-PURCHASE-DATE.
           MOVE CSR-PURCHASE-PRICE TO CDL-SALE-PRICE.
           MOVE WA-UNIT-COST TO CDL-UNIT-COST.
           MOVE WA-UNIT-PROFIT TO CDL-GROSS-PROFIT.
           MOVE WA-UNIT-COMMISSION TO CDL-COMMISSION.

           IF COST-FOUND
               MOVE SPACES TO CDL-NO-COST-FLAG
           ELSE
               MOVE "**" TO CDL-NO-COST-FLAG
               ADD 1 TO AC-NO-COST-COUNT.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE COMMISSION-LINE-OUT FROM COMMISSION-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

           ADD 1 TO AC-SLSP-DEAL-COUNT.
           ADD WA-UNIT-PROFIT TO AC-SLSP-GROSS.

      ******************************************************************
      *                                                                *
      *     JOIN THE SALE'S STOCK NUMBER TO ITS ACQUISITION COST       *
      *     PLUS ITS RECONDITIONING COST - A BLANK OR UNMATCHED        *
      *     STOCK NUMBER COSTS AT ZERO                                 *
      *                                                                *
      ******************************************************************

       C-310-JOIN-ACQUISITION-COST.

           MOVE "N" TO SW-COST-FOUND.
           MOVE ZERO TO WA-UNIT-COST.

           IF CSR-STOCK-NUMBER NOT = SPACES AND WA-COST-COUNT > 0
               SET VCT-INDEX TO 1
               SEARCH VCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VCT-STOCK-NUMBER(VCT-INDEX) =
                        CSR-STOCK-NUMBER
                       MOVE "Y" TO SW-COST-FOUND
                       COMPUTE WA-UNIT-COST =
                           VCT-ACQUISITION-COST(VCT-INDEX) +
                           VCT-RECON-COST(VCT-INDEX).
      /
      ******************************************************************
      *                                                                *
      *     SALESPERSON CONTROL BREAK - PRINT THE SUBTOTAL AND WRITE   *
      *     THE PAYROLL EXTRACT RECORD. DEALS WITH NO SALESPERSON ON   *
      *     THE MASTER ARE TOTALED AS UNPAID AND NOT EXTRACTED         *
      *                                                                *
      ******************************************************************

       C-410-SALESPERSON-BREAK.

           IF AC-SLSP-DEAL-COUNT > 0
               MOVE AC-SLSP-DEAL-COUNT TO STL-DEAL-COUNT
               MOVE AC-SLSP-GROSS TO STL-GROSS-PROFIT
               MOVE AC-SLSP-COMMISSION TO STL-COMMISSION

               WRITE COMMISSION-LINE-OUT FROM SALESPERSON-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
               ADD 1 TO AC-LINE-COUNT

               ADD AC-SLSP-DEAL-COUNT TO AC-TOTAL-DEAL-COUNT
               ADD AC-SLSP-GROSS TO AC-TOTAL-GROSS

               IF SALESPERSON-FOUND
                   ADD AC-SLSP-COMMISSION TO AC-TOTAL-COMMISSION
                   PERFORM C-420-WRITE-PAYROLL-EXTRACT
               ELSE
                   ADD AC-SLSP-DEAL-COUNT TO AC-UNPAID-COUNT
                   ADD AC-SLSP-GROSS TO AC-UNPAID-GROSS
                   WRITE COMMISSION-LINE-OUT FROM NOT-PAID-LINE
                     AFTER ADVANCING 1 LINE
                   ADD 1 TO AC-LINE-COUNT.

           MOVE CSR-SALESPERSON-ID TO WA-HOLD-SALESPERSON-ID.
           MOVE ZERO TO AC-SLSP-DEAL-COUNT
                        AC-SLSP-GROSS
                        AC-SLSP-COMMISSIONABLE
                        AC-SLSP-COMMISSION.

      ******************************************************************
      *                                                                *
      *     WRITE ONE SALESPERSON'S PAYROLL EXTRACT RECORD             *
      *                                                                *
      ******************************************************************

       C-420-WRITE-PAYROLL-EXTRACT.

           MOVE WA-RUN-DATE TO PXR-RUN-DATE.
           MOVE SPT-SALESPERSON-ID(SPT-INDEX) TO PXR-CLERK-ID.
           MOVE SPT-SALESPERSON-NAME(SPT-INDEX) TO PXR-CLERK-NAME.
           MOVE SPT-COMMISSION-RATE(SPT-INDEX) TO PXR-COMMISSION-RATE.
           MOVE AC-SLSP-COMMISSIONABLE TO PXR-SALES-TOTAL.
           MOVE AC-SLSP-COMMISSION TO PXR-COMMISSION.
           MOVE SPT-STORE-CODE(SPT-INDEX) TO PXR-STORE-CODE.

           WRITE PAYROLL-EXTRACT-RECORD.
           ADD 1 TO AC-EXTRACT-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     START A NEW SALESPERSON GROUP - LOOK THE SALESPERSON UP    *
      *     ON THE MASTER AND PRINT THE GROUP HEADING. THE TABLE       *
      *     INDEX IS LEFT ON THE SALESPERSON FOR THE REST OF THE       *
      *     GROUP                                                      *
      *                                                                *
      ******************************************************************

       C-440-SALESPERSON-HEADING.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           MOVE "N" TO SW-SALESPERSON-FOUND.

           IF CSR-SALESPERSON-ID NOT = SPACES AND
              WA-SALESPERSON-COUNT > 0
               SET SPT-INDEX TO 1
               SEARCH SPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SPT-SALESPERSON-ID(SPT-INDEX) =
                        CSR-SALESPERSON-ID
                       MOVE "Y" TO SW-SALESPERSON-FOUND.

           MOVE CSR-SALESPERSON-ID TO SHL-SALESPERSON-ID.

           IF SALESPERSON-FOUND
               MOVE SPT-SALESPERSON-NAME(SPT-INDEX)
                 TO SHL-SALESPERSON-NAME
               MOVE SPT-COMMISSION-RATE(SPT-INDEX)
                 TO SHL-COMMISSION-RATE
               MOVE SPT-STORE-CODE(SPT-INDEX) TO SHL-STORE-CODE
           ELSE
               MOVE "** NOT ON MASTER **" TO SHL-SALESPERSON-NAME
               MOVE ZERO TO SHL-COMMISSION-RATE
               MOVE SPACES TO SHL-STORE-CODE.

           WRITE COMMISSION-LINE-OUT FROM SALESPERSON-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *       SALESPERSON COMMISSION REGISTER HEADING PARAGRAPH        *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO CRH-PAGE-COUNT.

           WRITE COMMISSION-LINE-OUT FROM CRH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE COMMISSION-LINE-OUT FROM CRH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CRH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CRH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE COMMISSION-LINE-OUT FROM CRH-LINE-4
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

           MOVE AC-TOTAL-DEAL-COUNT TO CSL-TOTAL-DEAL-COUNT.
           MOVE AC-TOTAL-GROSS TO CSL-TOTAL-GROSS.
           MOVE AC-TOTAL-COMMISSION TO CSL-TOTAL-COMMISSION.
           MOVE AC-NO-COST-COUNT TO CSL-NO-COST-COUNT.
           MOVE AC-UNPAID-COUNT TO CSL-UNPAID-COUNT.
           MOVE AC-UNPAID-GROSS TO CSL-UNPAID-GROSS.
           MOVE AC-EXTRACT-COUNT TO CSL-EXTRACT-COUNT.

           WRITE COMMISSION-LINE-OUT FROM CSL-DEAL-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE COMMISSION-LINE-OUT FROM CSL-GROSS-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CSL-COMMISSION-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CSL-NO-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CSL-UNPAID-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE COMMISSION-LINE-OUT FROM CSL-EXTRACT-TOTAL
             AFTER ADVANCING 1 LINE.

           IF COST-TABLE-FULL
               WRITE COMMISSION-LINE-OUT FROM CSL-TABLE-FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE.
           WRITE COMMISSION-LINE-OUT FROM CSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE COMMISSION-REPORT
                 PAYROLL-EXTRACT-FILE.

           DISPLAY " ".
           DISPLAY "SALESPERSON COMMISSION PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
