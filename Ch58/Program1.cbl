       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX58-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 31, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRODUCES THE DAILY DEALER OPERATING CONTROL    *
      *    REPORT FOR THE BUSINESS DATE THE NIGHTLY CHAIN CARRIES      *
      *    (BUSDATE.DAT, DEFAULT RUN DATE) - ONE PAGE PER STORE ON     *
      *    THE STORE MASTER FOLLOWED BY A DEALERSHIP TOTAL PAGE, SO    *
      *    EACH STORE MANAGER SEES THE NIGHT'S NUMBERS ON A SINGLE     *
      *    SHEET. EVERY PAGE SHOWS:                                    *
      *                                                                *
      *        SALES        - UNITS, SALE DOLLARS, AND GROSS PROFIT    *
      *                       FOR THE BUSINESS DAY AND MONTH-TO-DATE   *
      *                       FROM THE CUSTOMER SALES FILE, COSTED     *
      *                       THE SAME WAY AS THE GROSS PROFIT         *
      *                       REPORT (VSEX29-1)                        *
      *        FINANCE      - NEW FINANCE CONTRACTS AND AMOUNT         *
      *                       FINANCED, DAY AND MONTH-TO-DATE          *
      *        INVENTORY    - AVAILABLE UNITS ON THE LOT AND UNITS     *
      *                       OVER 90 DAYS, BANDED AS IN VSEX35-1      *
      *        DELINQUENCY  - OPEN CONTRACTS 30 DAYS AND OVER AND      *
      *                       THEIR BALANCES, AGED AS IN VSEX34-2      *
      *        SUSPENSE     - ITEMS HELD ON THE SUSPENSE FILE          *
      *                                                                *
      *    THE FINANCE MASTER CARRIES NO STORE CODE. A CONTRACT TAKES  *
      *    THE STORE OF THE SALE IT FINANCED (SAME CUSTOMER NUMBER AND *
      *    SALE SEQUENCE ON THE CUSTOMER SALES FILE). A SUSPENDED ITEM *
      *    TAKES THE STORE KEYED ON IT, OR WHEN NONE WAS KEYED THE     *
      *    STORE OF ITS STOCK NUMBER ON THE INVENTORY MASTER. ANYTHING *
      *    THAT CANNOT BE PLACED IS REPORTED UNDER AN UNASSIGNED       *
      *    STORE, AND A STORE CODE MISSING FROM THE STORE MASTER GETS  *
      *    ITS OWN PAGE SO NOTHING DROPS OUT OF THE DEALERSHIP TOTAL.  *
      *    INVENTORY AND DELINQUENCY ARE AGED AS OF THE BUSINESS DATE. *
      *    THE PROGRAM RUNS AS A STEP OF THE NIGHTLY CHAIN (VSEX18-1)  *
      *    AHEAD OF THE REPORT CAPTURE (VSEX42-1).                     *
      *                                                                *
      *        INPUT:   BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                 CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 FINMAST.DAT  - FINANCE CONTRACT MASTER         *
      *                 BADTRAN.DAT  - SUSPENSE FILE FROM VSEX9-3      *
      *                                                                *
      *        OUTPUT:  VSEX58-1.RPT - DAILY OPERATING CONTROL REPORT  *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT OPTIONAL FINANCE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BADTR
      -    "AN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch58\VSEX5
      -    "8-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

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
      *    STORE-MASTER-FILE - ONE PAGE PER STORE, IN STORE MASTER     *
      *    ORDER, MAINTAINED BY VSEX37-1                               *
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
      *    VEHICLE MASTER FILE - INVENTORY KEYED BY STOCK NUMBER,      *
      *    LOADED TO A TABLE FOR THE COST JOIN AND COUNTED FOR THE     *
      *    LOT FIGURES                                                 *
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
      *    INPUT FILE - CUSTOMER SALES FILE, READ IN KEY SEQUENCE FOR  *
      *    THE SALES FIGURES AND BY KEY TO PLACE EACH FINANCE          *
      *    CONTRACT IN ITS STORE                                       *
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
      *    FINANCE CONTRACT MASTER - KEYED BY CUSTOMER NUMBER PLUS     *
      *    SALE SEQUENCE                                               *
      *                                                                *
      ******************************************************************

       FD  FINANCE-MASTER-FILE.

       01 FINANCE-MASTER-RECORD.
         02 FMR-CONTRACT-KEY.
           03 FMR-CUSTOMER-NUMBER PIC X(4).
           03 FMR-SALE-SEQUENCE PIC 9(2).
         02 FMR-CUSTOMER-NAME PIC X(20).
         02 FMR-CONTRACT-DATE PIC 9(8).
         02 FMR-AMOUNT-FINANCED PIC 9(5)V99.
         02 FMR-FINANCE-RATE PIC 99V999.
         02 FMR-TERM-MONTHS PIC 9(3).
         02 FMR-PAYMENT-AMOUNT PIC 9(4)V99.
         02 FMR-BALANCE PIC 9(6)V99.
         02 FMR-LAST-PAYMENT-DATE PIC 9(8).
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    SUSPENSE FILE - TRANSACTIONS HELD BY VSEX9-3 AND AGED BY    *
      *    VSEX12-1                                                    *
      *                                                                *
      ******************************************************************

       FD  SUSPENSE-FILE.

       01 SUSPENSE-RECORD.
         02 SPR-RECORD-TYPE PIC X.
         02 SPR-TRANSACTION-IMAGE.
           03 SPR-CUSTOMER-NUMBER PIC X(4).
           03 SPR-PURCHASE-DATE PIC X(8).
           03 SPR-AUTO-MAKE PIC X(20).
           03 SPR-PURCHASE-PRICE PIC X(7).
           03 SPR-PURCHASE-PRICE-N REDEFINES
              SPR-PURCHASE-PRICE PIC 9(5)V99.
           03 SPR-AUTO-YEAR PIC X(4).
           03 SPR-SATISFACTION-CODE PIC X.
           03 SPR-STOCK-NUMBER PIC X(6).
           03 SPR-FINANCED-FLAG PIC X.
           03 SPR-FINANCE-RATE PIC X(5).
           03 SPR-FINANCE-TERM PIC X(3).
           03 SPR-SALESPERSON-ID PIC XX.
           03 SPR-STORE-CODE PIC XX.
         02 SPR-CYCLE-COUNT-ALPHA PIC X(3).
         02 SPR-CYCLE-COUNT REDEFINES
            SPR-CYCLE-COUNT-ALPHA PIC 9(3).

      ******************************************************************
      *                                                                *
      *          REPORT FILE - DAILY OPERATING CONTROL REPORT          *
      *                                                                *
      ******************************************************************

       FD  CONTROL-REPORT.

       01 CONTROL-LINE-OUT PIC X(80).
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

         02 SW-VEHICLE-EOF PIC X.
           88 VEHICLE-EOF VALUE "Y".

         02 SW-LEDGER-EOF PIC X.
           88 LEDGER-EOF VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-STORE-FOUND PIC X.
           88 STORE-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-SALES-READ PIC 9(6).
         02 AC-CONTRACTS-READ PIC 9(6).
         02 AC-SUSPENSE-READ PIC 9(6).
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

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-MONTH-START-DATE PIC 9(8).
         02 WA-ITEM-YMD PIC 9(8).
         02 WA-AGE-FROM-DATE PIC 9(8).
         02 WA-AGE-DAYS PIC S9(7).
         02 WA-UNIT-COUNT PIC 9(3) VALUE ZERO.
         02 WA-STORE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-LOOKUP-STORE-CODE PIC XX.
         02 WA-UNIT-PROFIT PIC S9(7)V99.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED VEHICLE TABLE - LOADED FROM THE INVENTORY      *
      *    MASTER SO EACH SALE CAN BE COSTED AND EACH SUSPENDED ITEM   *
      *    PLACED IN ITS STORE BY STOCK NUMBER                         *
      *                                                                *
      ******************************************************************

       01 VEHICLE-UNIT-TABLE.
         02 VUT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WA-UNIT-COUNT
                       INDEXED BY VUT-INDEX.
           03 VUT-STOCK-NUMBER PIC X(6).
           03 VUT-ACQUISITION-COST PIC 9(5)V99.
           03 VUT-RECON-COST PIC 9(6)V99.
           03 VUT-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED STORE CONTROL TABLE - ONE ENTRY PER STORE ON   *
      *    THE STORE MASTER, PLUS ANY STORE CODE FOUND ON THE FILES    *
      *    THAT THE MASTER DOES NOT CARRY. THE FIGURES GROUP MATCHES   *
      *    THE PRINT AND TOTAL FIGURES BELOW                           *
      *                                                                *
      ******************************************************************

       01 STORE-CONTROL-TABLE.
         02 SCT-ENTRY OCCURS 1 TO 25 TIMES
                       DEPENDING ON WA-STORE-COUNT
                       INDEXED BY SCT-INDEX.
           03 SCT-STORE-CODE PIC XX.
           03 SCT-STORE-NAME PIC X(20).
           03 SCT-FIGURES.
             04 SCT-DAY-UNITS PIC 9(5).
             04 SCT-DAY-SALES PIC 9(8)V99.
             04 SCT-DAY-PROFIT PIC S9(8)V99.
             04 SCT-MTD-UNITS PIC 9(5).
             04 SCT-MTD-SALES PIC 9(8)V99.
             04 SCT-MTD-PROFIT PIC S9(8)V99.
             04 SCT-DAY-CONTRACTS PIC 9(5).
             04 SCT-DAY-FINANCED PIC 9(8)V99.
             04 SCT-MTD-CONTRACTS PIC 9(5).
             04 SCT-MTD-FINANCED PIC 9(8)V99.
             04 SCT-LOT-UNITS PIC 9(5).
             04 SCT-LOT-COST PIC 9(8)V99.
             04 SCT-OVER-90-UNITS PIC 9(5).
             04 SCT-OVER-90-COST PIC 9(8)V99.
             04 SCT-DELINQUENT-COUNT PIC 9(5).
             04 SCT-DELINQUENT-BALANCE PIC 9(8)V99.
             04 SCT-90-PLUS-COUNT PIC 9(5).
             04 SCT-90-PLUS-BALANCE PIC 9(8)V99.
             04 SCT-SUSPENSE-COUNT PIC 9(5).
             04 SCT-SUSPENSE-AMOUNT PIC 9(8)V99.

      ******************************************************************
      *                                                                *
      *    FIGURES FOR THE PAGE BEING PRINTED, AND THE DEALERSHIP      *
      *    TOTAL ROLLED UP FROM EVERY STORE PAGE                       *
      *                                                                *
      ******************************************************************

       01 PAGE-FIGURES.
         02 PGF-DAY-UNITS PIC 9(5).
         02 PGF-DAY-SALES PIC 9(8)V99.
         02 PGF-DAY-PROFIT PIC S9(8)V99.
         02 PGF-MTD-UNITS PIC 9(5).
         02 PGF-MTD-SALES PIC 9(8)V99.
         02 PGF-MTD-PROFIT PIC S9(8)V99.
         02 PGF-DAY-CONTRACTS PIC 9(5).
         02 PGF-DAY-FINANCED PIC 9(8)V99.
         02 PGF-MTD-CONTRACTS PIC 9(5).
         02 PGF-MTD-FINANCED PIC 9(8)V99.
         02 PGF-LOT-UNITS PIC 9(5).
         02 PGF-LOT-COST PIC 9(8)V99.
         02 PGF-OVER-90-UNITS PIC 9(5).
         02 PGF-OVER-90-COST PIC 9(8)V99.
         02 PGF-DELINQUENT-COUNT PIC 9(5).
         02 PGF-DELINQUENT-BALANCE PIC 9(8)V99.
         02 PGF-90-PLUS-COUNT PIC 9(5).
         02 PGF-90-PLUS-BALANCE PIC 9(8)V99.
         02 PGF-SUSPENSE-COUNT PIC 9(5).
         02 PGF-SUSPENSE-AMOUNT PIC 9(8)V99.

       01 DEALERSHIP-FIGURES.
         02 DLF-DAY-UNITS PIC 9(5).
         02 DLF-DAY-SALES PIC 9(8)V99.
         02 DLF-DAY-PROFIT PIC S9(8)V99.
         02 DLF-MTD-UNITS PIC 9(5).
         02 DLF-MTD-SALES PIC 9(8)V99.
         02 DLF-MTD-PROFIT PIC S9(8)V99.
         02 DLF-DAY-CONTRACTS PIC 9(5).
         02 DLF-DAY-FINANCED PIC 9(8)V99.
         02 DLF-MTD-CONTRACTS PIC 9(5).
         02 DLF-MTD-FINANCED PIC 9(8)V99.
         02 DLF-LOT-UNITS PIC 9(5).
         02 DLF-LOT-COST PIC 9(8)V99.
         02 DLF-OVER-90-UNITS PIC 9(5).
         02 DLF-OVER-90-COST PIC 9(8)V99.
         02 DLF-DELINQUENT-COUNT PIC 9(5).
         02 DLF-DELINQUENT-BALANCE PIC 9(8)V99.
         02 DLF-90-PLUS-COUNT PIC 9(5).
         02 DLF-90-PLUS-BALANCE PIC 9(8)V99.
         02 DLF-SUSPENSE-COUNT PIC 9(5).
         02 DLF-SUSPENSE-AMOUNT PIC 9(8)V99.

      ******************************************************************
      *                                                                *
      *              RECORD LAYOUT - CUSTOMER SALES FILE               *
      *                                                                *
      ******************************************************************

       COPY SALESREC.
      /
      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE DAILY OPERATING CONTROL REPORT     *
      *                                                                *
      ******************************************************************

       01 CONTROL-HEADINGS.

         02 CRH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CRH-DATE PIC Z9/99/9999.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(26) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CRH-PAGE-COUNT PIC ZZ9.

         02 CRH-LINE-2.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "DAILY OPERATING CONTROL REPORT".

         02 CRH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CRH-LINE-3.
           03 PIC X(7) VALUE "STORE: ".
           03 CRH-STORE-CODE PIC XX.
           03 PIC XX VALUE SPACES.
           03 CRH-STORE-NAME PIC X(20).
           03 PIC X(18) VALUE SPACES.
           03 PIC X(15) VALUE "BUSINESS DATE: ".
           03 CRH-BUSINESS-DATE PIC Z9/99/9999.

         02 CRH-LINE-4.
           03 PIC X(80) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *    SECTION HEADING AND FIGURE LINES - THE SALES AND FINANCE    *
      *    SECTIONS CARRY A BUSINESS DAY AND A MONTH-TO-DATE COLUMN,   *
      *    THE OTHERS A SINGLE COLUMN AS OF THE BUSINESS DATE          *
      *                                                                *
      ******************************************************************

       01 CONTROL-SECTION-LINE.
         02 CSL-SECTION-NAME PIC X(32).
         02 CSL-COLUMN-1 PIC X(15).
         02 PIC XXX VALUE SPACES.
         02 CSL-COLUMN-2 PIC X(15).

       01 CONTROL-COUNT-LINE-2.
         02 PIC XX VALUE SPACES.
         02 CCL2-LABEL PIC X(30).
         02 PIC X(8) VALUE SPACES.
         02 CCL2-DAY-COUNT PIC ZZZ,ZZ9.
         02 PIC X(11) VALUE SPACES.
         02 CCL2-MTD-COUNT PIC ZZZ,ZZ9.

       01 CONTROL-AMOUNT-LINE-2.
         02 PIC XX VALUE SPACES.
         02 CAL2-LABEL PIC X(30).
         02 CAL2-DAY-AMOUNT PIC $ZZ,ZZZ,ZZZ.99-.
         02 PIC XXX VALUE SPACES.
         02 CAL2-MTD-AMOUNT PIC $ZZ,ZZZ,ZZZ.99-.

       01 CONTROL-COUNT-LINE-1.
         02 PIC XX VALUE SPACES.
         02 CCL1-LABEL PIC X(30).
         02 PIC X(8) VALUE SPACES.
         02 CCL1-COUNT PIC ZZZ,ZZ9.

       01 CONTROL-AMOUNT-LINE-1.
         02 PIC XX VALUE SPACES.
         02 CAL1-LABEL PIC X(30).
         02 CAL1-AMOUNT PIC $ZZ,ZZZ,ZZZ.99-.

       01 CONTROL-END-LINE.
         02 PIC X(24) VALUE SPACES.
         02 PIC X(13) VALUE "END OF REPORT".
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
           PERFORM B-100-LOAD-STORE-TABLE.
           PERFORM B-300-LOAD-VEHICLE-TABLE.
           PERFORM B-500-LOAD-RECON-COSTS.
           PERFORM C-100-PROCESS-SALES.
           PERFORM C-300-PROCESS-CONTRACTS.
           PERFORM C-500-PROCESS-SUSPENSE.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.
           INITIALIZE DEALERSHIP-FIGURES.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO CRH-DATE.

           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).

           PERFORM A-200-READ-BUSINESS-DATE.

           MOVE WA-BUSINESS-DATE TO WA-MONTH-START-DATE.
           MOVE "01" TO WA-MONTH-START-DATE(7:2).

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO CRH-BUSINESS-DATE.

      ******************************************************************
      *                                                                *
      *          READ THE BUSINESS DATE PARAMETER, IF PRESENT          *
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
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE STORE CONTROL TABLE FROM THE STORE MASTER         *
      *     (VSEX37-1) SO EVERY STORE GETS ITS PAGE, ACTIVITY OR NOT   *
      *                                                                *
      ******************************************************************

       B-100-LOAD-STORE-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM B-200-LOAD-STORE-ENTRY
             VARYING SCT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SCT-INDEX > 25.

           CLOSE STORE-MASTER-FILE.

       B-200-LOAD-STORE-ENTRY.

           MOVE SCT-INDEX TO WA-STORE-COUNT.
           MOVE SMR-STORE-CODE TO SCT-STORE-CODE(SCT-INDEX).
           MOVE SMR-STORE-NAME TO SCT-STORE-NAME(SCT-INDEX).
           INITIALIZE SCT-FIGURES(SCT-INDEX).

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VEHICLE TABLE FROM THE INVENTORY MASTER AND       *
      *     COUNT EACH AVAILABLE UNIT ON ITS STORE'S LOT               *
      *                                                                *
      ******************************************************************

       B-300-LOAD-VEHICLE-TABLE.

           OPEN INPUT VEHICLE-MASTER-FILE.

           MOVE "N" TO SW-VEHICLE-EOF.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-VEHICLE-EOF.

           PERFORM B-400-LOAD-VEHICLE-ENTRY
             UNTIL VEHICLE-EOF.

           CLOSE VEHICLE-MASTER-FILE.

       B-400-LOAD-VEHICLE-ENTRY.

           IF WA-UNIT-COUNT < 500
               ADD 1 TO WA-UNIT-COUNT
               SET VUT-INDEX TO WA-UNIT-COUNT
               MOVE VHF-STOCK-NUMBER TO VUT-STOCK-NUMBER(VUT-INDEX)
               MOVE VHF-ACQUISITION-COST
                 TO VUT-ACQUISITION-COST(VUT-INDEX)
               MOVE ZERO TO VUT-RECON-COST(VUT-INDEX)
               MOVE VHF-STORE-CODE TO VUT-STORE-CODE(VUT-INDEX).

           IF VHF-AVAILABLE
               PERFORM B-410-COUNT-LOT-UNIT.

           READ VEHICLE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-VEHICLE-EOF.

      ******************************************************************
      *                                                                *
      *     COUNT ONE AVAILABLE UNIT - A UNIT WITH NO ACQUIRED DATE    *
      *     IS ON THE LOT BUT CANNOT BE AGED OVER 90 DAYS              *
      *                                                                *
      ******************************************************************

       B-410-COUNT-LOT-UNIT.

           MOVE VHF-STORE-CODE TO WA-LOOKUP-STORE-CODE.
           PERFORM M-600-FIND-STORE-ENTRY.

           ADD 1 TO SCT-LOT-UNITS(SCT-INDEX).
           ADD VHF-ACQUISITION-COST TO SCT-LOT-COST(SCT-INDEX).

           IF VHF-ACQUIRED-DATE NOT = ZERO
               MOVE VHF-ACQUIRED-DATE TO WA-AGE-FROM-DATE
               PERFORM M-700-AGE-FROM-DATE
               IF WA-AGE-DAYS > 90
                   ADD 1 TO SCT-OVER-90-UNITS(SCT-INDEX)
                   ADD VHF-ACQUISITION-COST
                     TO SCT-OVER-90-COST(SCT-INDEX).
      /
      ******************************************************************
      *                                                                *
      *     TOTAL THE VEHICLE COST LEDGER INTO THE VEHICLE TABLE BY    *
      *     STOCK NUMBER - A LEDGER ENTRY FOR A UNIT NO LONGER ON THE  *
      *     INVENTORY MASTER HAS NO SALE TO COST AND IS PASSED         *
      *                                                                *
      ******************************************************************

       B-500-LOAD-RECON-COSTS.

           OPEN INPUT COST-LEDGER-FILE.

           MOVE "N" TO SW-LEDGER-EOF.

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.

           PERFORM B-600-ADD-RECON-COST
             UNTIL LEDGER-EOF.

           CLOSE COST-LEDGER-FILE.

       B-600-ADD-RECON-COST.

           IF WA-UNIT-COUNT > 0
               SET VUT-INDEX TO 1
               SEARCH VUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VUT-STOCK-NUMBER(VUT-INDEX) =
                        VCL-STOCK-NUMBER
                       ADD VCL-AMOUNT TO VUT-RECON-COST(VUT-INDEX).

           READ COST-LEDGER-FILE
               AT END
                   MOVE "Y" TO SW-LEDGER-EOF.
      /
      ******************************************************************
      *                                                                *
      *     SALES - READ THE CUSTOMER SALES FILE IN KEY SEQUENCE AND   *
      *     POST EVERY SALE OF THE BUSINESS MONTH UP TO THE BUSINESS   *
      *     DATE                                                       *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-SALES.

           OPEN INPUT CUSTOMER-SALES-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ CUSTOMER-SALES-FILE NEXT RECORD
             INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-POST-ONE-SALE
             UNTIL END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     COST ONE SALE AGAINST ITS UNIT, THE SAME WAY AS THE GROSS  *
      *     PROFIT REPORT (VSEX29-1) - A BLANK OR UNMATCHED STOCK      *
      *     NUMBER COSTS AT ZERO                                       *
      *                                                                *
      ******************************************************************

       C-200-POST-ONE-SALE.

           ADD 1 TO AC-SALES-READ.

           MOVE CSR-PURCHASE-DATE(5:4) TO WA-ITEM-YMD(1:4).
           MOVE CSR-PURCHASE-DATE(1:2) TO WA-ITEM-YMD(5:2).
           MOVE CSR-PURCHASE-DATE(3:2) TO WA-ITEM-YMD(7:2).

           IF WA-ITEM-YMD NOT < WA-MONTH-START-DATE AND
              WA-ITEM-YMD NOT > WA-BUSINESS-DATE
               PERFORM C-210-COST-ONE-SALE
               MOVE CSR-STORE-CODE TO WA-LOOKUP-STORE-CODE
               PERFORM M-600-FIND-STORE-ENTRY
               ADD 1 TO SCT-MTD-UNITS(SCT-INDEX)
               ADD CSR-PURCHASE-PRICE TO SCT-MTD-SALES(SCT-INDEX)
               ADD WA-UNIT-PROFIT TO SCT-MTD-PROFIT(SCT-INDEX)
               IF WA-ITEM-YMD = WA-BUSINESS-DATE
                   ADD 1 TO SCT-DAY-UNITS(SCT-INDEX)
                   ADD CSR-PURCHASE-PRICE TO SCT-DAY-SALES(SCT-INDEX)
                   ADD WA-UNIT-PROFIT TO SCT-DAY-PROFIT(SCT-INDEX).

           READ CUSTOMER-SALES-FILE NEXT RECORD
             INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-210-COST-ONE-SALE.

           MOVE CSR-PURCHASE-PRICE TO WA-UNIT-PROFIT.

           IF CSR-STOCK-NUMBER NOT = SPACES AND WA-UNIT-COUNT > 0
               SET VUT-INDEX TO 1
               SEARCH VUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VUT-STOCK-NUMBER(VUT-INDEX) =
                        CSR-STOCK-NUMBER
                       SUBTRACT VUT-ACQUISITION-COST(VUT-INDEX)
                                VUT-RECON-COST(VUT-INDEX)
                         FROM WA-UNIT-PROFIT.
      /
      ******************************************************************
      *                                                                *
      *     FINANCE AND DELINQUENCY - READ THE FINANCE MASTER AND      *
      *     PLACE EACH CONTRACT IN THE STORE OF THE SALE IT FINANCED   *
      *                                                                *
      ******************************************************************

       C-300-PROCESS-CONTRACTS.

           OPEN INPUT FINANCE-MASTER-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ FINANCE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-400-POST-ONE-CONTRACT
             UNTIL END-OF-FILE.

           CLOSE FINANCE-MASTER-FILE
                 CUSTOMER-SALES-FILE.

      ******************************************************************
      *                                                                *
      *     A CONTRACT WRITTEN IN THE BUSINESS MONTH COUNTS AS NEW.    *
      *     AN OPEN CONTRACT IS AGED FROM ITS LAST PAYMENT DATE, OR    *
      *     FROM THE CONTRACT DATE WHEN NO PAYMENT HAS POSTED, AND IS  *
      *     DELINQUENT AT 30 DAYS AND OVER AS IN VSEX34-2              *
      *                                                                *
      ******************************************************************

       C-400-POST-ONE-CONTRACT.

           ADD 1 TO AC-CONTRACTS-READ.

           MOVE FMR-CONTRACT-KEY TO CSF-SALE-KEY.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
             KEY IS CSF-SALE-KEY
               INVALID KEY
                   MOVE SPACES TO WA-LOOKUP-STORE-CODE
               NOT INVALID KEY
                   MOVE CSR-STORE-CODE TO WA-LOOKUP-STORE-CODE.

           PERFORM M-600-FIND-STORE-ENTRY.

           MOVE FMR-CONTRACT-DATE(5:4) TO WA-ITEM-YMD(1:4).
           MOVE FMR-CONTRACT-DATE(1:2) TO WA-ITEM-YMD(5:2).
           MOVE FMR-CONTRACT-DATE(3:2) TO WA-ITEM-YMD(7:2).

           IF WA-ITEM-YMD NOT < WA-MONTH-START-DATE AND
              WA-ITEM-YMD NOT > WA-BUSINESS-DATE
               ADD 1 TO SCT-MTD-CONTRACTS(SCT-INDEX)
               ADD FMR-AMOUNT-FINANCED TO SCT-MTD-FINANCED(SCT-INDEX)
               IF WA-ITEM-YMD = WA-BUSINESS-DATE
                   ADD 1 TO SCT-DAY-CONTRACTS(SCT-INDEX)
                   ADD FMR-AMOUNT-FINANCED
                     TO SCT-DAY-FINANCED(SCT-INDEX).

           IF FMR-OPEN
               PERFORM C-410-AGE-ONE-CONTRACT.

           READ FINANCE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-410-AGE-ONE-CONTRACT.

           IF FMR-LAST-PAYMENT-DATE = ZERO
               MOVE FMR-CONTRACT-DATE TO WA-AGE-FROM-DATE
           ELSE
               MOVE FMR-LAST-PAYMENT-DATE TO WA-AGE-FROM-DATE.

           PERFORM M-700-AGE-FROM-DATE.

           IF WA-AGE-DAYS NOT < 30
               ADD 1 TO SCT-DELINQUENT-COUNT(SCT-INDEX)
               ADD FMR-BALANCE TO SCT-DELINQUENT-BALANCE(SCT-INDEX)
               IF WA-AGE-DAYS NOT < 90
                   ADD 1 TO SCT-90-PLUS-COUNT(SCT-INDEX)
                   ADD FMR-BALANCE TO SCT-90-PLUS-BALANCE(SCT-INDEX).
      /
      ******************************************************************
      *                                                                *
      *     SUSPENSE - COUNT EVERY ITEM ON THE SUSPENSE FILE IN THE    *
      *     STORE KEYED ON IT, OR THE STORE OF ITS STOCK NUMBER WHEN   *
      *     NONE WAS KEYED. A PRICE THAT IS NOT NUMERIC IS COUNTED     *
      *     BUT CARRIES NO DOLLARS                                     *
      *                                                                *
      ******************************************************************

       C-500-PROCESS-SUSPENSE.

           OPEN INPUT SUSPENSE-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-600-POST-ONE-SUSPENSE
             UNTIL END-OF-FILE.

           CLOSE SUSPENSE-FILE.

       C-600-POST-ONE-SUSPENSE.

           ADD 1 TO AC-SUSPENSE-READ.

           MOVE SPACES TO WA-LOOKUP-STORE-CODE.

           IF SPR-STOCK-NUMBER NOT = SPACES AND WA-UNIT-COUNT > 0
               SET VUT-INDEX TO 1
               SEARCH VUT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VUT-STOCK-NUMBER(VUT-INDEX) =
                        SPR-STOCK-NUMBER
                       MOVE VUT-STORE-CODE(VUT-INDEX)
                         TO WA-LOOKUP-STORE-CODE.

           IF SPR-STORE-CODE NOT = SPACES
               MOVE SPR-STORE-CODE TO WA-LOOKUP-STORE-CODE.

           PERFORM M-600-FIND-STORE-ENTRY.

           ADD 1 TO SCT-SUSPENSE-COUNT(SCT-INDEX).

           IF SPR-PURCHASE-PRICE NUMERIC
               ADD SPR-PURCHASE-PRICE-N
                 TO SCT-SUSPENSE-AMOUNT(SCT-INDEX).

           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     PRINT ONE PAGE PER STORE, ROLLING EACH STORE INTO THE      *
      *     DEALERSHIP TOTAL, THEN THE DEALERSHIP TOTAL PAGE           *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           OPEN OUTPUT CONTROL-REPORT.

           PERFORM D-200-PRINT-STORE-PAGE
             VARYING SCT-INDEX FROM 1 BY 1
             UNTIL SCT-INDEX > WA-STORE-COUNT.

           MOVE DEALERSHIP-FIGURES TO PAGE-FIGURES.
           MOVE "**" TO CRH-STORE-CODE.
           MOVE "DEALERSHIP TOTAL" TO CRH-STORE-NAME.
           PERFORM M-500-WRITE-PAGE.

           WRITE CONTROL-LINE-OUT FROM CONTROL-END-LINE
             AFTER ADVANCING 3 LINES.

           CLOSE CONTROL-REPORT.

           DISPLAY " ".
           DISPLAY "SALES RECORDS READ:     " AC-SALES-READ.
           DISPLAY "FINANCE CONTRACTS READ: " AC-CONTRACTS-READ.
           DISPLAY "SUSPENSE ITEMS READ:    " AC-SUSPENSE-READ.
           DISPLAY "DAILY OPERATING CONTROL REPORT HAS TERMINATED".
           DISPLAY " ".

       D-200-PRINT-STORE-PAGE.

           MOVE SCT-FIGURES(SCT-INDEX) TO PAGE-FIGURES.
           MOVE SCT-STORE-CODE(SCT-INDEX) TO CRH-STORE-CODE.
           MOVE SCT-STORE-NAME(SCT-INDEX) TO CRH-STORE-NAME.
           PERFORM M-500-WRITE-PAGE.

           ADD PGF-DAY-UNITS TO DLF-DAY-UNITS.
           ADD PGF-DAY-SALES TO DLF-DAY-SALES.
           ADD PGF-DAY-PROFIT TO DLF-DAY-PROFIT.
           ADD PGF-MTD-UNITS TO DLF-MTD-UNITS.
           ADD PGF-MTD-SALES TO DLF-MTD-SALES.
           ADD PGF-MTD-PROFIT TO DLF-MTD-PROFIT.
           ADD PGF-DAY-CONTRACTS TO DLF-DAY-CONTRACTS.
           ADD PGF-DAY-FINANCED TO DLF-DAY-FINANCED.
           ADD PGF-MTD-CONTRACTS TO DLF-MTD-CONTRACTS.
           ADD PGF-MTD-FINANCED TO DLF-MTD-FINANCED.
           ADD PGF-LOT-UNITS TO DLF-LOT-UNITS.
           ADD PGF-LOT-COST TO DLF-LOT-COST.
           ADD PGF-OVER-90-UNITS TO DLF-OVER-90-UNITS.
           ADD PGF-OVER-90-COST TO DLF-OVER-90-COST.
           ADD PGF-DELINQUENT-COUNT TO DLF-DELINQUENT-COUNT.
           ADD PGF-DELINQUENT-BALANCE TO DLF-DELINQUENT-BALANCE.
           ADD PGF-90-PLUS-COUNT TO DLF-90-PLUS-COUNT.
           ADD PGF-90-PLUS-BALANCE TO DLF-90-PLUS-BALANCE.
           ADD PGF-SUSPENSE-COUNT TO DLF-SUSPENSE-COUNT.
           ADD PGF-SUSPENSE-AMOUNT TO DLF-SUSPENSE-AMOUNT.
      /
      ******************************************************************
      *                                                                *
      *          WRITE ONE CONTROL PAGE FROM THE PAGE FIGURES          *
      *                                                                *
      ******************************************************************

       M-500-WRITE-PAGE.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO CRH-PAGE-COUNT.

           WRITE CONTROL-LINE-OUT FROM CRH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE "SALES" TO CSL-SECTION-NAME.
           MOVE "   BUSINESS DAY" TO CSL-COLUMN-1.
           MOVE "  MONTH-TO-DATE" TO CSL-COLUMN-2.
           WRITE CONTROL-LINE-OUT FROM CONTROL-SECTION-LINE
             AFTER ADVANCING 2 LINES.

           MOVE "UNITS SOLD" TO CCL2-LABEL.
           MOVE PGF-DAY-UNITS TO CCL2-DAY-COUNT.
           MOVE PGF-MTD-UNITS TO CCL2-MTD-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-2
             AFTER ADVANCING 1 LINE.

           MOVE "SALE DOLLARS" TO CAL2-LABEL.
           MOVE PGF-DAY-SALES TO CAL2-DAY-AMOUNT.
           MOVE PGF-MTD-SALES TO CAL2-MTD-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-2
             AFTER ADVANCING 1 LINE.

           MOVE "GROSS PROFIT" TO CAL2-LABEL.
           MOVE PGF-DAY-PROFIT TO CAL2-DAY-AMOUNT.
           MOVE PGF-MTD-PROFIT TO CAL2-MTD-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-2
             AFTER ADVANCING 1 LINE.

           MOVE "FINANCE" TO CSL-SECTION-NAME.
           WRITE CONTROL-LINE-OUT FROM CONTROL-SECTION-LINE
             AFTER ADVANCING 2 LINES.

           MOVE "NEW CONTRACTS" TO CCL2-LABEL.
           MOVE PGF-DAY-CONTRACTS TO CCL2-DAY-COUNT.
           MOVE PGF-MTD-CONTRACTS TO CCL2-MTD-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-2
             AFTER ADVANCING 1 LINE.

           MOVE "AMOUNT FINANCED" TO CAL2-LABEL.
           MOVE PGF-DAY-FINANCED TO CAL2-DAY-AMOUNT.
           MOVE PGF-MTD-FINANCED TO CAL2-MTD-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-2
             AFTER ADVANCING 1 LINE.

           MOVE "INVENTORY" TO CSL-SECTION-NAME.
           MOVE SPACES TO CSL-COLUMN-1
                          CSL-COLUMN-2.
           WRITE CONTROL-LINE-OUT FROM CONTROL-SECTION-LINE
             AFTER ADVANCING 2 LINES.

           MOVE "UNITS ON LOT" TO CCL1-LABEL.
           MOVE PGF-LOT-UNITS TO CCL1-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "LOT ACQUISITION COST" TO CAL1-LABEL.
           MOVE PGF-LOT-COST TO CAL1-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "UNITS OVER 90 DAYS" TO CCL1-LABEL.
           MOVE PGF-OVER-90-UNITS TO CCL1-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "OVER 90 ACQUISITION COST" TO CAL1-LABEL.
           MOVE PGF-OVER-90-COST TO CAL1-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "DELINQUENCY" TO CSL-SECTION-NAME.
           WRITE CONTROL-LINE-OUT FROM CONTROL-SECTION-LINE
             AFTER ADVANCING 2 LINES.

           MOVE "CONTRACTS 30 DAYS AND OVER" TO CCL1-LABEL.
           MOVE PGF-DELINQUENT-COUNT TO CCL1-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "DELINQUENT BALANCE" TO CAL1-LABEL.
           MOVE PGF-DELINQUENT-BALANCE TO CAL1-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "CONTRACTS 90 DAYS AND OVER" TO CCL1-LABEL.
           MOVE PGF-90-PLUS-COUNT TO CCL1-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "BALANCE 90 DAYS AND OVER" TO CAL1-LABEL.
           MOVE PGF-90-PLUS-BALANCE TO CAL1-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "SUSPENSE" TO CSL-SECTION-NAME.
           WRITE CONTROL-LINE-OUT FROM CONTROL-SECTION-LINE
             AFTER ADVANCING 2 LINES.

           MOVE "ITEMS IN SUSPENSE" TO CCL1-LABEL.
           MOVE PGF-SUSPENSE-COUNT TO CCL1-COUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-COUNT-LINE-1
             AFTER ADVANCING 1 LINE.

           MOVE "SUSPENSE DOLLARS" TO CAL1-LABEL.
           MOVE PGF-SUSPENSE-AMOUNT TO CAL1-AMOUNT.
           WRITE CONTROL-LINE-OUT FROM CONTROL-AMOUNT-LINE-1
             AFTER ADVANCING 1 LINE.

      ******************************************************************
      *                                                                *
      *     FIND THE STORE CONTROL ENTRY FOR A STORE CODE - A BLANK    *
      *     CODE POSTS TO THE UNASSIGNED ENTRY AND A CODE THE STORE    *
      *     MASTER DOES NOT CARRY GETS AN ENTRY OF ITS OWN. A FULL     *
      *     TABLE POSTS TO ITS LAST ENTRY                              *
      *                                                                *
      ******************************************************************

       M-600-FIND-STORE-ENTRY.

           MOVE "N" TO SW-STORE-FOUND.

           IF WA-STORE-COUNT > 0
               SET SCT-INDEX TO 1
               SEARCH SCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN SCT-STORE-CODE(SCT-INDEX) =
                        WA-LOOKUP-STORE-CODE
                       MOVE "Y" TO SW-STORE-FOUND.

           IF NOT STORE-FOUND
               IF WA-STORE-COUNT < 25
                   ADD 1 TO WA-STORE-COUNT
                   SET SCT-INDEX TO WA-STORE-COUNT
                   MOVE WA-LOOKUP-STORE-CODE
                     TO SCT-STORE-CODE(SCT-INDEX)
                   INITIALIZE SCT-FIGURES(SCT-INDEX)
                   IF WA-LOOKUP-STORE-CODE = SPACES
                       MOVE "UNASSIGNED" TO SCT-STORE-NAME(SCT-INDEX)
                   ELSE
                       MOVE "NOT ON STORE MASTER"
                         TO SCT-STORE-NAME(SCT-INDEX)
                   END-IF
               ELSE
                   SET SCT-INDEX TO WA-STORE-COUNT.

      ******************************************************************
      *                                                                *
      *      AGE A MMDDYYYY DATE IN DAYS AS OF THE BUSINESS DATE       *
      *                                                                *
      ******************************************************************

       M-700-AGE-FROM-DATE.

           MOVE WA-AGE-FROM-DATE(5:4) TO WA-ITEM-YMD(1:4).
           MOVE WA-AGE-FROM-DATE(1:2) TO WA-ITEM-YMD(5:2).
           MOVE WA-AGE-FROM-DATE(3:2) TO WA-ITEM-YMD(7:2).

           COMPUTE WA-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WA-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WA-ITEM-YMD).

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
