      *    NO LONGER ON THE INVENTORY MASTER, IS LISTED AT ZERO COST   *
      *    AND FLAGGED SO THE MARGIN FIGURES CAN BE READ HONESTLY.     *
      *                                                                *
      *    RECONDITIONING, DETAILING, PARTS, AND TRANSPORT COSTS       *
      *    POSTED TO THE VEHICLE COST LEDGER BY VSEX51-1 ARE TOTALED   *
      *    BY STOCK NUMBER AND JOINED THE SAME WAY. EACH SALE SHOWS    *
      *    ITS ACQUISITION COST, RECONDITIONING COST, AND TOTAL COST   *
      *    AS SEPARATE COLUMNS, AND THE GROSS PROFIT IS TAKEN AGAINST  *
      *    THE TOTAL COST SO THE MARGINS ARE NOT OVERSTATED. THE       *
      *    SUBTOTALS CARRY THE TOTAL COST.                             *
      *                                                                *
      *        INPUT:   CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 COSTLEDG.DAT - VEHICLE COST LEDGER             *
      *                                                                *
      *        OUTPUT:  VSEX29-1.RPT - GROSS PROFIT REPORT             *
      *                                                                *
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL COST-LEDGER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\COSTL
      -    "EDG.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS VCL-LEDGER-KEY.

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"

       FD  CUSTOMER-SALES-FILE.

       01 CUSTOMER-SALES-REC PIC X(94).

       01 CUSTOMER-SALES-REC-KEY REDEFINES CUSTOMER-SALES-REC.
         02 FILLER PIC X(9).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

      ******************************************************************
      *                                                                *
         02 PIC X(7).
         02 SR-AUTO-YEAR PIC X(4).
         02 SR-STORE-CODE PIC XX.
         02 PIC X(18).

      ******************************************************************
      *                                                                *

       FD  SORTED-SALES-FILE.

       01 SORTED-SALES-REC PIC X(94).

      ******************************************************************
      *                                                                *
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
         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-LEDGER-EOF PIC X.
           88 LEDGER-EOF VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-TOTAL-REVENUE PIC 9(7)V99.
         02 AC-TOTAL-COST PIC 9(7)V99.
         02 AC-TOTAL-PROFIT PIC S9(7)V99.
         02 AC-TOTAL-ACQ-COST PIC 9(7)V99.
         02 AC-TOTAL-RECON-COST PIC 9(7)V99.
      /
      ******************************************************************
      *                                                                *
         02 WA-HOLD-STORE-CODE PIC XX.
         02 WA-COST-COUNT PIC 9(3) VALUE ZERO.
         02 WA-UNIT-COST PIC 9(5)V99.
         02 WA-UNIT-RECON-COST PIC 9(6)V99.
         02 WA-UNIT-TOTAL-COST PIC 9(6)V99.
         02 WA-UNIT-PROFIT PIC S9(6)V99.
         02 WA-STORE-NAME-COUNT PIC 9(3) VALUE ZERO.
         02 WA-LOOKUP-STORE-CODE PIC XX.
      *                                                                *
      *    NON-EMBEDDED VEHICLE COST TABLE - LOADED FROM THE           *
      *    INVENTORY MASTER SO EACH SALE'S STOCK NUMBER CAN BE         *
      *    JOINED TO ITS ACQUISITION COST AND THE RECONDITIONING       *
      *    COST TOTALED FROM THE VEHICLE COST LEDGER                   *
      *                                                                *
      ******************************************************************

                       INDEXED BY VCT-INDEX.
           03 VCT-STOCK-NUMBER PIC X(6).
           03 VCT-ACQUISITION-COST PIC 9(5)V99.
           03 VCT-RECON-COST PIC 9(6)V99.

      ******************************************************************
      *                                                                *
           03 PIC X(10) VALUE "SALE PRICE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(9) VALUE "ACQ. COST".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(10) VALUE "RECON COST".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(10) VALUE "TOTAL COST".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(12) VALUE "GROSS PROFIT".

         02 PRH-LINE-4.
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(12) VALUE ALL "-".

      ******************************************************************
         02 PIC XX VALUE SPACES.
         02 PDL-ACQ-COST PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 PDL-RECON-COST PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 PDL-TOTAL-COST PIC $ZZZ,ZZZ.99.
         02 PIC X VALUE SPACES.
         02 PDL-GROSS-PROFIT PIC $ZZ,ZZZ.99-.
         02 PIC X VALUE SPACES.
         02 PDL-NO-COST-FLAG PIC XX.
         02 PUL-COST-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL ACQ. COST      =  ".
           03 PUL-TOTAL-ACQ-COST PIC $Z,ZZZ,ZZZ.99.

         02 PUL-RECON-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL RECON COST     =  ".
           03 PUL-TOTAL-RECON-COST PIC $Z,ZZZ,ZZZ.99.

         02 PUL-TOTAL-COST-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(26) VALUE "TOTAL COST           =  ".
           03 PUL-TOTAL-COST PIC $Z,ZZZ,ZZZ.99.

         02 PUL-PROFIT-TOTAL.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-LOAD-COST-TABLE.
           PERFORM B-500-LOAD-RECON-COSTS.
           PERFORM B-300-LOAD-STORE-NAME-TABLE.
           PERFORM C-100-PROCESS-FILE.
           PERFORM D-100-WRAP-UP.
           MOVE VHF-STOCK-NUMBER TO VCT-STOCK-NUMBER(VCT-INDEX).
           MOVE VHF-ACQUISITION-COST
             TO VCT-ACQUISITION-COST(VCT-INDEX).
           MOVE ZERO TO VCT-RECON-COST(VCT-INDEX).
           MOVE VCT-INDEX TO WA-COST-COUNT.

           READ VEHICLE-MASTER-FILE
      /
      ******************************************************************
      *                                                                *
      *     TOTAL THE VEHICLE COST LEDGER INTO THE COST TABLE BY       *
      *     STOCK NUMBER - A LEDGER ENTRY FOR A UNIT NO LONGER ON      *
      *     THE INVENTORY MASTER HAS NO SALE TO COST AND IS PASSED     *
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
      *             FILE PROCESSING CONTROL PARAGRAPH                  *
      *                                                                *
      ******************************************************************

           PERFORM C-310-JOIN-ACQUISITION-COST.

           ADD WA-UNIT-COST WA-UNIT-RECON-COST
             GIVING WA-UNIT-TOTAL-COST.

           COMPUTE WA-UNIT-PROFIT =
               CSR-PURCHASE-PRICE - WA-UNIT-TOTAL-COST.

           MOVE CSR-STOCK-NUMBER TO PDL-STOCK-NUMBER.
           MOVE CSR-CUSTOMER-NUMBER TO PDL-CUSTOMER-NUMBER.
           MOVE CSR-PURCHASE-DATE TO PDL-PURCHASE-DATE.
           MOVE CSR-PURCHASE-PRICE TO PDL-SALE-PRICE.
           MOVE WA-UNIT-COST TO PDL-ACQ-COST.
           MOVE WA-UNIT-RECON-COST TO PDL-RECON-COST.
           MOVE WA-UNIT-TOTAL-COST TO PDL-TOTAL-COST.
           MOVE WA-UNIT-PROFIT TO PDL-GROSS-PROFIT.

           IF COST-FOUND

           ADD 1 TO AC-STORE-COUNT.
           ADD CSR-PURCHASE-PRICE TO AC-STORE-REVENUE.
           ADD WA-UNIT-TOTAL-COST TO AC-STORE-COST.
           ADD WA-UNIT-COST TO AC-TOTAL-ACQ-COST.
           ADD WA-UNIT-RECON-COST TO AC-TOTAL-RECON-COST.
           ADD WA-UNIT-PROFIT TO AC-STORE-PROFIT.

      ******************************************************************
      *                                                                *
      *     JOIN THE SALE'S STOCK NUMBER TO ITS ACQUISITION AND        *
      *     RECONDITIONING COSTS - A BLANK OR UNMATCHED STOCK NUMBER   *
      *     COSTS AT ZERO                                              *
      *                                                                *
      ******************************************************************

       C-310-JOIN-ACQUISITION-COST.

           MOVE "N" TO SW-COST-FOUND.
           MOVE ZERO TO WA-UNIT-COST
                        WA-UNIT-RECON-COST.

           IF CSR-STOCK-NUMBER NOT = SPACES AND WA-COST-COUNT > 0
               SET VCT-INDEX TO 1
                        CSR-STOCK-NUMBER
                       MOVE "Y" TO SW-COST-FOUND
                       MOVE VCT-ACQUISITION-COST(VCT-INDEX)
                         TO WA-UNIT-COST
                       MOVE VCT-RECON-COST(VCT-INDEX)
                         TO WA-UNIT-RECON-COST.
      /
      ******************************************************************
      *                                                                *

           MOVE AC-TOTAL-COUNT TO PUL-TOTAL-COUNT.
           MOVE AC-TOTAL-REVENUE TO PUL-TOTAL-REVENUE.
           MOVE AC-TOTAL-ACQ-COST TO PUL-TOTAL-ACQ-COST.
           MOVE AC-TOTAL-RECON-COST TO PUL-TOTAL-RECON-COST.
           MOVE AC-TOTAL-COST TO PUL-TOTAL-COST.
           MOVE AC-TOTAL-PROFIT TO PUL-TOTAL-PROFIT.
           MOVE AC-NO-COST-COUNT TO PUL-NO-COST-COUNT.
             AFTER ADVANCING 1 LINE.
           WRITE PROFIT-LINE-OUT FROM PUL-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE PROFIT-LINE-OUT FROM PUL-RECON-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE PROFIT-LINE-OUT FROM PUL-TOTAL-COST-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE PROFIT-LINE-OUT FROM PUL-PROFIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE PROFIT-LINE-OUT FROM PUL-NO-COST-TOTAL
