      *    DURING PROCESSING. AUTO MAKE, AUTO YEAR, PURCHASE DATE,     *
      *    PURCHASE PRICE, AND SATISFACTION RATING ARE ALL UPDATED     *
      *                                                                *
      *    WHEN THE SALESPERSON MASTER (SLSPMAST.DAT) IS PRESENT, EACH *
      *    SALE MUST NAME THE SALESPERSON WHO CLOSED THE DEAL AND THE  *
      *    ID IS VALIDATED AGAINST THE MASTER - A MISSING, UNKNOWN OR  *
      *    INACTIVE ID IS REJECTED. WITHOUT THE MASTER THE ID IS NOT   *
      *    CHECKED. THE ID IS CARRIED ONTO THE POSTED SALE FOR THE     *
      *    COMMISSION RUN (VSEX47-3).                                  *
      *                                                                *
      *    THE SELLING STORE IS THE STORE CODE KEYED ON THE SALE OR    *
      *    TRADE-IN, EDITED AGAINST THE STORE MASTER. A TRANSACTION    *
      *    KEYED WITHOUT ONE SELLS FROM THE STORE ON THE CUSTOMER'S    *
      *    PRIOR SALE. THE SELLING STORE IS CARRIED ONTO THE POSTED    *
      *    SALE. A SALE KEYED WITHOUT A STOCK NUMBER TAKES A MATCHING  *
      *    UNIT FROM THE SELLING STORE'S OWN LOT WHEN IT HAS ONE. WHEN *
      *    THE UNIT SOLD SITS ON ANOTHER STORE'S LOT THE SALE STILL    *
      *    POSTS, BUT A WARNING LINE NAMES THE STORE HOLDING THE UNIT  *
      *    SO THE TRANSFER CAN BE KEYED. A TRADE-IN GOES ON THE        *
      *    SELLING STORE'S LOT.                                        *
      *                                                                *
      *    EVERY POSTED SALE OPENS A TITLE WORK RECORD (TITLWORK.DAT)  *
      *    FOR THE TITLE CLERK - STOCK NUMBER, VIN, BUYER NAME AND     *
      *    FULL ADDRESS FROM THE CUSTOMER ADDRESS MASTER, SALE DATE,   *
      *    AND THE DEALER AS LIENHOLDER WHEN THE SALE TOOK A DEALER    *
      *    FINANCE CONTRACT. A REVERSED SALE VOIDS ITS TITLE WORK.     *
      *    THE DATES ARE KEPT BY VSEX60-1 AND THE AGING REPORT IS      *
      *    VSEX60-2.                                                   *
      *                                                                *
      *    A TRIAL RUN (RUN MODE T ON POSTPARM.DAT) BALANCES, EDITS    *
      *    AND MATCHES THE FEED, SELECTS INVENTORY AND FIGURES TAX     *
      *    EXACTLY AS A LIVE RUN DOES, BUT UPDATES NO MASTER AND       *
      *    APPENDS TO NO LOG. THE REPORT CARRIES A TRIAL BANNER AND    *
      *    THE PROJECTED POSTED AND REJECTED COUNTS AND DOLLARS. ANY   *
      *    OTHER RUN MODE, OR NO PARAMETER FILE, IS A LIVE RUN. A      *
      *    TRIAL RUN ENDS WITH RETURN CODE 4 SO THE NIGHTLY CHAIN      *
      *    HALTS ON A TRIAL PARAMETER LEFT IN PLACE.                   *
      *                                                                *
      *                                                                *
      *                                                                *
      *        INPUT FILE:    AUTOTRAN.DAT -    TRANSACTION FILE       *
      *                       SLSPMAST.DAT -    SALESPERSON MASTER     *
      *                       STORMAST.DAT -    STORE MASTER           *
      *                       CUSTADDR.DAT -    CUSTOMER ADDRESS MASTER*
      *                       POSTPARM.DAT -    RUN MODE PARAMETER     *
      *                                                                *
      *        INPUT/OUTPUT:  CUSTSALE.DAT -    CUSTOMER SALES FILE    *
      *                       STRANFL.DAT  -    SORTED TRANSACTION FILE*
      *                       TITLWORK.DAT -    TITLE WORK FILE        *
      *                                                                *
      *        OUTPUT:        VSEX9-3A.RPT -    TRANSACTION REPORT     *
      *                                                                *
      -    "TL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MODE-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\POSTP
      -    "ARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BADTR
      -    "AN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT OPTIONAL TITLE-WORK-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TITLW
      -    "ORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TWR-SALE-KEY.

           SELECT OPTIONAL CUSTOMER-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAR-CUSTOMER-NUMBER.

           SELECT OPTIONAL SALESPERSON-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
             88 TR-FINANCED VALUE "Y".
           03 TR-FINANCE-RATE PIC X(5).
           03 TR-FINANCE-TERM PIC X(3).
           03 TR-SALESPERSON-ID PIC XX.
           03 TR-STORE-CODE PIC XX.
         02 TR-HEADER-FIELDS REDEFINES TR-DETAIL-FIELDS.
           03 TR-BATCH-NUMBER PIC 9(4).
           03 TR-BUSINESS-DATE PIC 9(8).
           03 PIC X(51).
         02 TR-TRAILER-FIELDS REDEFINES TR-DETAIL-FIELDS.
           03 TR-TRAILER-COUNT-ALPHA PIC X(6).
           03 TR-TRAILER-COUNT REDEFINES
           03 TR-TRAILER-HASH-ALPHA PIC X(11).
           03 TR-TRAILER-HASH REDEFINES
              TR-TRAILER-HASH-ALPHA PIC 9(9)V99.
           03 PIC X(46).

      ******************************************************************
      *   INPUT-FILE - CUSTOMER SALES FILE                             *

       FD  CUSTOMER-SALES-FILE.

       01 CUST-RECORD PIC X(94).

       01 CUST-RECORD-KEY REDEFINES CUST-RECORD.
         02 FILLER PIC X(9).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).
      /
      ******************************************************************
      *                                                                *
         02 STR-FINANCE-TERM-ALPHA PIC X(3).
         02 STR-FINANCE-TERM REDEFINES
            STR-FINANCE-TERM-ALPHA PIC 9(3).
         02 STR-SALESPERSON-ID PIC XX.
         02 STR-STORE-CODE PIC XX.
         02 STR-RECORD-TYPE PIC X.
           88 STR-SALE VALUE "D".
           88 STR-REVERSAL VALUE "R".

       01 SORT-RECORD.
         02 SR-CUSTOMER-NUMBER PIC X(4).
         02 PIC X(60).

      ******************************************************************
      *                                                                *
       01 CONTROL-RECORD.
         02 CTL-CUTOFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *     MODE-PARM-FILE - RUN MODE PARAMETER. T IS A TRIAL RUN      *
      *     THAT EDITS AND MATCHES THE FEED BUT UPDATES NO FILE        *
      *                                                                *
      ******************************************************************

       FD  MODE-PARM-FILE.

       01 MODE-PARM-RECORD.
         02 MPR-RUN-MODE PIC X.

      ******************************************************************
      *                                                                *
      *      REJECT-FILE - SUSPENSE FILE FOR REJECTED TRANSACTIONS     *

       FD  REJECT-FILE.

       01 REJECT-RECORD PIC X(64).

      ******************************************************************
      *                                                                *
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
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    TITLE-WORK-FILE - ONE TITLE WORK RECORD PER POSTED SALE,    *
      *    KEYED BY THE SALE (CUSTOMER NUMBER PLUS SALE SEQUENCE).     *
      *    RECORDS ARE OPENED AND VOIDED AT END OF JOB                 *
      *                                                                *
      ******************************************************************

       FD  TITLE-WORK-FILE.

       COPY TITLEREC.

      ******************************************************************
      *                                                                *
      *    CUSTOMER-ADDRESS-FILE - READ BY CUSTOMER NUMBER FOR THE     *
      *    BUYER'S ADDRESS ON THE TITLE WORK                           *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-ADDRESS-FILE.

       01 CUSTOMER-ADDRESS-RECORD.
         02 CAR-CUSTOMER-NUMBER PIC X(4).
         02 CAR-CUSTOMER-ADDRESS PIC X(20).
         02 CAR-CITY PIC X(15).
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.
           88 CAR-NO-CONTACT VALUE "Y".

      ******************************************************************
      *                                                                *
      *    SALESPERSON-MASTER-FILE - THE SALES STAFF, MAINTAINED BY    *
      *    VSEX47-1. A SALE MUST NAME AN ACTIVE SALESPERSON ON FILE    *
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
      *    STORE-MASTER-FILE - VALID STORE CODES (VSEX37-1). WHEN NO   *
      *    STORE MASTER IS ON FILE THE STORE EDIT IS SKIPPED           *
      *                                                                *
      ******************************************************************

       FD  STORE-MASTER-FILE.

       01 STORE-MASTER-RECORD.
         02 SMR-STORE-CODE PIC XX.
         02 SMR-STORE-NAME PIC X(20).
         02 SMR-REGION PIC X(10).
         02 SMR-MANAGER PIC X(20).
      /
       WORKING-STORAGE SECTION.
      ************************
         02 SW-TAX-EOF PIC X.
           88 TAX-EOF VALUE "Y".

         02 SW-SALESPERSON-EOF PIC X.
           88 SALESPERSON-EOF VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-CONTRACT-TAKEN PIC X.
           88 CONTRACT-TAKEN VALUE "Y".

         02 SW-TITLE-FOUND PIC X.
           88 TITLE-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-TRADE-IN-COUNT PIC 999.
         02 AC-TRADE-IN-ALLOWANCE PIC 9(7)V99.
         02 AC-CONTRACT-COUNT PIC 999.
         02 AC-OTHER-STORE-COUNT PIC 999.
         02 AC-TITLE-WORK-COUNT PIC 999.
         02 AC-TITLE-VOID-COUNT PIC 999.
         02 AC-ACCEPTED-TRANS-COUNT PIC 999.
         02 AC-ACCEPTED-DOLLAR-TOTAL PIC 9(7)V99.
         02 AC-REJECTED-TRANS-COUNT PIC 999.
         02 AC-REJECTED-DOLLAR-TOTAL PIC 9(7)V99.
      /
      ******************************************************************
      *                                                                *
         02 WA-GUIDE-MAX PIC ZZZZ9.99.
         02 WA-BATCH-NUMBER PIC 9(4).
         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-RUN-MODE PIC X VALUE "L".
           88 TRIAL-RUN VALUE "T".
         02 WA-SOLD-STOCK-NUMBER PIC X(6).
         02 WA-SOLD-VEHICLE-SUB PIC 9(3).
         02 WA-TRADE-IN-COUNT PIC 9(3) VALUE ZERO.
         02 WA-TRADE-IN-SUB PIC 9(3).
         02 WA-TAX-COUNT PIC 9(3) VALUE ZERO.
         02 WA-SALESPERSON-COUNT PIC 9(3) VALUE ZERO.
         02 WA-STORE-CODE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-SELLING-STORE-CODE PIC XX.
         02 WA-CONTRACT-TABLE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-CONTRACT-SUB PIC 9(3).
         02 WA-TITLE-TABLE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-TITLE-SUB PIC 9(3).
         02 WA-DEALER-LIENHOLDER PIC X(20) VALUE "EZ AUTO SALES".
         02 WA-EXPECTED-COUNT PIC 9(6).
         02 WA-ACTUAL-COUNT PIC 9(6).
         02 WA-EXPECTED-HASH PIC 9(9)V99.
      ******************************************************************

       01 SORT-RELEASE-RECORD.
         02 SRR-DETAIL-FIELDS PIC X(63).
         02 SRR-RECORD-TYPE PIC X.

      ******************************************************************
           03 TIT-AUTO-MAKE PIC X(20).
           03 TIT-AUTO-YEAR PIC X(4).
           03 TIT-ALLOWANCE PIC 9(5)V99.
           03 TIT-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
           03 TXT-JURISDICTION-CODE PIC X(3).
           03 TXT-TAX-RATE PIC 9V9999.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED SALESPERSON TABLE - LOADED FROM THE            *
      *    SALESPERSON MASTER. WHEN NO SALESPERSON MASTER IS ON FILE   *
      *    THE TABLE IS EMPTY AND THE SALESPERSON EDIT IS SKIPPED      *
      *                                                                *
      ******************************************************************

       01 SALESPERSON-TABLE.
         02 SPT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WA-SALESPERSON-COUNT
                       INDEXED BY SPT-INDEX.
           03 SPT-SALESPERSON-ID PIC XX.
           03 SPT-STATUS PIC X.
             88 SPT-ACTIVE VALUE "A".

      ******************************************************************
      *                                                                *
      *    VALID STORE CODE TABLE - LOADED FROM THE STORE MASTER       *
      *                                                                *
      ******************************************************************

       01 STORE-CODE-TABLE.
         02 SVT-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WA-STORE-CODE-COUNT
                       INDEXED BY SVT-INDEX.
           03 SVT-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    FINANCE CONTRACT TABLE - THE DEALER-FINANCED DEALS POSTED   *
           03 FCT-FINANCE-RATE PIC 99V999.
           03 FCT-TERM-MONTHS PIC 9(3).

      ******************************************************************
      *                                                                *
      *    TITLE WORK TABLE - THE TITLE WORK OPENED (A) AND VOIDED     *
      *    (V) THIS RUN, APPLIED TO THE TITLE WORK FILE AT END OF      *
      *    JOB. A SALE POSTED AND REVERSED IN THE SAME RUN IS DROPPED  *
      *    (X)                                                         *
      *                                                                *
      ******************************************************************

       01 TITLE-WORK-TABLE.
         02 TWT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WA-TITLE-TABLE-COUNT
                       INDEXED BY TWT-INDEX.
           03 TWT-ACTION PIC X.
             88 TWT-OPEN-TITLE VALUE "A".
             88 TWT-VOID-TITLE VALUE "V".
           03 TWT-CUSTOMER-NUMBER PIC X(4).
           03 TWT-SALE-SEQUENCE PIC 9(2).
           03 TWT-STOCK-NUMBER PIC X(6).
           03 TWT-BUYER-NAME PIC X(20).
           03 TWT-LIENHOLDER PIC X(20).
           03 TWT-SALE-DATE PIC 9(8).
           03 TWT-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED PERIOD CONTROL TABLE - LOADED FROM THE         *
           03 VIT-STOCK-NUMBER PIC X(6).
           03 VIT-AUTO-MAKE PIC X(20).
           03 VIT-AUTO-YEAR PIC X(4).
           03 VIT-STORE-CODE PIC XX.
           03 VIT-STATUS PIC X.
             88 VIT-AVAILABLE VALUE "A".
           03 VIT-FLAGGED PIC X.
         02 HSR-STOCK-NUMBER PIC X(6).
         02 HSR-TAX-JURISDICTION PIC X(3).
         02 HSR-SALES-TAX PIC 9(4)V99.
         02 HSR-SALESPERSON-ID PIC XX.
      /
      ******************************************************************
      *                                                                *
         02 TRH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 TRH-LINE-2B.
           03 PIC X(17) VALUE SPACES.
           03 PIC X(46) VALUE
               "*** TRIAL RUN - NO FILES HAVE BEEN UPDATED ***".

         02 TRH-LINE-3.
           03 PIC X(18) VALUE "TRANSACTION RECORD".
           03 PIC X(50) VALUE SPACES.
           03 PIC X(7) VALUE "MESSAGE".

         02 TRH-LINE-4.
           03 PIC X(64) VALUE ALL "-".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(30) VALUE ALL "-".
      /

       01 TRANSACTION-DETAIL-LINE.

         02 TDL-TRANSACTION-RECORD PIC X(64).
         02 PIC X(4) VALUE SPACES.
         02 TDL-MESSAGE PIC X(30).

           03 PIC X(32) VALUE "TOTAL FINANCE CONTRACTS      =  ".
           03 TSL-CONTRACT-COUNT PIC ZZ9.

         02 TSL-OTHER-STORE-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL SOLD FROM OTHER LOTS   =  ".
           03 TSL-OTHER-STORE-COUNT PIC ZZ9.

         02 TSL-TITLE-WORK-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL TITLE WORK OPENED      =  ".
           03 TSL-TITLE-WORK-COUNT PIC ZZ9.

         02 TSL-TITLE-VOID-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL TITLE WORK VOIDED      =  ".
           03 TSL-TITLE-VOID-COUNT PIC ZZ9.

         02 TSL-TRIAL-BANNER.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(39) VALUE "TRIAL RUN PROJECTION - NO FILES UPDATED".

         02 TSL-PROJECTED-POSTED-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "PROJECTED POSTED COUNT       =  ".
           03 TSL-PROJECTED-POSTED-COUNT PIC ZZ9.

         02 TSL-PROJECTED-POSTED-DOLLARS.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "PROJECTED POSTED DOLLARS     =  ".
           03 TSL-PROJECTED-POSTED-AMOUNT PIC $Z,ZZZ,ZZZ.99.

         02 TSL-PROJECTED-REJECT-TOTAL.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "PROJECTED REJECTED COUNT     =  ".
           03 TSL-PROJECTED-REJECT-COUNT PIC ZZ9.

         02 TSL-PROJECTED-REJECT-DOLLARS.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(32) VALUE "PROJECTED REJECTED DOLLARS   =  ".
           03 TSL-PROJECTED-REJECT-AMOUNT PIC $Z,ZZZ,ZZZ.99.

         02 TSL-END-OF-REPORT.
           03 PIC X(34) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
               MOVE 8 TO RETURN-CODE.

           PERFORM D-100-WRAP-UP.

      *    A TRIAL RUN ENDS ON A WARNING CODE - A TRIAL PARAMETER LEFT
      *    IN PLACE HALTS THE NIGHTLY CHAIN INSTEAD OF LETTING THE
      *    STEPS AFTER THIS ONE RUN ON SALES THAT WERE NEVER POSTED

           IF TRIAL-RUN AND BATCH-BALANCED
               MOVE 4 TO RETURN-CODE.

           GOBACK.

      ******************************************************************
           MOVE WA-TODAYS-HOUR TO TRH-HOUR.
           MOVE WA-TODAYS-MINUTES TO TRH-MINUTES.

           PERFORM A-120-READ-RUN-MODE.
           PERFORM A-130-READ-CHECKPOINT.

      *    A TRIAL RUN OPENS THE REPORT ONLY - THE CHECKPOINT, TOTALS,
      *    SUSPENSE AND HISTORY FILES ARE LEFT EXACTLY AS THEY STAND

           IF TRIAL-RUN
               OPEN OUTPUT TRANSACTION-REPORT
           ELSE
               OPEN OUTPUT TRANSACTION-REPORT
                           CHECKPOINT-FILE
                           TOTALS-FILE
               PERFORM A-110-OPEN-LOG-FILES.

           PERFORM A-200-READ-CUTOFF-DATE.
           PERFORM A-300-LOAD-PERIOD-TABLE.
           PERFORM A-400-LOAD-VEHICLE-TABLE.
           PERFORM A-500-LOAD-PRICE-GUIDE.
           PERFORM A-600-LOAD-TAX-TABLE.
           PERFORM A-700-LOAD-SALESPERSON-TABLE.
           PERFORM A-800-LOAD-STORE-TABLE.

      ******************************************************************
      *                                                                *
      *     OPEN THE SUSPENSE AND HISTORY LOGS FOR A LIVE RUN          *
      *                                                                *
      ******************************************************************

       A-110-OPEN-LOG-FILES.

      *    THE SUSPENSE FILE IS EXTENDED, NOT REWRITTEN - THE AGED
      *    ITEMS THE SUSPENSE RUN (VSEX12-1) CARRIES FORWARD MUST
           OPEN EXTEND REJECT-FILE
                       HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *     READ THE RUN-TIME TRANSACTION DATE CUTOFF PARAMETER        *
           MOVE VHF-STOCK-NUMBER TO VIT-STOCK-NUMBER(VIT-INDEX).
           MOVE VHF-AUTO-MAKE TO VIT-AUTO-MAKE(VIT-INDEX).
           MOVE VHF-AUTO-YEAR TO VIT-AUTO-YEAR(VIT-INDEX).
           MOVE VHF-STORE-CODE TO VIT-STORE-CODE(VIT-INDEX).
           MOVE VHF-STATUS TO VIT-STATUS(VIT-INDEX).
           MOVE "N" TO VIT-FLAGGED(VIT-INDEX).
           MOVE VIT-INDEX TO WA-VEHICLE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE SALESPERSON TABLE - WHEN NO SALESPERSON MASTER    *
      *     EXISTS YET, THE TABLE IS EMPTY AND NO SALESPERSON EDIT     *
      *     IS APPLIED                                                 *
      *                                                                *
      ******************************************************************

       A-700-LOAD-SALESPERSON-TABLE.

           OPEN INPUT SALESPERSON-MASTER-FILE.

           MOVE "N" TO SW-SALESPERSON-EOF.

           READ SALESPERSON-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-SALESPERSON-EOF.

           PERFORM A-710-LOAD-SALESPERSON-ENTRY
             VARYING SPT-INDEX FROM 1 BY 1
             UNTIL SALESPERSON-EOF OR SPT-INDEX > 200.

           CLOSE SALESPERSON-MASTER-FILE.

       A-710-LOAD-SALESPERSON-ENTRY.

           MOVE SPM-SALESPERSON-ID TO SPT-SALESPERSON-ID(SPT-INDEX).
           MOVE SPM-STATUS TO SPT-STATUS(SPT-INDEX).
           MOVE SPT-INDEX TO WA-SALESPERSON-COUNT.

           READ SALESPERSON-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-SALESPERSON-EOF.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VALID STORE CODES - WHEN NO STORE MASTER IS ON    *
      *     FILE THE TABLE IS EMPTY AND NO STORE EDIT IS APPLIED       *
      *                                                                *
      ******************************************************************

       A-800-LOAD-STORE-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM A-810-LOAD-STORE-ENTRY
             VARYING SVT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SVT-INDEX > 20.

           CLOSE STORE-MASTER-FILE.

       A-810-LOAD-STORE-ENTRY.

           MOVE SMR-STORE-CODE TO SVT-STORE-CODE(SVT-INDEX).
           MOVE SVT-INDEX TO WA-STORE-CODE-COUNT.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     READ THE RUN MODE PARAMETER - DEFAULT IS A LIVE RUN        *
      *                                                                *
      ******************************************************************

       A-120-READ-RUN-MODE.

           OPEN INPUT MODE-PARM-FILE.

           READ MODE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MPR-RUN-MODE TO WA-RUN-MODE.

           CLOSE MODE-PARM-FILE.
      /
      ******************************************************************
      *                                                                *
      *     READ ANY CHECKPOINT LEFT BY A PRIOR RUN, BEFORE THE        *
      *     OUTPUT OPEN BELOW TRUNCATES CHECKPOINT-FILE, SO A RUN      *
      *     THAT ABORTED PARTWAY CAN RESUME PAST THE LAST CUSTOMER     *
               PERFORM B-400-WRITE-LOG.

           PERFORM B-340-CHECK-STOCK-NUMBER.
           PERFORM B-345-CHECK-SALESPERSON.
           PERFORM B-350-CHECK-STORE-CODE.

      *    A SALE FLAGGED AS DEALER-FINANCED MUST CARRY THE RATE AND
      *    TERM THE CONTRACT IS WRITTEN AT
                       MOVE "DUPLICATE STOCK NUMBER" TO TDL-MESSAGE
                       PERFORM B-400-WRITE-LOG.

           PERFORM B-350-CHECK-STORE-CODE.

      *****************************************************************
      *                                                               *
      *     A TRANSACTION MAY NAME THE STOCK NUMBER OF THE UNIT IT    *
                       PERFORM B-400-WRITE-LOG
                   WHEN VIT-STOCK-NUMBER(VIT-INDEX) = TR-STOCK-NUMBER
                       CONTINUE.

      *****************************************************************
      *                                                               *
      *     A SALE MUST NAME THE SALESPERSON WHO CLOSED THE DEAL,     *
      *     AND THE SALESPERSON MUST BE ACTIVE ON THE SALESPERSON     *
      *     MASTER SO THE COMMISSION RUN CAN PAY THE DEAL. WHEN NO    *
      *     SALESPERSON MASTER IS ON FILE THE EDIT IS SKIPPED         *
      *                                                               *
      *****************************************************************

       B-345-CHECK-SALESPERSON.

           IF WA-SALESPERSON-COUNT > 0
               IF TR-SALESPERSON-ID = SPACES
                   MOVE "SALESPERSON ID MISSING" TO TDL-MESSAGE
                   PERFORM B-400-WRITE-LOG
               ELSE
                   SET SPT-INDEX TO 1
                   SEARCH SPT-ENTRY
                       AT END
                           MOVE "SALESPERSON NOT ON MASTER"
                             TO TDL-MESSAGE
                           PERFORM B-400-WRITE-LOG
                       WHEN SPT-SALESPERSON-ID(SPT-INDEX) =
                            TR-SALESPERSON-ID
                           IF NOT SPT-ACTIVE(SPT-INDEX)
                               MOVE "SALESPERSON INACTIVE"
                                 TO TDL-MESSAGE
                               PERFORM B-400-WRITE-LOG
                           END-IF.

      *****************************************************************
      *                                                               *
      *     A SALE OR TRADE-IN MAY NAME THE STORE THAT WROTE IT. A    *
      *     KEYED STORE CODE MUST BE ON THE STORE MASTER - A BLANK    *
      *     ONE FALLS BACK TO THE STORE ON THE CUSTOMER'S PRIOR SALE  *
      *     AT POSTING TIME. WHEN NO STORE MASTER IS ON FILE THE      *
      *     EDIT IS SKIPPED                                           *
      *                                                               *
      *****************************************************************

       B-350-CHECK-STORE-CODE.

           IF TR-STORE-CODE NOT = SPACES AND WA-STORE-CODE-COUNT > 0
               SET SVT-INDEX TO 1
               SEARCH SVT-ENTRY
                   AT END
                       MOVE "STORE NOT ON STORE MASTER" TO TDL-MESSAGE
                       PERFORM B-400-WRITE-LOG
                   WHEN SVT-STORE-CODE(SVT-INDEX) = TR-STORE-CODE
                       CONTINUE.

      *****************************************************************
      *                                                               *
      *     EDIT THE PRICE AGAINST THE PRICE GUIDE RANGE FOR THE      *
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT
               ADD 1 TO AC-BAD-TRANS-COUNT
               PERFORM B-410-TALLY-EDIT-REJECT
               IF NOT TRIAL-RUN
                   WRITE REJECT-RECORD FROM TRANSACTION-RECORD
               END-IF
               MOVE SPACES TO TDL-TRANSACTION-RECORD
               MOVE "N" TO SW-VALID-TRANSACTION
           ELSE

           IF AC-LINE-COUNT > 55
               MOVE ZERO TO AC-LINE-COUNT.

      *****************************************************************
      *                                                               *
      *     ROLL AN EDIT REJECT INTO THE REJECTED TOTALS - A PRICE    *
      *     THAT IS NOT NUMERIC NEVER REACHED THE TRAILER HASH        *
      *                                                               *
      *****************************************************************

       B-410-TALLY-EDIT-REJECT.

           ADD 1 TO AC-REJECTED-TRANS-COUNT.

           IF TR-PURCHASE-PRICE-ALPHA NUMERIC
               ADD TR-PURCHASE-PRICE TO AC-REJECTED-DOLLAR-TOTAL.
      /
      *****************************************************************
      *                                                               *

       C-100-UPDATE-FILE.

           IF TRIAL-RUN
               OPEN INPUT CUSTOMER-SALES-FILE
                          SORTED-TRANSACTION-FILE
           ELSE
               OPEN I-O CUSTOMER-SALES-FILE
                 INPUT SORTED-TRANSACTION-FILE.

           IF WA-RESTART-CUSTOMER-NUMBER NOT = LOW-VALUES
               MOVE WA-RESTART-CUSTOMER-NUMBER TO CSF-CUSTOMER-NUMBER
           MOVE AC-TRADE-IN-COUNT TO TSL-TRADE-IN-COUNT.
           MOVE AC-TRADE-IN-ALLOWANCE TO TSL-TRADE-IN-ALLOWANCE.
           MOVE AC-CONTRACT-COUNT TO TSL-CONTRACT-COUNT.
           MOVE AC-OTHER-STORE-COUNT TO TSL-OTHER-STORE-COUNT.
           MOVE AC-TITLE-WORK-COUNT TO TSL-TITLE-WORK-COUNT.
           MOVE AC-TITLE-VOID-COUNT TO TSL-TITLE-VOID-COUNT.

           WRITE TRAN-REPORT-LINE-OUT FROM TSL-BAD-TOTAL
             AFTER ADVANCING 3 LINES.
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-CONTRACT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-OTHER-STORE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-TITLE-WORK-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-TITLE-VOID-TOTAL
             AFTER ADVANCING 1 LINE.

           IF TRIAL-RUN
               PERFORM C-120-PRINT-TRIAL-PROJECTION.

           WRITE TRAN-REPORT-LINE-OUT FROM TSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           IF NOT TRIAL-RUN
               MOVE WA-RUN-DATE TO TL9-RUN-DATE
               MOVE AC-POSTED-TRANS-COUNT TO TL9-POSTED-COUNT
               MOVE AC-POSTED-DOLLAR-TOTAL TO TL9-POSTED-DOLLARS
               WRITE TOTALS-RECORD.

      ******************************************************************
      *                                                                *
      *     THE TRIAL RUN PROJECTION. POSTED COUNTS EVERY SALE,        *
      *     REVERSAL AND TRADE-IN THAT WOULD POST TONIGHT; REJECTED    *
      *     COUNTS EVERY EDIT, MATCH AND DUPLICATE REJECT. TOGETHER    *
      *     THEY FOOT TO THE BATCH TRAILER COUNT AND DOLLAR HASH       *
      *                                                                *
      ******************************************************************

       C-120-PRINT-TRIAL-PROJECTION.

           MOVE AC-ACCEPTED-TRANS-COUNT TO TSL-PROJECTED-POSTED-COUNT.
           MOVE AC-ACCEPTED-DOLLAR-TOTAL
             TO TSL-PROJECTED-POSTED-AMOUNT.
           MOVE AC-REJECTED-TRANS-COUNT TO TSL-PROJECTED-REJECT-COUNT.
           MOVE AC-REJECTED-DOLLAR-TOTAL
             TO TSL-PROJECTED-REJECT-AMOUNT.

           WRITE TRAN-REPORT-LINE-OUT FROM TSL-TRIAL-BANNER
             AFTER ADVANCING 3 LINES.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-PROJECTED-POSTED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-PROJECTED-POSTED-DOLLARS
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-PROJECTED-REJECT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TSL-PROJECTED-REJECT-DOLLARS
             AFTER ADVANCING 1 LINE.
      /
      ******************************************************************
      *                                                                *
           MOVE AC-UNMATCHED-TRANS-COUNT TO CKR-UNMATCHED-COUNT.
           MOVE AC-DUPLICATE-TRANS-COUNT TO CKR-DUPLICATE-COUNT.

           IF NOT TRIAL-RUN
               WRITE CHECKPOINT-RECORD.

           MOVE ZERO TO WA-RECORDS-SINCE-CHECKPOINT.
      /
       C-301-DUPLICATE-POSTED-TRANSACTION.

           ADD 1 TO AC-DUPLICATE-TRANS-COUNT.
           PERFORM C-325-TALLY-MATCH-REJECT.
           MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD.
           MOVE "DUPLICATE TRANSACTION (PRIOR RUN)" TO TDL-MESSAGE.

           MOVE STR-AUTO-MAKE TO HSR-AUTO-MAKE.
           MOVE STR-AUTO-YEAR TO HSR-AUTO-YEAR.
           MOVE STR-SATISFACTION-CODE TO HSR-SATISFACTION-CODE.
           MOVE STR-SALESPERSON-ID TO HSR-SALESPERSON-ID.

           PERFORM C-322-SET-SELLING-STORE.
           MOVE WA-SELLING-STORE-CODE TO HSR-STORE-CODE.

           PERFORM C-306-SELECT-INVENTORY-UNIT.
           MOVE WA-SOLD-STOCK-NUMBER TO HSR-STOCK-NUMBER.

           PERFORM C-316-COMPUTE-SALES-TAX.

      *    A TRIAL RUN TAKES THE NEW KEY AS GOOD - THE HELD SEQUENCE
      *    IS ALREADY ONE PAST THE HIGHEST ON FILE FOR THE CUSTOMER

           IF TRIAL-RUN
               MOVE "Y" TO SW-SALE-ADDED
           ELSE
               WRITE CUST-RECORD FROM HELD-SALE-RECORD
                   INVALID KEY
                       MOVE "N" TO SW-SALE-ADDED
                   NOT INVALID KEY
                       MOVE "Y" TO SW-SALE-ADDED.

           IF SALE-ADDED
               PERFORM C-303-LOG-POSTED-SALE
           ELSE
               MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD
               PERFORM C-325-TALLY-MATCH-REJECT
               MOVE "SALE NOT ADDED - KEY ERROR" TO TDL-MESSAGE
               WRITE TRAN-REPORT-LINE-OUT FROM TRANSACTION-DETAIL-LINE
                 AFTER ADVANCING 2 LINES.
           MOVE STR-AUTO-YEAR TO HR-NEW-AUTO-YEAR.
           MOVE STR-SATISFACTION-CODE TO HR-NEW-SATISFACTION-CODE.

           IF NOT TRIAL-RUN
               WRITE HISTORY-RECORD.

           ADD 1 TO AC-POSTED-TRANS-COUNT.
           ADD 1 TO AC-ACCEPTED-TRANS-COUNT.
           ADD STR-PURCHASE-PRICE TO AC-ACCEPTED-DOLLAR-TOTAL.

           PERFORM C-304-FLAG-INVENTORY-SOLD.

           ADD STR-PURCHASE-PRICE TO AC-POSTED-DOLLAR-TOTAL.

           MOVE "N" TO SW-CONTRACT-TAKEN.

           IF STR-FINANCED
               PERFORM C-317-NOTE-FINANCE-CONTRACT.

           PERFORM C-318-NOTE-TITLE-WORK.

           MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD.
           MOVE "NEW SALE ADDED" TO TDL-MESSAGE.

           WRITE TRAN-REPORT-LINE-OUT FROM TRANSACTION-DETAIL-LINE
             AFTER ADVANCING 2 LINES.

           IF WA-SOLD-VEHICLE-SUB > 0
               PERFORM C-305-CHECK-SELLING-STORE.

      ******************************************************************
      *                                                                *
      *     WARN WHEN THE UNIT SOLD SITS ON ANOTHER STORE'S LOT - THE  *
      *     SALE STANDS, BUT THE UNIT HAS TO BE TRANSFERRED THROUGH    *
      *     THE INVENTORY MAINTENANCE RUN (VSEX19-1)                   *
      *                                                                *
      ******************************************************************

       C-305-CHECK-SELLING-STORE.

           IF WA-SELLING-STORE-CODE NOT = SPACES AND
              VIT-STORE-CODE(WA-SOLD-VEHICLE-SUB) NOT = SPACES AND
              VIT-STORE-CODE(WA-SOLD-VEHICLE-SUB) NOT =
              WA-SELLING-STORE-CODE
               ADD 1 TO AC-OTHER-STORE-COUNT
               MOVE SPACES TO TDL-TRANSACTION-RECORD
               MOVE SPACES TO TDL-MESSAGE
               STRING "WARNING - UNIT ON STORE "
                 DELIMITED BY SIZE
                 VIT-STORE-CODE(WA-SOLD-VEHICLE-SUB)
                 DELIMITED BY SIZE
                 " LOT" DELIMITED BY SIZE
                 INTO TDL-MESSAGE
               WRITE TRAN-REPORT-LINE-OUT FROM TRANSACTION-DETAIL-LINE
                 AFTER ADVANCING 1 LINE.

      ******************************************************************
      *                                                                *
      *     FLAG THE INVENTORY UNIT SELECTED FOR THE POSTED SALE -     *
                       PERFORM C-307-NOTE-SELECTED-UNIT
               END-SEARCH
           ELSE
               SET VIT-INDEX TO 1
               SEARCH VIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN VIT-AUTO-MAKE(VIT-INDEX) = STR-AUTO-MAKE AND
                        VIT-AUTO-YEAR(VIT-INDEX) = STR-AUTO-YEAR AND
                        VIT-STORE-CODE(VIT-INDEX) =
                        WA-SELLING-STORE-CODE AND
                        VIT-AVAILABLE(VIT-INDEX) AND
                        NOT VIT-FLAGGED-SOLD(VIT-INDEX)
                       PERFORM C-307-NOTE-SELECTED-UNIT
               END-SEARCH.

      *    NOTHING MATCHING ON THE SELLING STORE'S LOT - TAKE THE
      *    FIRST MATCHING UNIT ON ANY LOT

           IF STR-STOCK-NUMBER = SPACES AND
              WA-SOLD-VEHICLE-SUB = ZERO
               SET VIT-INDEX TO 1
               SEARCH VIT-ENTRY
                   AT END

           MOVE VIT-STOCK-NUMBER(VIT-INDEX) TO WA-SOLD-STOCK-NUMBER.
           MOVE VIT-INDEX TO WA-SOLD-VEHICLE-SUB.

      ******************************************************************
      *                                                                *
      *     THE SELLING STORE IS THE STORE KEYED ON THE TRANSACTION,   *
      *     OR THE STORE ON THE CUSTOMER'S PRIOR SALE WHEN NONE WAS    *
      *     KEYED                                                      *
      *                                                                *
      ******************************************************************

       C-322-SET-SELLING-STORE.

           IF STR-STORE-CODE NOT = SPACES
               MOVE STR-STORE-CODE TO WA-SELLING-STORE-CODE
           ELSE
               MOVE HSR-STORE-CODE TO WA-SELLING-STORE-CODE.
      /
      ******************************************************************
      *                                                                *
               PERFORM C-309-BACK-OUT-HELD-SALE
           ELSE
               ADD 1 TO AC-UNMATCHED-TRANS-COUNT
               PERFORM C-325-TALLY-MATCH-REJECT
               MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD
               MOVE "REVERSAL MATCHES NO SALE" TO TDL-MESSAGE
               WRITE TRAN-REPORT-LINE-OUT FROM TRANSACTION-DETAIL-LINE

           MOVE HSR-SALE-KEY TO CSF-SALE-KEY.

           IF NOT TRIAL-RUN
               DELETE CUSTOMER-SALES-FILE RECORD
               WRITE HISTORY-RECORD.

           PERFORM C-319-VOID-TITLE-WORK.
           PERFORM C-311-LOG-REVERSED-SALE.

      ******************************************************************

           ADD 1 TO AC-REVERSED-TRANS-COUNT.
           ADD STR-PURCHASE-PRICE TO AC-REVERSED-DOLLAR-TOTAL.
           ADD 1 TO AC-ACCEPTED-TRANS-COUNT.
           ADD STR-PURCHASE-PRICE TO AC-ACCEPTED-DOLLAR-TOTAL.
           SUBTRACT STR-PURCHASE-PRICE FROM AC-POSTED-DOLLAR-TOTAL.

           PERFORM C-312-RETURN-INVENTORY-UNIT.
                   PERFORM C-314-ACCEPT-TRADE-IN
               WHEN VIT-STOCK-NUMBER(VIT-INDEX) = STR-STOCK-NUMBER
                   ADD 1 TO AC-DUPLICATE-TRANS-COUNT
                   PERFORM C-325-TALLY-MATCH-REJECT
                   MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD
                   MOVE "DUPLICATE TRADE-IN STOCK" TO TDL-MESSAGE
                   WRITE TRAN-REPORT-LINE-OUT

       C-314-ACCEPT-TRADE-IN.

           PERFORM C-322-SET-SELLING-STORE.

           IF WA-TRADE-IN-COUNT < 100
               ADD 1 TO WA-TRADE-IN-COUNT
               SET TIT-INDEX TO WA-TRADE-IN-COUNT
               MOVE STR-AUTO-MAKE TO TIT-AUTO-MAKE(TIT-INDEX)
               MOVE STR-AUTO-YEAR TO TIT-AUTO-YEAR(TIT-INDEX)
               MOVE STR-PURCHASE-PRICE TO TIT-ALLOWANCE(TIT-INDEX)
               MOVE WA-SELLING-STORE-CODE TO TIT-STORE-CODE(TIT-INDEX)
               IF WA-SELLING-STORE-CODE = SPACES
                   MOVE "01" TO TIT-STORE-CODE(TIT-INDEX)
               END-IF
               PERFORM C-315-NOTE-TRADE-IN-UNIT
               ADD 1 TO AC-TRADE-IN-COUNT
               ADD STR-PURCHASE-PRICE TO AC-TRADE-IN-ALLOWANCE
               ADD 1 TO AC-ACCEPTED-TRANS-COUNT
               ADD STR-PURCHASE-PRICE TO AC-ACCEPTED-DOLLAR-TOTAL
               MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD
               MOVE SPACES TO TDL-MESSAGE
               STRING "TRADE-IN TAKEN ON SALE "
               MOVE STR-STOCK-NUMBER TO VIT-STOCK-NUMBER(VIT-INDEX)
               MOVE STR-AUTO-MAKE TO VIT-AUTO-MAKE(VIT-INDEX)
               MOVE STR-AUTO-YEAR TO VIT-AUTO-YEAR(VIT-INDEX)
               MOVE TIT-STORE-CODE(TIT-INDEX)
                 TO VIT-STORE-CODE(VIT-INDEX)
               MOVE "A" TO VIT-STATUS(VIT-INDEX)
               MOVE "N" TO VIT-FLAGGED(VIT-INDEX).
      /
                 TO FCT-AMOUNT-FINANCED(FCT-INDEX)
               MOVE STR-FINANCE-RATE TO FCT-FINANCE-RATE(FCT-INDEX)
               MOVE STR-FINANCE-TERM TO FCT-TERM-MONTHS(FCT-INDEX)
               MOVE "Y" TO SW-CONTRACT-TAKEN
               ADD 1 TO AC-CONTRACT-COUNT.

      ******************************************************************
      *                                                                *
      *     EVERY POSTED SALE OPENS TITLE WORK FOR THE TITLE CLERK -   *
      *     THE DEALER IS THE LIENHOLDER WHEN THE SALE TOOK A DEALER   *
      *     FINANCE CONTRACT. THE RECORD IS WRITTEN AT END OF JOB,     *
      *     WHEN THE VIN AND THE BUYER'S ADDRESS ARE JOINED ON         *
      *                                                                *
      ******************************************************************

       C-318-NOTE-TITLE-WORK.

           IF WA-TITLE-TABLE-COUNT < 500
               ADD 1 TO WA-TITLE-TABLE-COUNT
               SET TWT-INDEX TO WA-TITLE-TABLE-COUNT
               MOVE "A" TO TWT-ACTION(TWT-INDEX)
               MOVE HSR-CUSTOMER-NUMBER
                 TO TWT-CUSTOMER-NUMBER(TWT-INDEX)
               MOVE HSR-SALE-SEQUENCE TO TWT-SALE-SEQUENCE(TWT-INDEX)
               MOVE HSR-STOCK-NUMBER TO TWT-STOCK-NUMBER(TWT-INDEX)
               MOVE HSR-CUSTOMER-NAME TO TWT-BUYER-NAME(TWT-INDEX)
               MOVE STR-PURCHASE-DATE TO TWT-SALE-DATE(TWT-INDEX)
               MOVE HSR-STORE-CODE TO TWT-STORE-CODE(TWT-INDEX)
               MOVE SPACES TO TWT-LIENHOLDER(TWT-INDEX)
               IF CONTRACT-TAKEN
                   MOVE WA-DEALER-LIENHOLDER
                     TO TWT-LIENHOLDER(TWT-INDEX)
               END-IF
               ADD 1 TO AC-TITLE-WORK-COUNT.

      ******************************************************************
      *                                                                *
      *     A REVERSED SALE VOIDS ITS TITLE WORK. TITLE WORK OPENED    *
      *     EARLIER THIS RUN IS DROPPED FROM THE TABLE - OTHERWISE A   *
      *     VOID IS NOTED FOR THE RECORD ALREADY ON FILE               *
      *                                                                *
      ******************************************************************

       C-319-VOID-TITLE-WORK.

           MOVE "N" TO SW-TITLE-FOUND.

           IF WA-TITLE-TABLE-COUNT > 0
               SET TWT-INDEX TO 1
               SEARCH TWT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TWT-CUSTOMER-NUMBER(TWT-INDEX) =
                        HSR-CUSTOMER-NUMBER AND
                        TWT-SALE-SEQUENCE(TWT-INDEX) =
                        HSR-SALE-SEQUENCE AND
                        TWT-OPEN-TITLE(TWT-INDEX)
                       MOVE "X" TO TWT-ACTION(TWT-INDEX)
                       SUBTRACT 1 FROM AC-TITLE-WORK-COUNT
                       MOVE "Y" TO SW-TITLE-FOUND.

           IF NOT TITLE-FOUND AND WA-TITLE-TABLE-COUNT < 500
               ADD 1 TO WA-TITLE-TABLE-COUNT
               SET TWT-INDEX TO WA-TITLE-TABLE-COUNT
               MOVE "V" TO TWT-ACTION(TWT-INDEX)
               MOVE HSR-CUSTOMER-NUMBER
                 TO TWT-CUSTOMER-NUMBER(TWT-INDEX)
               MOVE HSR-SALE-SEQUENCE TO TWT-SALE-SEQUENCE(TWT-INDEX)
               ADD 1 TO AC-TITLE-VOID-COUNT.
      /
      ******************************************************************
      *                                                                *
               MOVE "UNMATCHED TRANSACTION" TO TDL-MESSAGE
               ADD 1 TO AC-UNMATCHED-TRANS-COUNT.

           PERFORM C-325-TALLY-MATCH-REJECT.
           MOVE SORTED-TRAN-RECORD TO TDL-TRANSACTION-RECORD.

           WRITE TRAN-REPORT-LINE-OUT FROM TRANSACTION-DETAIL-LINE
           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-CUSTOMER-NUMBER.

      ******************************************************************
      *                                                                *
      *     ROLL A TRANSACTION THE MATCH TURNED AWAY INTO THE          *
      *     REJECTED TOTALS                                            *
      *                                                                *
      ******************************************************************

       C-325-TALLY-MATCH-REJECT.

           ADD 1 TO AC-REJECTED-TRANS-COUNT.
           ADD STR-PURCHASE-PRICE TO AC-REJECTED-DOLLAR-TOTAL.
      /
      *****************************************************************
      *                                                               *
             AFTER ADVANCING 1 LINE.
           WRITE TRAN-REPORT-LINE-OUT FROM TRH-LINE-2A
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

           IF TRIAL-RUN
               WRITE TRAN-REPORT-LINE-OUT FROM TRH-LINE-2B
                 AFTER ADVANCING 1 LINE
               ADD 1 TO AC-LINE-COUNT.

           WRITE TRAN-REPORT-LINE-OUT FROM TRH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE TRAN-REPORT-LINE-OUT FROM TRH-LINE-4
             AFTER ADVANCING 1 LINE.

      *****************************************************************
      *                                                               *
      *                    END OF JOB PARAGRAPH                       *
      *****************************************************************
       D-100-WRAP-UP.

      *    A TRIAL RUN LEAVES THE INVENTORY, FINANCE CONTRACT AND
      *    TITLE WORK MASTERS UNTOUCHED - THE TABLES BUILT DURING
      *    POSTING ARE SIMPLY DROPPED

           IF NOT TRIAL-RUN
               PERFORM D-200-UPDATE-SOLD-INVENTORY
               PERFORM D-300-WRITE-FINANCE-CONTRACTS
               PERFORM D-400-WRITE-TITLE-WORK.

           IF BATCH-BALANCED
               CLOSE CUSTOMER-SALES-FILE
                     SORTED-TRANSACTION-FILE.

           IF TRIAL-RUN
               CLOSE TRANSACTION-REPORT
           ELSE
               CLOSE TRANSACTION-REPORT
                 REJECT-FILE
                 HISTORY-FILE
                 CHECKPOINT-FILE
                 TOTALS-FILE.

           DISPLAY " ".
           DISPLAY "CUSTOMER SALES UPDATE PROGRAM HAS TERMINATED".

           IF TRIAL-RUN
               DISPLAY "TRIAL RUN - NO FILES HAVE BEEN UPDATED".

           DISPLAY " ".

      ******************************************************************
      *                                                                *
      *     REWRITE EVERY INVENTORY UNIT FLAGGED DURING POSTING AS     *
      *     SOLD ON THE INVENTORY MASTER. THE SOLD DATE STAMPED HERE   *
      *     IS WHAT THE FLOOR PLAN PAYOFF LIST (VSEX52-2) SELECTS A    *
      *     FLOORED UNIT ON LATER IN THE CHAIN                         *
      *                                                                *
      ******************************************************************

           MOVE "A" TO VHF-STATUS.
           MOVE ZERO TO VHF-SOLD-DATE.
           MOVE WA-RUN-DATE TO VHF-ACQUIRED-DATE.
           MOVE TIT-STORE-CODE(WA-TRADE-IN-SUB) TO VHF-STORE-CODE.
           MOVE "N" TO VHF-FLOORED-FLAG.
           MOVE ZERO TO VHF-FLOOR-AMOUNT
                        VHF-FLOOR-DATE.
           MOVE SPACES TO VHF-FLOOR-LENDER.

           WRITE VEHICLE-MASTER-RECORD.

           COMPUTE FMR-PAYMENT-AMOUNT ROUNDED =
               FMR-BALANCE / FMR-TERM-MONTHS.

           MOVE ZERO TO FMR-LAST-PAYMENT-DATE
                        FMR-WRITE-OFF-AMOUNT
                        FMR-WRITE-OFF-DATE.
           MOVE "O" TO FMR-STATUS.

           WRITE FINANCE-MASTER-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     APPLY THE TITLE WORK OPENED AND VOIDED THIS RUN TO THE     *
      *     TITLE WORK FILE. A CORRECTED DEAL THAT REUSES THE          *
      *     SEQUENCE OF A REVERSED SALE REPLACES THE VOIDED RECORD.    *
      *     TITLE WORK ALREADY OPEN UNDER THE KEY IS LEFT AS IT        *
      *     STANDS                                                     *
      *                                                                *
      ******************************************************************

       D-400-WRITE-TITLE-WORK.

           IF WA-TITLE-TABLE-COUNT > 0
               OPEN I-O TITLE-WORK-FILE
               OPEN INPUT CUSTOMER-ADDRESS-FILE
                          VEHICLE-MASTER-FILE
               PERFORM D-410-APPLY-ONE-TITLE
                 VARYING WA-TITLE-SUB FROM 1 BY 1
                 UNTIL WA-TITLE-SUB > WA-TITLE-TABLE-COUNT
               CLOSE TITLE-WORK-FILE
                     CUSTOMER-ADDRESS-FILE
                     VEHICLE-MASTER-FILE.

       D-410-APPLY-ONE-TITLE.

           MOVE TWT-CUSTOMER-NUMBER(WA-TITLE-SUB)
             TO TWR-CUSTOMER-NUMBER.
           MOVE TWT-SALE-SEQUENCE(WA-TITLE-SUB) TO TWR-SALE-SEQUENCE.

           EVALUATE TRUE
               WHEN TWT-OPEN-TITLE(WA-TITLE-SUB)
                   READ TITLE-WORK-FILE
                       INVALID KEY
                           PERFORM D-420-BUILD-TITLE-WORK
                           WRITE TITLE-WORK-RECORD
                       NOT INVALID KEY
                           IF TWR-VOID
                               PERFORM D-420-BUILD-TITLE-WORK
                               REWRITE TITLE-WORK-RECORD
                           END-IF
                   END-READ
               WHEN TWT-VOID-TITLE(WA-TITLE-SUB)
                   READ TITLE-WORK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "V" TO TWR-STATUS
                           MOVE WA-RUN-DATE TO TWR-VOID-DATE
                           REWRITE TITLE-WORK-RECORD
                   END-READ.

      ******************************************************************
      *                                                                *
      *     BUILD ONE OPEN TITLE WORK RECORD - THE VIN COMES OFF THE   *
      *     INVENTORY MASTER AND THE ADDRESS OFF THE CUSTOMER ADDRESS  *
      *     MASTER. EITHER ONE NOT ON FILE IS LEFT BLANK FOR THE       *
      *     CLERK, AND THE AGING REPORT FLAGS IT                       *
      *                                                                *
      ******************************************************************

       D-420-BUILD-TITLE-WORK.

           MOVE SPACES TO TITLE-WORK-RECORD.
           MOVE TWT-CUSTOMER-NUMBER(WA-TITLE-SUB)
             TO TWR-CUSTOMER-NUMBER.
           MOVE TWT-SALE-SEQUENCE(WA-TITLE-SUB) TO TWR-SALE-SEQUENCE.
           MOVE TWT-STOCK-NUMBER(WA-TITLE-SUB) TO TWR-STOCK-NUMBER.
           MOVE TWT-BUYER-NAME(WA-TITLE-SUB) TO TWR-BUYER-NAME.
           MOVE TWT-LIENHOLDER(WA-TITLE-SUB) TO TWR-LIENHOLDER.
           MOVE TWT-SALE-DATE(WA-TITLE-SUB) TO TWR-SALE-DATE.
           MOVE TWT-STORE-CODE(WA-TITLE-SUB) TO TWR-STORE-CODE.
           MOVE WA-RUN-DATE TO TWR-CREATED-DATE.
           MOVE ZERO TO TWR-SUBMITTED-DATE
                        TWR-COMPLETED-DATE
                        TWR-VOID-DATE.
           MOVE "O" TO TWR-STATUS.

           IF TWR-STOCK-NUMBER NOT = SPACES
               MOVE TWR-STOCK-NUMBER TO VHF-STOCK-NUMBER
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VHF-VIN TO TWR-VIN.

           MOVE TWR-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER.

           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CAR-CUSTOMER-ADDRESS TO TWR-ADDRESS
                   MOVE CAR-CITY TO TWR-CITY
                   MOVE CAR-STATE TO TWR-STATE
                   MOVE CAR-ZIP-CODE TO TWR-ZIP-CODE
                   MOVE CAR-ZIP-PLUS-4 TO TWR-ZIP-PLUS-4.

      ******************************************************************
      *                       END OF PROGRAM                           *
