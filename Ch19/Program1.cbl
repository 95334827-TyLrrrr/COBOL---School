      *    (VEHMAST.DAT) IN THE SAME MANNER THE CLERK AND CUSTOMER     *
      *    MASTERS ARE MAINTAINED. ADD, CHANGE, AND DELETE             *
      *    TRANSACTIONS ARE SORTED BY STOCK NUMBER AND APPLIED         *
      *    DIRECTLY BY KEY - THE INVENTORY MASTER IS A KEYED FILE, SO  *
      *    CHANGES ARE MADE IN PLACE RATHER THAN THROUGH AN OLD-       *
      *    MASTER/NEW-MASTER PASS. A CHANGE TRANSACTION FIELD LEFT     *
      *    BLANK LEAVES THE MASTER FIELD UNCHANGED. AN EDIT LIST       *
      *    SHOWS THE DISPOSITION OF EVERY TRANSACTION. ADDED VEHICLES  *
      *    START WITH STATUS A (AVAILABLE) - THE CUSTOMER SALES        *
      *    UPDATE RUN (VSEX9-3) FLAGS THEM S (SOLD) AS SALES POST.     *
      *                                                                *
      *    EVERY UNIT SITS ON ONE STORE'S LOT. AN ADD PLACES THE UNIT  *
      *    AT THE STORE KEYED ON THE TRANSACTION, OR STORE 01 WHEN     *
      *    THE STORE IS LEFT BLANK, AND THE STORE MUST BE ON THE       *
      *    STORE MASTER (STORMAST.DAT) WHEN ONE IS ON FILE. A CHANGE   *
      *    MAY NOT MOVE A UNIT BETWEEN STORES - A TRANSFER             *
      *    TRANSACTION (CODE T) CARRYING THE RECEIVING STORE DOES      *
      *    THAT, FOR AN AVAILABLE UNIT ONLY, AND EVERY TRANSFER IS     *
      *    APPENDED TO THE TRANSFER LOG.                               *
      *                                                                *
      *    NEW UNITS FLOOR-PLANNED WITH THE BANK CARRY A FLOORED       *
      *    FLAG, THE FLOORED AMOUNT, THE FLOOR DATE, AND THE FLOOR     *
      *    PLAN LENDER. FLAG Y PUTS A UNIT ON THE FLOOR PLAN AND MUST  *
      *    CARRY THE LENDER AND AMOUNT - THE LENDER MUST BE ON THE     *
      *    FLOOR PLAN LENDER FILE (FPLENDER.DAT) WHEN ONE IS ON FILE,  *
      *    AND A FLOOR DATE LEFT BLANK DEFAULTS TO THE ACQUISITION     *
      *    DATE. FLAG N TAKES A UNIT OFF THE FLOOR PLAN. A CHANGE      *
      *    WITH THE FLAG BLANK CHANGES ONLY THE FLOOR PLAN FIELDS      *
      *    KEYED.                                                      *
      *                                                                *
      *    EVERY TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND   *
      *    A REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION       *
      *    TOUCHES IS APPENDED TO THE SHARED CHANGE JOURNAL            *
      *    (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.                  *
      *                                                                *
      *        INPUT:   VEHTRAN.DAT - INVENTORY MAINT. TRANSACTIONS    *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                 FPLENDER.DAT - FLOOR PLAN LENDER FILE          *
      *                                                                *
      *        INPUT/OUTPUT:  VEHMAST.DAT - VEHICLE INVENTORY MASTER   *
      *                       XFERLOG.DAT - INVENTORY TRANSFER LOG     *
      *                       CHGJRNL.DAT - MASTER CHANGE JOURNAL      *
      *                                                                *
      *        OUTPUT:  VSEX19-1.RPT - INVENTORY MAINT. EDIT LIST      *
      *                                                                *
           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch19\VSEX1
      -    "9-1.RPT".

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSFER-LOG-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\XFERL
      -    "OG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLOOR-PLAN-LENDER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FPLEN
      -    "DER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************

      ******************************************************************
      *                                                                *
      *    VEHICLE TRANSACTION FILE - ADD/CHANGE/DELETE/TRANSFER       *
      *    TRANSACTIONS. ON A TRANSFER THE STORE CODE IS THE           *
      *    RECEIVING STORE. THE FLOOR PLAN FIELDS ARE KEYED ON ADDS    *
      *    AND CHANGES                                                 *
      *                                                                *
      ******************************************************************

         02 VTR-ACQUISITION-COST PIC X(7).
         02 VTR-ASKING-PRICE PIC X(7).
         02 VTR-ACQUIRED-DATE PIC X(8).
         02 VTR-STORE-CODE PIC XX.
         02 VTR-FLOORED-FLAG PIC X.
         02 VTR-FLOOR-AMOUNT PIC X(7).
         02 VTR-FLOOR-DATE PIC X(8).
         02 VTR-FLOOR-LENDER PIC X(4).
         02 VTR-OPERATOR-ID PIC X(6).
         02 VTR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
       01 SORT-RECORD.
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-STOCK-NUMBER PIC X(6).
         02 PIC X(93).

      ******************************************************************
      *                                                                *
           88 ADD-TRANSACTION VALUE "A".
           88 CHANGE-TRANSACTION VALUE "C".
           88 DELETE-TRANSACTION VALUE "D".
           88 TRANSFER-TRANSACTION VALUE "T".
         02 STR-STOCK-NUMBER PIC X(6).
         02 STR-VIN PIC X(17).
         02 STR-AUTO-MAKE PIC X(20).
         02 STR-ACQUIRED-DATE-ALPHA PIC X(8).
         02 STR-ACQUIRED-DATE REDEFINES
            STR-ACQUIRED-DATE-ALPHA PIC 9(8).
         02 STR-STORE-CODE PIC XX.
         02 STR-FLOORED-FLAG PIC X.
           88 STR-VALID-FLOORED-FLAG VALUE "Y" "N" " ".
         02 STR-FLOOR-AMOUNT-ALPHA PIC X(7).
         02 STR-FLOOR-AMOUNT REDEFINES
            STR-FLOOR-AMOUNT-ALPHA PIC 9(5)V99.
         02 STR-FLOOR-DATE-ALPHA PIC X(8).
         02 STR-FLOOR-DATE REDEFINES
            STR-FLOOR-DATE-ALPHA PIC 9(8).
         02 STR-FLOOR-LENDER PIC X(4).
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
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
       FD  EDIT-LIST-REPORT.

       01 EDIT-LINE-OUT PIC X(80).

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

      ******************************************************************
      *                                                                *
      *    TRANSFER LOG - ONE RECORD PER UNIT MOVED FROM ONE STORE'S   *
      *    LOT TO ANOTHER                                              *
      *                                                                *
      ******************************************************************

       FD  TRANSFER-LOG-FILE.

       01 TRANSFER-LOG-RECORD.
         02 XLR-STOCK-NUMBER PIC X(6).
         02 XLR-VIN PIC X(17).
         02 XLR-AUTO-MAKE PIC X(20).
         02 XLR-AUTO-YEAR PIC X(4).
         02 XLR-FROM-STORE-CODE PIC XX.
         02 XLR-TO-STORE-CODE PIC XX.
         02 XLR-TRANSFER-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    FLOOR-PLAN-LENDER-FILE - THE BANKS THAT FLOOR-PLAN NEW      *
      *    UNITS, WITH THEIR RATE AND CURTAILMENT TERMS. WHEN NO       *
      *    LENDER FILE IS ON FILE THE LENDER EDIT IS SKIPPED           *
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
      *    CHANGE-JOURNAL-FILE - THE SHARED CHANGE JOURNAL FOR THE     *
      *    REFERENCE MASTERS. EVERY FIELD AN APPLIED ADD, CHANGE, OR   *
      *    DELETE TOUCHES IS APPENDED WITH ITS OLD AND NEW VALUES,     *
      *    THE OPERATOR AND REASON CODE KEYED ON THE TRANSACTION, AND  *
      *    THE DATE AND TIME                                           *
      *                                                                *
      ******************************************************************

       FD  CHANGE-JOURNAL-FILE.

       01 CHANGE-JOURNAL-RECORD.
         02 CJR-MASTER-NAME PIC X(8).
         02 CJR-RECORD-KEY PIC X(24).
         02 CJR-ACTION PIC X.
           88 CJR-ADDED VALUE "A".
           88 CJR-DELETED VALUE "D".
         02 CJR-FIELD-NAME PIC X(13).
         02 CJR-OLD-VALUE PIC X(20).
         02 CJR-NEW-VALUE PIC X(20).
         02 CJR-OPERATOR-ID PIC X(6).
         02 CJR-REASON-CODE PIC XX.
         02 CJR-CHANGE-DATE PIC 9(8).
         02 CJR-CHANGE-TIME PIC 9(6).
         02 CJR-PROGRAM-NAME PIC X(8).
      /
       WORKING-STORAGE SECTION.
      ************************
         02 SW-VIN-CHAR-OK PIC X.
           88 VIN-CHAR-OK VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-STORE-CODE-OK PIC X.
           88 STORE-CODE-OK VALUE "Y".

         02 SW-LENDER-EOF PIC X.
           88 LENDER-EOF VALUE "Y".

         02 SW-FLOOR-PLAN-OK PIC X.
           88 FLOOR-PLAN-OK VALUE "Y".

         02 SW-OPERATOR-OK PIC X.
           88 OPERATOR-OK VALUE "Y".

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-ADDED-COUNT PIC 999.
         02 AC-CHANGED-COUNT PIC 999.
         02 AC-DELETED-COUNT PIC 999.
         02 AC-TRANSFERRED-COUNT PIC 999.
         02 AC-REJECTED-COUNT PIC 999.

       01 WORK-AREA.
         02 WA-CHECK-QUOTIENT PIC 9(4).
         02 WA-CHECK-REMAINDER PIC 99.
         02 WA-CHECK-DIGIT PIC X.
         02 WA-STORE-CODE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-LENDER-COUNT PIC 9(3) VALUE ZERO.

         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-JOURNAL-AMOUNT PIC ZZZZ9.99.

      ******************************************************************
      *                                                                *
      *    OLD VEHICLE RECORD - THE MASTER RECORD AS IT STOOD BEFORE   *
      *    A CHANGE, DELETE, OR TRANSFER, KEPT FOR THE CHANGE JOURNAL  *
      *                                                                *
      ******************************************************************

       01 OLD-VEHICLE-RECORD.
         02 OVR-STOCK-NUMBER PIC X(6).
         02 OVR-VIN PIC X(17).
         02 OVR-AUTO-MAKE PIC X(20).
         02 OVR-AUTO-YEAR PIC X(4).
         02 OVR-ACQUISITION-COST PIC 9(5)V99.
         02 OVR-ASKING-PRICE PIC 9(5)V99.
         02 OVR-STATUS PIC X.
         02 OVR-SOLD-DATE PIC 9(8).
         02 OVR-ACQUIRED-DATE PIC 9(8).
         02 OVR-STORE-CODE PIC XX.
         02 OVR-FLOORED-FLAG PIC X.
         02 OVR-FLOOR-AMOUNT PIC 9(5)V99.
         02 OVR-FLOOR-DATE PIC 9(8).
         02 OVR-FLOOR-LENDER PIC X(4).

      ******************************************************************
      *                                                                *
           03 VNT-STOCK-NUMBER PIC X(6).
           03 VNT-VIN PIC X(17).

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
      *    VALID FLOOR PLAN LENDER TABLE - LOADED FROM THE LENDER      *
      *    FILE                                                        *
      *                                                                *
      ******************************************************************

       01 LENDER-CODE-TABLE.
         02 LCT-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WA-LENDER-COUNT
                       INDEXED BY LCT-INDEX.
           03 LCT-LENDER-CODE PIC X(4).

      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE INVENTORY MAINTENANCE EDIT LIST    *
           03 PIC X(25) VALUE "TOTAL VEHICLES DELETED = ".
           03 ELS-DELETED-COUNT PIC ZZ9.

         02 ELS-TRANSFERRED-TOTAL.
           03 PIC X(26) VALUE "TOTAL TRANSFERRED       = ".
           03 ELS-TRANSFERRED-COUNT PIC ZZ9.

         02 ELS-REJECTED-TOTAL.
           03 PIC X(26) VALUE "TOTAL REJECTED          = ".
           03 ELS-REJECTED-COUNT PIC ZZ9.
           PERFORM M-500-WRITE-HEADINGS.

           PERFORM A-200-LOAD-VIN-TABLE.
           PERFORM A-300-LOAD-STORE-TABLE.
           PERFORM A-400-LOAD-LENDER-TABLE.
      /
      ******************************************************************
      *                                                                *
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VALID STORE CODES - WHEN NO STORE MASTER IS ON    *
      *     FILE THE TABLE IS EMPTY AND NO STORE EDIT IS APPLIED       *
      *                                                                *
      ******************************************************************

       A-300-LOAD-STORE-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM A-310-LOAD-STORE-ENTRY
             VARYING SVT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SVT-INDEX > 20.

           CLOSE STORE-MASTER-FILE.

       A-310-LOAD-STORE-ENTRY.

           MOVE SMR-STORE-CODE TO SVT-STORE-CODE(SVT-INDEX).
           MOVE SVT-INDEX TO WA-STORE-CODE-COUNT.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VALID FLOOR PLAN LENDERS - WHEN NO LENDER FILE    *
      *     IS ON FILE THE TABLE IS EMPTY AND NO LENDER EDIT IS        *
      *     APPLIED                                                    *
      *                                                                *
      ******************************************************************

       A-400-LOAD-LENDER-TABLE.

           OPEN INPUT FLOOR-PLAN-LENDER-FILE.

           MOVE "N" TO SW-LENDER-EOF.

           READ FLOOR-PLAN-LENDER-FILE
               AT END
                   MOVE "Y" TO SW-LENDER-EOF.

           PERFORM A-410-LOAD-LENDER-ENTRY
             VARYING LCT-INDEX FROM 1 BY 1
             UNTIL LENDER-EOF OR LCT-INDEX > 50.

           CLOSE FLOOR-PLAN-LENDER-FILE.

       A-410-LOAD-LENDER-ENTRY.

           MOVE FPL-LENDER-CODE TO LCT-LENDER-CODE(LCT-INDEX).
           MOVE LCT-INDEX TO WA-LENDER-COUNT.

           READ FLOOR-PLAN-LENDER-FILE
               AT END
                   MOVE "Y" TO SW-LENDER-EOF.
      /
      ******************************************************************
      *                                                                *
      *           SORT THE TRANSACTION FILE BY STOCK NUMBER            *
      *                                                                *
      ******************************************************************

           OPEN I-O VEHICLE-MASTER-FILE.
           OPEN INPUT SORTED-TRANSACTION-FILE.
           OPEN EXTEND TRANSFER-LOG-FILE
                       CHANGE-JOURNAL-FILE.

           READ SORTED-TRANSACTION-FILE
               AT END
           MOVE AC-ADDED-COUNT TO ELS-ADDED-COUNT.
           MOVE AC-CHANGED-COUNT TO ELS-CHANGED-COUNT.
           MOVE AC-DELETED-COUNT TO ELS-DELETED-COUNT.
           MOVE AC-TRANSFERRED-COUNT TO ELS-TRANSFERRED-COUNT.
           MOVE AC-REJECTED-COUNT TO ELS-REJECTED-COUNT.

           WRITE EDIT-LINE-OUT FROM ELS-ADDED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-DELETED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-TRANSFERRED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE VEHICLE-MASTER-FILE
                 SORTED-TRANSACTION-FILE
                 TRANSFER-LOG-FILE
                 CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *

       C-200-UPDATE-RECORDS.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-STOCK-NUMBER TO EDL-STOCK-NUMBER.
           MOVE STR-AUTO-MAKE TO EDL-AUTO-MAKE.
           MOVE STR-AUTO-YEAR TO EDL-AUTO-YEAR.

           PERFORM C-240-VALIDATE-OPERATOR.

           MOVE "N" TO SW-VIN-OK.

           IF OPERATOR-OK
               PERFORM C-250-VALIDATE-VIN.

           MOVE "Y" TO SW-STORE-CODE-OK.
           MOVE "Y" TO SW-FLOOR-PLAN-OK.

           IF VIN-OK
               PERFORM C-270-VALIDATE-STORE-CODE.

           IF VIN-OK AND STORE-CODE-OK
               PERFORM C-280-VALIDATE-FLOOR-PLAN.

           IF VIN-OK AND STORE-CODE-OK AND FLOOR-PLAN-OK
               MOVE STR-STOCK-NUMBER TO VHF-STOCK-NUMBER
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
           ELSE
               ADD 1 TO AC-REJECTED-COUNT.

           PERFORM M-510-WRITE-DETAIL-LINE.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.
      /
      ******************************************************************
      *                                                                *
      *     EVERY TRANSACTION MUST CARRY THE OPERATOR WHO KEYED IT     *
      *     AND A REASON CODE FOR THE CHANGE JOURNAL                   *
      *                                                                *
      ******************************************************************

       C-240-VALIDATE-OPERATOR.

           MOVE "Y" TO SW-OPERATOR-OK.

           IF STR-OPERATOR-ID = SPACES OR STR-REASON-CODE = SPACES
               MOVE "N" TO SW-OPERATOR-OK
               MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE.

      ******************************************************************
      *                                                                *
      *     VALIDATE THE TRANSACTION VIN. AN ADD MUST CARRY A VIN      *
               SET VNT-INDEX TO WA-VIN-COUNT
               MOVE STR-STOCK-NUMBER TO VNT-STOCK-NUMBER(VNT-INDEX)
               MOVE STR-VIN TO VNT-VIN(VNT-INDEX).

      ******************************************************************
      *                                                                *
      *     VALIDATE THE TRANSACTION STORE CODE. A TRANSFER MUST       *
      *     CARRY THE RECEIVING STORE. ANY STORE CODE KEYED MUST BE    *
      *     ON THE STORE MASTER WHEN ONE IS ON FILE                    *
      *                                                                *
      ******************************************************************

       C-270-VALIDATE-STORE-CODE.

           EVALUATE TRUE
               WHEN TRANSFER-TRANSACTION AND STR-STORE-CODE = SPACES
                   MOVE "N" TO SW-STORE-CODE-OK
                   MOVE "TO STORE MISSING" TO EDL-MESSAGE
               WHEN STR-STORE-CODE NOT = SPACES AND
                    WA-STORE-CODE-COUNT > 0
                   PERFORM C-271-LOOK-UP-STORE-CODE
               WHEN OTHER
                   CONTINUE.

       C-271-LOOK-UP-STORE-CODE.

           SET SVT-INDEX TO 1.
           SEARCH SVT-ENTRY
               AT END
                   MOVE "N" TO SW-STORE-CODE-OK
                   MOVE "STORE NOT ON STORE MASTER" TO EDL-MESSAGE
               WHEN SVT-STORE-CODE(SVT-INDEX) = STR-STORE-CODE
                   CONTINUE.

      ******************************************************************
      *                                                                *
      *     VALIDATE THE FLOOR PLAN FIELDS. FLAG Y MUST CARRY THE      *
      *     LENDER AND THE FLOORED AMOUNT. ANY LENDER KEYED MUST BE    *
      *     ON THE LENDER FILE WHEN ONE IS ON FILE, AND A FLOOR DATE   *
      *     KEYED MUST BE NUMERIC                                      *
      *                                                                *
      ******************************************************************

       C-280-VALIDATE-FLOOR-PLAN.

           EVALUATE TRUE
               WHEN NOT STR-VALID-FLOORED-FLAG
                   MOVE "N" TO SW-FLOOR-PLAN-OK
                   MOVE "INVALID FLOORED FLAG" TO EDL-MESSAGE
               WHEN STR-FLOORED-FLAG = "Y" AND
                    STR-FLOOR-LENDER = SPACES
                   MOVE "N" TO SW-FLOOR-PLAN-OK
                   MOVE "FLOOR PLAN LENDER MISSING" TO EDL-MESSAGE
               WHEN STR-FLOORED-FLAG = "Y" AND
                    STR-FLOOR-AMOUNT-ALPHA NOT NUMERIC
                   MOVE "N" TO SW-FLOOR-PLAN-OK
                   MOVE "FLOORED AMOUNT MISSING" TO EDL-MESSAGE
               WHEN STR-FLOOR-DATE-ALPHA NOT = SPACES AND
                    STR-FLOOR-DATE-ALPHA NOT NUMERIC
                   MOVE "N" TO SW-FLOOR-PLAN-OK
                   MOVE "INVALID FLOOR DATE" TO EDL-MESSAGE
               WHEN STR-FLOOR-LENDER NOT = SPACES AND
                    WA-LENDER-COUNT > 0
                   PERFORM C-281-LOOK-UP-LENDER
               WHEN OTHER
                   CONTINUE.

       C-281-LOOK-UP-LENDER.

           SET LCT-INDEX TO 1.
           SEARCH LCT-ENTRY
               AT END
                   MOVE "N" TO SW-FLOOR-PLAN-OK
                   MOVE "LENDER NOT ON LENDER FILE" TO EDL-MESSAGE
               WHEN LCT-LENDER-CODE(LCT-INDEX) = STR-FLOOR-LENDER
                   CONTINUE.
      /
      ******************************************************************
      *                                                                *
               MOVE "A" TO VHF-STATUS
               MOVE ZERO TO VHF-SOLD-DATE
               PERFORM C-420-APPLY-ACQUIRED-DATE
               MOVE STR-STORE-CODE TO VHF-STORE-CODE
               IF VHF-STORE-CODE = SPACES
                   MOVE "01" TO VHF-STORE-CODE
               END-IF
               PERFORM C-430-APPLY-FLOOR-PLAN
               WRITE VEHICLE-MASTER-RECORD
               PERFORM C-260-NOTE-NEW-VIN
               PERFORM M-600-JOURNAL-VEHICLE
               ADD 1 TO AC-ADDED-COUNT
               MOVE "VEHICLE ADDED" TO EDL-MESSAGE
           ELSE
               MOVE STR-ACQUIRED-DATE TO VHF-ACQUIRED-DATE
           ELSE
               MOVE WA-RUN-DATE TO VHF-ACQUIRED-DATE.

      ******************************************************************
      *                                                                *
      *     APPLY THE FLOOR PLAN FIELDS ON AN ADD - A UNIT NOT         *
      *     FLAGGED Y IS OWNED OUTRIGHT. A FLOOR DATE KEYED BLANK      *
      *     DEFAULTS TO THE ACQUISITION DATE                           *
      *                                                                *
      ******************************************************************

       C-430-APPLY-FLOOR-PLAN.

           IF STR-FLOORED-FLAG = "Y"
               MOVE "Y" TO VHF-FLOORED-FLAG
               MOVE STR-FLOOR-AMOUNT TO VHF-FLOOR-AMOUNT
               MOVE STR-FLOOR-LENDER TO VHF-FLOOR-LENDER
               IF STR-FLOOR-DATE-ALPHA NUMERIC
                   MOVE STR-FLOOR-DATE TO VHF-FLOOR-DATE
               ELSE
                   MOVE VHF-ACQUIRED-DATE TO VHF-FLOOR-DATE
               END-IF
           ELSE
               MOVE "N" TO VHF-FLOORED-FLAG
               MOVE ZERO TO VHF-FLOOR-AMOUNT
                            VHF-FLOOR-DATE
               MOVE SPACES TO VHF-FLOOR-LENDER.
      /
      ******************************************************************
      *                                                                *

       C-500-APPLY-MATCHED-TRANSACTION.

           MOVE VEHICLE-MASTER-RECORD TO OLD-VEHICLE-RECORD.

           EVALUATE TRUE
               WHEN ADD-TRANSACTION
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "DUPLICATE STOCK NUMBER" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-STORE-CODE NOT = SPACES AND
                    VHF-STORE-CODE NOT = SPACES AND
                    STR-STORE-CODE NOT = VHF-STORE-CODE
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "USE TRANSFER TO MOVE STORE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   REWRITE VEHICLE-MASTER-RECORD
                   PERFORM M-600-JOURNAL-VEHICLE
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "VEHICLE CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   DELETE VEHICLE-MASTER-FILE RECORD
                   PERFORM M-600-JOURNAL-VEHICLE
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "VEHICLE DELETED" TO EDL-MESSAGE
               WHEN TRANSFER-TRANSACTION
                   PERFORM C-520-APPLY-TRANSFER
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TRANSACTION CODE" TO EDL-MESSAGE.

           IF STR-ACQUIRED-DATE-ALPHA NUMERIC
               MOVE STR-ACQUIRED-DATE TO VHF-ACQUIRED-DATE.

           IF STR-STORE-CODE NOT = SPACES
               MOVE STR-STORE-CODE TO VHF-STORE-CODE.

           PERFORM C-515-CHANGE-FLOOR-PLAN.

      ******************************************************************
      *                                                                *
      *     CHANGE THE FLOOR PLAN FIELDS. FLAG Y PUTS THE UNIT ON THE  *
      *     FLOOR PLAN - A FLOOR DATE KEYED BLANK KEEPS THE DATE ON    *
      *     FILE, OR TAKES THE ACQUISITION DATE WHEN THERE IS NONE.    *
      *     FLAG N TAKES THE UNIT OFF. FLAG BLANK CHANGES ONLY THE     *
      *     FIELDS KEYED                                               *
      *                                                                *
      ******************************************************************

       C-515-CHANGE-FLOOR-PLAN.

           EVALUATE STR-FLOORED-FLAG
               WHEN "Y"
                   PERFORM C-516-PUT-ON-FLOOR-PLAN
               WHEN "N"
                   MOVE "N" TO VHF-FLOORED-FLAG
                   MOVE ZERO TO VHF-FLOOR-AMOUNT
                                VHF-FLOOR-DATE
                   MOVE SPACES TO VHF-FLOOR-LENDER
               WHEN OTHER
                   PERFORM C-517-CHANGE-FLOOR-FIELDS.

       C-516-PUT-ON-FLOOR-PLAN.

           MOVE "Y" TO VHF-FLOORED-FLAG.
           MOVE STR-FLOOR-AMOUNT TO VHF-FLOOR-AMOUNT.
           MOVE STR-FLOOR-LENDER TO VHF-FLOOR-LENDER.

           IF STR-FLOOR-DATE-ALPHA NUMERIC
               MOVE STR-FLOOR-DATE TO VHF-FLOOR-DATE
           ELSE
               IF VHF-FLOOR-DATE = ZERO
                   MOVE VHF-ACQUIRED-DATE TO VHF-FLOOR-DATE.

       C-517-CHANGE-FLOOR-FIELDS.

           IF STR-FLOOR-AMOUNT-ALPHA NUMERIC
               MOVE STR-FLOOR-AMOUNT TO VHF-FLOOR-AMOUNT.

           IF STR-FLOOR-DATE-ALPHA NUMERIC
               MOVE STR-FLOOR-DATE TO VHF-FLOOR-DATE.

           IF STR-FLOOR-LENDER NOT = SPACES
               MOVE STR-FLOOR-LENDER TO VHF-FLOOR-LENDER.

      ******************************************************************
      *                                                                *
      *     MOVE AN AVAILABLE UNIT TO THE RECEIVING STORE'S LOT AND    *
      *     LOG THE TRANSFER. A SOLD UNIT, OR ONE ALREADY AT THE       *
      *     RECEIVING STORE, IS REJECTED                               *
      *                                                                *
      ******************************************************************

       C-520-APPLY-TRANSFER.

           MOVE VHF-AUTO-MAKE TO EDL-AUTO-MAKE.
           MOVE VHF-AUTO-YEAR TO EDL-AUTO-YEAR.

           EVALUATE TRUE
               WHEN NOT VHF-AVAILABLE
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "UNIT NOT AVAILABLE" TO EDL-MESSAGE
               WHEN STR-STORE-CODE = VHF-STORE-CODE
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "UNIT ALREADY AT THAT STORE" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE VHF-STOCK-NUMBER TO XLR-STOCK-NUMBER
                   MOVE VHF-VIN TO XLR-VIN
                   MOVE VHF-AUTO-MAKE TO XLR-AUTO-MAKE
                   MOVE VHF-AUTO-YEAR TO XLR-AUTO-YEAR
                   MOVE VHF-STORE-CODE TO XLR-FROM-STORE-CODE
                   MOVE STR-STORE-CODE TO XLR-TO-STORE-CODE
                   MOVE WA-RUN-DATE TO XLR-TRANSFER-DATE
                   MOVE STR-STORE-CODE TO VHF-STORE-CODE
                   REWRITE VEHICLE-MASTER-RECORD
                   WRITE TRANSFER-LOG-RECORD
                   PERFORM M-600-JOURNAL-VEHICLE
                   ADD 1 TO AC-TRANSFERRED-COUNT
                   MOVE SPACES TO EDL-MESSAGE
                   STRING "TRANSFERRED FROM STORE "
                     DELIMITED BY SIZE
                     XLR-FROM-STORE-CODE
                     DELIMITED BY SIZE
                     INTO EDL-MESSAGE.
      /
      ******************************************************************
      *                                                                *
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED VEHICLE TRANSACTION, FIELD BY FIELD,    *
      *     THE RECORD AS IT STOOD AGAINST THE RECORD AS WRITTEN. A    *
      *     TRANSFER JOURNALS THE STORE CODE IT MOVED                  *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-VEHICLE.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "VEHMAST" TO CJR-MASTER-NAME.
           MOVE STR-STOCK-NUMBER TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX19-1" TO CJR-PROGRAM-NAME.

           MOVE "VIN" TO CJR-FIELD-NAME.
           MOVE OVR-VIN TO CJR-OLD-VALUE.
           MOVE VHF-VIN TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "AUTO MAKE" TO CJR-FIELD-NAME.
           MOVE OVR-AUTO-MAKE TO CJR-OLD-VALUE.
           MOVE VHF-AUTO-MAKE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "AUTO YEAR" TO CJR-FIELD-NAME.
           MOVE OVR-AUTO-YEAR TO CJR-OLD-VALUE.
           MOVE VHF-AUTO-YEAR TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "ACQ COST" TO CJR-FIELD-NAME.
           MOVE OVR-ACQUISITION-COST TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-OLD-VALUE.
           MOVE VHF-ACQUISITION-COST TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "ASKING PRICE" TO CJR-FIELD-NAME.
           MOVE OVR-ASKING-PRICE TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-OLD-VALUE.
           MOVE VHF-ASKING-PRICE TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STATUS" TO CJR-FIELD-NAME.
           MOVE OVR-STATUS TO CJR-OLD-VALUE.
           MOVE VHF-STATUS TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "SOLD DATE" TO CJR-FIELD-NAME.
           MOVE OVR-SOLD-DATE TO CJR-OLD-VALUE.
           MOVE VHF-SOLD-DATE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "ACQUIRED DATE" TO CJR-FIELD-NAME.
           MOVE OVR-ACQUIRED-DATE TO CJR-OLD-VALUE.
           MOVE VHF-ACQUIRED-DATE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STORE CODE" TO CJR-FIELD-NAME.
           MOVE OVR-STORE-CODE TO CJR-OLD-VALUE.
           MOVE VHF-STORE-CODE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "FLOORED FLAG" TO CJR-FIELD-NAME.
           MOVE OVR-FLOORED-FLAG TO CJR-OLD-VALUE.
           MOVE VHF-FLOORED-FLAG TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "FLOOR AMOUNT" TO CJR-FIELD-NAME.
           MOVE OVR-FLOOR-AMOUNT TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-OLD-VALUE.
           MOVE VHF-FLOOR-AMOUNT TO WA-JOURNAL-AMOUNT.
           MOVE WA-JOURNAL-AMOUNT TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "FLOOR DATE" TO CJR-FIELD-NAME.
           MOVE OVR-FLOOR-DATE TO CJR-OLD-VALUE.
           MOVE VHF-FLOOR-DATE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "FLOOR LENDER" TO CJR-FIELD-NAME.
           MOVE OVR-FLOOR-LENDER TO CJR-OLD-VALUE.
           MOVE VHF-FLOOR-LENDER TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

      ******************************************************************
      *                                                                *
      *     WRITE ONE FIELD TO THE CHANGE JOURNAL. AN ADD JOURNALS     *
      *     EVERY FIELD OF THE NEW RECORD AND A DELETE EVERY FIELD OF  *
      *     THE OLD ONE - A CHANGE JOURNALS ONLY THE FIELDS WHOSE      *
      *     VALUE MOVED                                                *
      *                                                                *
      ******************************************************************

       M-610-JOURNAL-FIELD.

           IF CJR-ADDED
               MOVE SPACES TO CJR-OLD-VALUE.

           IF CJR-DELETED
               MOVE SPACES TO CJR-NEW-VALUE.

           IF CJR-ADDED OR CJR-DELETED OR
              CJR-OLD-VALUE NOT = CJR-NEW-VALUE
               WRITE CHANGE-JOURNAL-RECORD.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************
