       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX47-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 15, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM MAINTAINS THE SALESPERSON MASTER FILE FOR THE  *
      *    DEALERSHIP. EVERY VEHICLE SALE POSTED BY VSEX9-3 CARRIES    *
      *    THE ID OF THE SALESPERSON WHO CLOSED THE DEAL, AND THE ID   *
      *    IS EDITED AGAINST THIS MASTER. EACH MASTER RECORD CARRIES   *
      *    THE SALESPERSON ID, NAME, COMMISSION RATE (A FRACTION OF    *
      *    THE DEAL'S GROSS PROFIT, PAID BY VSEX47-3), HOME STORE,     *
      *    AND STATUS - A FOR ACTIVE, I FOR INACTIVE. AN INACTIVE      *
      *    SALESPERSON MAY NOT BE PUT ON A NEW DEAL BUT IS STILL PAID  *
      *    ON DEALS ALREADY POSTED. ADD, CHANGE, AND DELETE            *
      *    TRANSACTIONS ARE SORTED BY SALESPERSON ID AND MATCHED       *
      *    AGAINST THE OLD MASTER TO PRODUCE A NEW MASTER AND AN EDIT  *
      *    LIST SHOWING THE DISPOSITION OF EVERY TRANSACTION, THE      *
      *    SAME WAY THE STORE MASTER (VSEX37-1) IS MAINTAINED. EVERY   *
      *    TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND A       *
      *    REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION         *
      *    TOUCHES - COMMISSION RATE CHANGES ABOVE ALL - IS APPENDED   *
      *    TO THE SHARED CHANGE JOURNAL (CHGJRNL.DAT) WITH ITS OLD     *
      *    AND NEW VALUES.                                             *
      *                                                                *
      *        INPUT:   SLSPTRAN.DAT - SALESPERSON TRANSACTIONS        *
      *                 SLSPMAST.DAT - OLD SALESPERSON MASTER          *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                                                                *
      *        OUTPUT:  SLSPMAST.NEW - NEW SALESPERSON MASTER          *
      *                 VSEX47-1.RPT - SALESPERSON EDIT LIST           *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
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

           SELECT SALESPERSON-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch47\STRAN
      -    "SLP.DAT".

           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\SLSPM
      -    "AST.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch47\VSEX4
      -    "7-1.RPT".

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    SALESPERSON TRANSACTION FILE - ADD/CHANGE/DELETE            *
      *    TRANSACTIONS. THE RATE IS KEYED AS 9V99 - 025 IS A          *
      *    QUARTER OF THE DEAL'S GROSS PROFIT                          *
      *                                                                *
      ******************************************************************

       FD  SALESPERSON-TRANSACTION-FILE.

       01 SALESPERSON-TRANSACTION-RECORD.
         02 SPT-TRANSACTION-CODE PIC X.
         02 SPT-SALESPERSON-ID PIC XX.
         02 SPT-SALESPERSON-NAME PIC X(20).
         02 SPT-COMMISSION-RATE PIC X(3).
         02 SPT-STORE-CODE PIC XX.
         02 SPT-STATUS PIC X.
         02 SPT-OPERATOR-ID PIC X(6).
         02 SPT-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *         SORT FILE - SORT TRANSACTIONS BY SALESPERSON ID        *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-SALESPERSON-ID PIC XX.
         02 PIC X(34).

      ******************************************************************
      *                                                                *
      *      SORTED TRANSACTION FILE - TRANSACTIONS IN ID SEQUENCE     *
      *                                                                *
      ******************************************************************

       FD  SORTED-TRANSACTION-FILE.

       01 SORTED-TRAN-RECORD.
         02 STR-TRANSACTION-CODE PIC X.
           88 ADD-TRANSACTION VALUE "A".
           88 CHANGE-TRANSACTION VALUE "C".
           88 DELETE-TRANSACTION VALUE "D".
         02 STR-SALESPERSON-ID PIC XX.
         02 STR-SALESPERSON-NAME PIC X(20).
         02 STR-COMMISSION-RATE-ALPHA PIC X(3).
         02 STR-COMMISSION-RATE REDEFINES
            STR-COMMISSION-RATE-ALPHA PIC 9V99.
         02 STR-STORE-CODE PIC XX.
         02 STR-STATUS PIC X.
           88 STR-VALID-STATUS VALUE "A" "I" " ".
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *      OLD MASTER FILE - SALESPERSON MASTER BEFORE UPDATE        *
      *                                                                *
      ******************************************************************

       FD  OLD-MASTER-FILE.

       01 OLD-MASTER-RECORD.
         02 OMR-SALESPERSON-ID PIC XX.
         02 OMR-SALESPERSON-NAME PIC X(20).
         02 OMR-COMMISSION-RATE PIC 9V99.
         02 OMR-STORE-CODE PIC XX.
         02 OMR-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *      NEW MASTER FILE - SALESPERSON MASTER AFTER UPDATE         *
      *                                                                *
      ******************************************************************

       FD  NEW-MASTER-FILE.

       01 NEW-MASTER-RECORD.
         02 NMR-SALESPERSON-ID PIC XX.
         02 NMR-SALESPERSON-NAME PIC X(20).
         02 NMR-COMMISSION-RATE PIC 9V99.
         02 NMR-STORE-CODE PIC XX.
         02 NMR-STATUS PIC X.

      ******************************************************************
      *                                                                *
      *       EDIT LIST REPORT - DISPOSITION OF EVERY TRANSACTION      *
      *                                                                *
      ******************************************************************

       FD  EDIT-LIST-REPORT.

       01 EDIT-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    STORE-MASTER-FILE - VALID STORE CODES (VSEX37-1). A         *
      *    TRANSACTION CARRYING A STORE CODE NOT ON THE MASTER IS      *
      *    REJECTED. WHEN NO STORE MASTER IS ON FILE THE EDIT IS       *
      *    SKIPPED                                                     *
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

       01 SWITCHES.

         02 SW-OLD-MASTER-EOF PIC X VALUE "N".
           88 OLD-MASTER-EOF VALUE "Y".

         02 SW-TRANSACTION-EOF PIC X VALUE "N".
           88 TRANSACTION-EOF VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-STORE-CODE-OK PIC X.
           88 STORE-CODE-OK VALUE "Y".

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-ADDED-COUNT PIC 999.
         02 AC-CHANGED-COUNT PIC 999.
         02 AC-DELETED-COUNT PIC 999.
         02 AC-REJECTED-COUNT PIC 999.

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

         02 WA-STORE-CODE-COUNT PIC 9(3) VALUE ZERO.

         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-JOURNAL-RATE PIC 9.99.

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
      *     REPORT HEADINGS FOR THE SALESPERSON MAINTENANCE EDIT LIST  *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-HEADINGS.

         02 ELH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 ELH-RUN-DATE PIC Z9/99/9999.
           03 PIC X(15) VALUE SPACES.
           03 PIC X(33) VALUE "SALESPERSON MASTER MAINTENANCE".

         02 ELH-LINE-2.
           03 PIC X(4) VALUE "CODE".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(2) VALUE "ID".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(20) VALUE "SALESPERSON NAME".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(4) VALUE "RATE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(2) VALUE "ST".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(7) VALUE "MESSAGE".

         02 ELH-LINE-3.
           03 PIC X(72) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *      DETAIL LINE FOR THE SALESPERSON MAINTENANCE EDIT LIST     *
      *                                                                *
      ******************************************************************

       01 EDIT-DETAIL-LINE.

         02 EDL-TRANSACTION-CODE PIC X.
         02 PIC X(6) VALUE SPACES.
         02 EDL-SALESPERSON-ID PIC XX.
         02 PIC X(3) VALUE SPACES.
         02 EDL-SALESPERSON-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 EDL-COMMISSION-RATE PIC X(3).
         02 PIC X(3) VALUE SPACES.
         02 EDL-STATUS PIC X.
         02 PIC X(4) VALUE SPACES.
         02 EDL-MESSAGE PIC X(25).

      ******************************************************************
      *                                                                *
      *     SUMMARY LINES FOR THE SALESPERSON MAINTENANCE EDIT LIST    *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-SUMMARY.

         02 ELS-ADDED-TOTAL.
           03 PIC X(30) VALUE "TOTAL SALESPERSONS ADDED   =  ".
           03 ELS-ADDED-COUNT PIC ZZ9.

         02 ELS-CHANGED-TOTAL.
           03 PIC X(30) VALUE "TOTAL SALESPERSONS CHANGED =  ".
           03 ELS-CHANGED-COUNT PIC ZZ9.

         02 ELS-DELETED-TOTAL.
           03 PIC X(30) VALUE "TOTAL SALESPERSONS DELETED =  ".
           03 ELS-DELETED-COUNT PIC ZZ9.

         02 ELS-REJECTED-TOTAL.
           03 PIC X(30) VALUE "TOTAL REJECTED             =  ".
           03 ELS-REJECTED-COUNT PIC ZZ9.

         02 ELS-END-OF-REPORT.
           03 PIC X(21) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".

       PROCEDURE DIVISION.
      *******************

       MAIN-PROGRAM.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-SORT-TRANSACTIONS.
           PERFORM C-100-UPDATE-MASTER.
           PERFORM D-100-WRAP-UP.
           GOBACK.

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
           MOVE WA-RUN-DATE TO ELH-RUN-DATE.

           OPEN OUTPUT EDIT-LIST-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

           PERFORM A-200-LOAD-STORE-TABLE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VALID STORE CODES - WHEN NO STORE MASTER IS ON    *
      *     FILE THE TABLE IS EMPTY AND NO STORE EDIT IS APPLIED       *
      *                                                                *
      ******************************************************************

       A-200-LOAD-STORE-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM A-210-LOAD-STORE-ENTRY
             VARYING SVT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SVT-INDEX > 20.

           CLOSE STORE-MASTER-FILE.

       A-210-LOAD-STORE-ENTRY.

           MOVE SMR-STORE-CODE TO SVT-STORE-CODE(SVT-INDEX).
           MOVE SVT-INDEX TO WA-STORE-CODE-COUNT.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *
      *           SORT THE TRANSACTION FILE BY SALESPERSON ID          *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-SALESPERSON-ID
             USING SALESPERSON-TRANSACTION-FILE
             GIVING SORTED-TRANSACTION-FILE.
      /
      ******************************************************************
      *                                                                *
      *         MATCH-MERGE THE TRANSACTIONS AGAINST THE OLD MASTER    *
      *                                                                *
      ******************************************************************

       C-100-UPDATE-MASTER.

           OPEN INPUT OLD-MASTER-FILE
                      SORTED-TRANSACTION-FILE
                OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-SALESPERSON-ID
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-SALESPERSON-ID
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM C-200-UPDATE-RECORDS
             UNTIL OLD-MASTER-EOF AND TRANSACTION-EOF.

           MOVE AC-ADDED-COUNT TO ELS-ADDED-COUNT.
           MOVE AC-CHANGED-COUNT TO ELS-CHANGED-COUNT.
           MOVE AC-DELETED-COUNT TO ELS-DELETED-COUNT.
           MOVE AC-REJECTED-COUNT TO ELS-REJECTED-COUNT.

           WRITE EDIT-LINE-OUT FROM ELS-ADDED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELS-CHANGED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-DELETED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE OLD-MASTER-FILE
                 SORTED-TRANSACTION-FILE
                 NEW-MASTER-FILE
                 CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *
      *             DISPATCH ONE STEP OF THE MATCH-MERGE               *
      *                                                                *
      ******************************************************************

       C-200-UPDATE-RECORDS.

           EVALUATE TRUE
               WHEN OMR-SALESPERSON-ID < STR-SALESPERSON-ID
                   PERFORM C-300-COPY-UNCHANGED-MASTER
               WHEN OMR-SALESPERSON-ID > STR-SALESPERSON-ID
                   PERFORM C-400-APPLY-UNMATCHED-TRANSACTION
               WHEN OTHER
                   PERFORM C-500-APPLY-MATCHED-TRANSACTION.

      ******************************************************************
      *                                                                *
      *     A TRANSACTION CARRYING A STORE CODE MUST CARRY ONE THE     *
      *     STORE MASTER KNOWS - A BLANK STORE CODE PASSES             *
      *                                                                *
      ******************************************************************

       C-250-CHECK-STORE-CODE.

           MOVE "Y" TO SW-STORE-CODE-OK.

           IF STR-STORE-CODE NOT = SPACES AND
              WA-STORE-CODE-COUNT > 0
               SET SVT-INDEX TO 1
               SEARCH SVT-ENTRY
                   AT END
                       MOVE "N" TO SW-STORE-CODE-OK
                   WHEN SVT-STORE-CODE(SVT-INDEX) = STR-STORE-CODE
                       CONTINUE.
      /
      ******************************************************************
      *                                                                *
      *       NO TRANSACTION FOR THIS MASTER RECORD - COPY IT AS-IS    *
      *                                                                *
      ******************************************************************

       C-300-COPY-UNCHANGED-MASTER.

           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-SALESPERSON-ID
                   MOVE "Y" TO SW-OLD-MASTER-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION HAS NO MATCHING MASTER RECORD - ONLY AN ADD    *
      *     CARRYING AN OPERATOR AND REASON, A NUMERIC RATE, A KNOWN   *
      *     STORE, AND A VALID STATUS IS APPLIED. A BLANK STATUS ADDS  *
      *     AN ACTIVE SALESPERSON AND A BLANK STORE DEFAULTS TO STORE  *
      *     01                                                         *
      *                                                                *
      ******************************************************************

       C-400-APPLY-UNMATCHED-TRANSACTION.

           PERFORM C-250-CHECK-STORE-CODE.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN NOT ADD-TRANSACTION
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "SALESPERSON NOT FOUND" TO EDL-MESSAGE
               WHEN STR-SALESPERSON-NAME = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "NAME MISSING" TO EDL-MESSAGE
               WHEN STR-COMMISSION-RATE-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID COMMISSION RATE" TO EDL-MESSAGE
               WHEN NOT STORE-CODE-OK
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "UNKNOWN STORE CODE" TO EDL-MESSAGE
               WHEN NOT STR-VALID-STATUS
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE STR-SALESPERSON-ID TO NMR-SALESPERSON-ID
                   MOVE STR-SALESPERSON-NAME TO NMR-SALESPERSON-NAME
                   MOVE STR-COMMISSION-RATE TO NMR-COMMISSION-RATE
                   MOVE STR-STORE-CODE TO NMR-STORE-CODE
                   MOVE STR-STATUS TO NMR-STATUS
                   IF STR-STORE-CODE = SPACES
                       MOVE "01" TO NMR-STORE-CODE
                   END-IF
                   IF STR-STATUS = SPACE
                       MOVE "A" TO NMR-STATUS
                   END-IF
                   PERFORM M-600-JOURNAL-SALESPERSON
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "SALESPERSON ADDED" TO EDL-MESSAGE.

           PERFORM C-600-LIST-TRANSACTION.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-SALESPERSON-ID
                   MOVE "Y" TO SW-TRANSACTION-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION MATCHES AN EXISTING MASTER RECORD              *
      *                                                                *
      ******************************************************************

       C-500-APPLY-MATCHED-TRANSACTION.

           PERFORM C-250-CHECK-STORE-CODE.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "DUPLICATE SALESPERSON ID" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-COMMISSION-RATE-ALPHA NOT = SPACES AND
                    STR-COMMISSION-RATE-ALPHA NOT NUMERIC
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID COMMISSION RATE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND NOT STORE-CODE-OK
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "UNKNOWN STORE CODE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND NOT STR-VALID-STATUS
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID STATUS" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   PERFORM M-600-JOURNAL-SALESPERSON
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "SALESPERSON CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-SALESPERSON
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "SALESPERSON DELETED" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TRANSACTION CODE" TO EDL-MESSAGE.

           PERFORM C-600-LIST-TRANSACTION.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-SALESPERSON-ID
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-SALESPERSON-ID
                   MOVE "Y" TO SW-TRANSACTION-EOF.

      ******************************************************************
      *                                                                *
      *     MOVE WHICHEVER FIELDS THE CHANGE TRANSACTION CARRIED -     *
      *     A FIELD LEFT BLANK LEAVES THE MASTER FIELD UNCHANGED       *
      *                                                                *
      ******************************************************************

       C-510-APPLY-CHANGE-FIELDS.

           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD.

           IF STR-SALESPERSON-NAME NOT = SPACES
               MOVE STR-SALESPERSON-NAME TO NMR-SALESPERSON-NAME.

           IF STR-COMMISSION-RATE-ALPHA NOT = SPACES
               MOVE STR-COMMISSION-RATE TO NMR-COMMISSION-RATE.

           IF STR-STORE-CODE NOT = SPACES
               MOVE STR-STORE-CODE TO NMR-STORE-CODE.

           IF STR-STATUS NOT = SPACE
               MOVE STR-STATUS TO NMR-STATUS.
      /
      ******************************************************************
      *                                                                *
      *          LIST ONE TRANSACTION AND ITS DISPOSITION              *
      *                                                                *
      ******************************************************************

       C-600-LIST-TRANSACTION.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-SALESPERSON-ID TO EDL-SALESPERSON-ID.
           MOVE STR-SALESPERSON-NAME TO EDL-SALESPERSON-NAME.
           MOVE STR-COMMISSION-RATE-ALPHA TO EDL-COMMISSION-RATE.
           MOVE STR-STATUS TO EDL-STATUS.
           PERFORM M-510-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *                                                                *
      *                   WRITE EDIT LIST HEADINGS                     *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           MOVE 0 TO AC-LINE-COUNT.

           WRITE EDIT-LINE-OUT FROM ELH-LINE-1 AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELH-LINE-2 AFTER ADVANCING 2 LINES.
           WRITE EDIT-LINE-OUT FROM ELH-LINE-3 AFTER ADVANCING 1 LINE.
           ADD 5 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                WRITE ONE EDIT LIST DETAIL LINE                 *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EDIT-LINE-OUT FROM EDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED SALESPERSON TRANSACTION, FIELD BY       *
      *     FIELD, OLD MASTER AGAINST NEW                              *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-SALESPERSON.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "SLSPMAST" TO CJR-MASTER-NAME.
           MOVE STR-SALESPERSON-ID TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX47-1" TO CJR-PROGRAM-NAME.

           MOVE "NAME" TO CJR-FIELD-NAME.
           MOVE OMR-SALESPERSON-NAME TO CJR-OLD-VALUE.
           MOVE NMR-SALESPERSON-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "COMM RATE" TO CJR-FIELD-NAME.
           MOVE OMR-COMMISSION-RATE TO WA-JOURNAL-RATE.
           MOVE WA-JOURNAL-RATE TO CJR-OLD-VALUE.
           MOVE NMR-COMMISSION-RATE TO WA-JOURNAL-RATE.
           MOVE WA-JOURNAL-RATE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STORE CODE" TO CJR-FIELD-NAME.
           MOVE OMR-STORE-CODE TO CJR-OLD-VALUE.
           MOVE NMR-STORE-CODE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STATUS" TO CJR-FIELD-NAME.
           MOVE OMR-STATUS TO CJR-OLD-VALUE.
           MOVE NMR-STATUS TO CJR-NEW-VALUE.
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

       D-100-WRAP-UP.

           CLOSE EDIT-LIST-REPORT.

           DISPLAY " ".
           DISPLAY "SALESPERSON MAINTENANCE PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
