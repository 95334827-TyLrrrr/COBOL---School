       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX57-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 24, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM MAINTAINS THE SALES TAX RATE TABLE             *
      *    (TAXRATE.DAT) USED BY THE CUSTOMER SALES UPDATE (VSEX9-3)   *
      *    AND THE SALES TAX REMITTANCE REPORT (VSEX33-1). EACH        *
      *    RECORD MAPS A ZIP CODE RANGE TO A TAXING JURISDICTION AND   *
      *    ITS RATE. ADD, CHANGE, AND DELETE TRANSACTIONS ARE SORTED   *
      *    BY THE LOW ZIP OF THE RANGE AND MATCHED AGAINST THE OLD     *
      *    TABLE TO PRODUCE A NEW TABLE AND AN EDIT LIST SHOWING THE   *
      *    DISPOSITION OF EVERY TRANSACTION. A CHANGE TRANSACTION      *
      *    FIELD LEFT BLANK LEAVES THE TABLE FIELD UNCHANGED. A RATE,  *
      *    WHEN KEYED, MUST BE NUMERIC, AND AN ADD MUST CARRY ONE.     *
      *                                                                *
      *    EVERY TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND   *
      *    A REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION       *
      *    TOUCHES IS APPENDED TO THE SHARED CHANGE JOURNAL            *
      *    (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.                  *
      *                                                                *
      *        INPUT:   TAXTRAN.DAT  - TAX RATE MAINT. TRANSACTIONS    *
      *                 TAXRATE.DAT  - OLD TAX RATE TABLE              *
      *                                                                *
      *        OUTPUT:  TAXRATE.NEW  - NEW TAX RATE TABLE              *
      *                 VSEX57-1.RPT - TAX RATE MAINT. EDIT LIST       *
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

           SELECT TAX-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TAXTR
      -    "AN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch57\STRAN
      -    "TAX.DAT".

           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TAXRA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TAXRA
      -    "TE.NEW"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch57\VSEX5
      -    "7-1.RPT".

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
      *    TAX TRANSACTION FILE - ADD/CHANGE/DELETE TRANSACTIONS. THE  *
      *    RATE IS KEYED AS FIVE DIGITS WITH FOUR IMPLIED DECIMALS     *
      *                                                                *
      ******************************************************************

       FD  TAX-TRANSACTION-FILE.

       01 TAX-TRANSACTION-RECORD.
         02 TTR-TRANSACTION-CODE PIC X.
         02 TTR-ZIP-LOW PIC X(5).
         02 TTR-ZIP-HIGH PIC X(5).
         02 TTR-JURISDICTION-CODE PIC X(3).
         02 TTR-JURISDICTION-NAME PIC X(20).
         02 TTR-TAX-RATE PIC X(5).
         02 TTR-OPERATOR-ID PIC X(6).
         02 TTR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *            SORT FILE - SORT TRANSACTIONS BY LOW ZIP            *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-ZIP-LOW PIC X(5).
         02 PIC X(41).

      ******************************************************************
      *                                                                *
      *   SORTED TRANSACTION FILE - TRANSACTIONS IN LOW ZIP SEQUENCE   *
      *                                                                *
      ******************************************************************

       FD  SORTED-TRANSACTION-FILE.

       01 SORTED-TRAN-RECORD.
         02 STR-TRANSACTION-CODE PIC X.
           88 ADD-TRANSACTION VALUE "A".
           88 CHANGE-TRANSACTION VALUE "C".
           88 DELETE-TRANSACTION VALUE "D".
         02 STR-ZIP-LOW PIC X(5).
         02 STR-ZIP-HIGH PIC X(5).
         02 STR-JURISDICTION-CODE PIC X(3).
         02 STR-JURISDICTION-NAME PIC X(20).
         02 STR-TAX-RATE-ALPHA PIC X(5).
         02 STR-TAX-RATE REDEFINES
            STR-TAX-RATE-ALPHA PIC 9V9999.
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *    OLD MASTER FILE - TAX RATE TABLE BEFORE UPDATE. WHEN NO     *
      *    TABLE IS ON FILE THE RUN BUILDS THE FIRST ONE FROM ITS      *
      *    ADDS                                                        *
      *                                                                *
      ******************************************************************

       FD  OLD-MASTER-FILE.

       01 OLD-MASTER-RECORD.
         02 OMR-ZIP-LOW PIC X(5).
         02 OMR-ZIP-HIGH PIC X(5).
         02 OMR-JURISDICTION-CODE PIC X(3).
         02 OMR-JURISDICTION-NAME PIC X(20).
         02 OMR-TAX-RATE PIC 9V9999.

      ******************************************************************
      *                                                                *
      *         NEW MASTER FILE - TAX RATE TABLE AFTER UPDATE          *
      *                                                                *
      ******************************************************************

       FD  NEW-MASTER-FILE.

       01 NEW-MASTER-RECORD.
         02 NMR-ZIP-LOW PIC X(5).
         02 NMR-ZIP-HIGH PIC X(5).
         02 NMR-JURISDICTION-CODE PIC X(3).
         02 NMR-JURISDICTION-NAME PIC X(20).
         02 NMR-TAX-RATE PIC 9V9999.

      ******************************************************************
      *                                                                *
      *      EDIT LIST REPORT - DISPOSITION OF EVERY TRANSACTION       *
      *                                                                *
      ******************************************************************

       FD  EDIT-LIST-REPORT.

       01 EDIT-LINE-OUT PIC X(80).


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

         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-JOURNAL-RATE PIC 9.9999.

      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE TAX RATE MAINTENANCE EDIT LIST     *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-HEADINGS.

         02 ELH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 ELH-RUN-DATE PIC Z9/99/9999.
           03 PIC X(15) VALUE SPACES.
           03 PIC X(29) VALUE "TAX RATE TABLE MAINTENANCE".

         02 ELH-LINE-2.
           03 PIC X(4) VALUE "CODE".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(9) VALUE "ZIP RANGE".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(4) VALUE "JUR.".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(17) VALUE "JURISDICTION NAME".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(6) VALUE "RATE".
           03 PIC X(3) VALUE SPACES.
           03 PIC X(7) VALUE "MESSAGE".

         02 ELH-LINE-3.
           03 PIC X(80) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *       DETAIL LINE FOR THE TAX RATE MAINTENANCE EDIT LIST       *
      *                                                                *
      ******************************************************************

       01 EDIT-DETAIL-LINE.

         02 EDL-TRANSACTION-CODE PIC X.
         02 PIC X(6) VALUE SPACES.
         02 EDL-ZIP-LOW PIC X(5).
         02 PIC X VALUE "-".
         02 EDL-ZIP-HIGH PIC X(5).
         02 PIC XX VALUE SPACES.
         02 EDL-JURISDICTION-CODE PIC X(3).
         02 PIC XX VALUE SPACES.
         02 EDL-JURISDICTION-NAME PIC X(20).
         02 PIC XXX VALUE SPACES.
         02 EDL-TAX-RATE PIC X(6).
         02 PIC XX VALUE SPACES.
         02 EDL-MESSAGE PIC X(25).

      ******************************************************************
      *                                                                *
      *      SUMMARY LINES FOR THE TAX RATE MAINTENANCE EDIT LIST      *
      *                                                                *
      ******************************************************************

       01 EDIT-LIST-SUMMARY.

         02 ELS-ADDED-TOTAL.
           03 PIC X(25) VALUE "TOTAL RATES ADDED      = ".
           03 ELS-ADDED-COUNT PIC ZZ9.

         02 ELS-CHANGED-TOTAL.
           03 PIC X(25) VALUE "TOTAL RATES CHANGED    = ".
           03 ELS-CHANGED-COUNT PIC ZZ9.

         02 ELS-DELETED-TOTAL.
           03 PIC X(25) VALUE "TOTAL RATES DELETED    = ".
           03 ELS-DELETED-COUNT PIC ZZ9.

         02 ELS-REJECTED-TOTAL.
           03 PIC X(25) VALUE "TOTAL REJECTED         = ".
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
           STOP RUN.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
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
      /
      ******************************************************************
      *                                                                *
      *              SORT THE TRANSACTION FILE BY LOW ZIP              *
      *                                                                *
      ******************************************************************

       B-100-SORT-TRANSACTIONS.

           SORT SORT-FILE
           ON ASCENDING KEY SR-ZIP-LOW
             USING TAX-TRANSACTION-FILE
             GIVING SORTED-TRANSACTION-FILE.
      /
      ******************************************************************
      *                                                                *
      *       MATCH-MERGE THE TRANSACTIONS AGAINST THE OLD TABLE       *
      *                                                                *
      ******************************************************************

       C-100-UPDATE-MASTER.

           OPEN INPUT OLD-MASTER-FILE
                      SORTED-TRANSACTION-FILE
                OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ZIP-LOW
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ZIP-LOW
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
      *              DISPATCH ONE STEP OF THE MATCH-MERGE              *
      *                                                                *
      ******************************************************************

       C-200-UPDATE-RECORDS.

           EVALUATE TRUE
               WHEN OMR-ZIP-LOW < STR-ZIP-LOW
                   PERFORM C-300-COPY-UNCHANGED-MASTER
               WHEN OMR-ZIP-LOW > STR-ZIP-LOW
                   PERFORM C-400-APPLY-UNMATCHED-TRANSACTION
               WHEN OTHER
                   PERFORM C-500-APPLY-MATCHED-TRANSACTION.
      /
      ******************************************************************
      *                                                                *
      *      NO TRANSACTION FOR THIS TABLE RECORD - COPY IT AS-IS      *
      *                                                                *
      ******************************************************************

       C-300-COPY-UNCHANGED-MASTER.

           MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ZIP-LOW
                   MOVE "Y" TO SW-OLD-MASTER-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION HAS NO MATCHING TABLE RECORD - ONLY AN ADD     *
      *     CAN APPLY, AND IT MUST CARRY A NUMERIC RATE                *
      *                                                                *
      ******************************************************************

       C-400-APPLY-UNMATCHED-TRANSACTION.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION AND
                    STR-TAX-RATE-ALPHA NOT NUMERIC
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TAX RATE" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   MOVE STR-ZIP-LOW TO NMR-ZIP-LOW
                   MOVE STR-ZIP-HIGH TO NMR-ZIP-HIGH
                   IF NMR-ZIP-HIGH = SPACES
                       MOVE STR-ZIP-LOW TO NMR-ZIP-HIGH
                   END-IF
                   MOVE STR-JURISDICTION-CODE TO NMR-JURISDICTION-CODE
                   MOVE STR-JURISDICTION-NAME TO NMR-JURISDICTION-NAME
                   MOVE STR-TAX-RATE TO NMR-TAX-RATE
                   PERFORM M-600-JOURNAL-TAX-RATE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "RATE ADDED" TO EDL-MESSAGE
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "ZIP RANGE NOT FOUND" TO EDL-MESSAGE.

           PERFORM M-520-LOG-TRANSACTION.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ZIP-LOW
                   MOVE "Y" TO SW-TRANSACTION-EOF.
      /
      ******************************************************************
      *                                                                *
      *     TRANSACTION MATCHES AN EXISTING TABLE RECORD. A REJECTED   *
      *     TRANSACTION CARRIES THE OLD RECORD FORWARD UNCHANGED       *
      *                                                                *
      ******************************************************************

       C-500-APPLY-MATCHED-TRANSACTION.

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
                   MOVE "DUPLICATE ZIP RANGE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-TAX-RATE-ALPHA NOT = SPACES AND
                    STR-TAX-RATE-ALPHA NOT NUMERIC
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TAX RATE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   PERFORM M-600-JOURNAL-TAX-RATE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "RATE CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-TAX-RATE
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "RATE DELETED" TO EDL-MESSAGE
               WHEN OTHER
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "INVALID TRANSACTION CODE" TO EDL-MESSAGE.

           PERFORM M-520-LOG-TRANSACTION.

           READ OLD-MASTER-FILE
               AT END
                   MOVE HIGH-VALUES TO OMR-ZIP-LOW
                   MOVE "Y" TO SW-OLD-MASTER-EOF.

           READ SORTED-TRANSACTION-FILE
               AT END
                   MOVE HIGH-VALUES TO STR-ZIP-LOW
                   MOVE "Y" TO SW-TRANSACTION-EOF.

      ******************************************************************
      *                                                                *
      *     MOVE WHICHEVER FIELDS THE CHANGE TRANSACTION CARRIED - A   *
      *     FIELD LEFT BLANK LEAVES THE TABLE FIELD UNCHANGED          *
      *                                                                *
      ******************************************************************

       C-510-APPLY-CHANGE-FIELDS.

           IF STR-ZIP-HIGH NOT = SPACES
               MOVE STR-ZIP-HIGH TO NMR-ZIP-HIGH.

           IF STR-JURISDICTION-CODE NOT = SPACES
               MOVE STR-JURISDICTION-CODE TO NMR-JURISDICTION-CODE.

           IF STR-JURISDICTION-NAME NOT = SPACES
               MOVE STR-JURISDICTION-NAME TO NMR-JURISDICTION-NAME.

           IF STR-TAX-RATE-ALPHA NOT = SPACES
               MOVE STR-TAX-RATE TO NMR-TAX-RATE.
      /
      ******************************************************************
      *                                                                *
      *                    WRITE EDIT LIST HEADINGS                    *
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

      ******************************************************************
      *                                                                *
      *     MOVE THE TRANSACTION FIELDS TO THE EDIT LIST LINE. A RATE  *
      *     THAT IS NOT NUMERIC PRINTS AS KEYED                        *
      *                                                                *
      ******************************************************************

       M-520-LOG-TRANSACTION.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-ZIP-LOW TO EDL-ZIP-LOW.
           MOVE STR-ZIP-HIGH TO EDL-ZIP-HIGH.
           MOVE STR-JURISDICTION-CODE TO EDL-JURISDICTION-CODE.
           MOVE STR-JURISDICTION-NAME TO EDL-JURISDICTION-NAME.

           IF STR-TAX-RATE-ALPHA NUMERIC
               MOVE STR-TAX-RATE TO WA-JOURNAL-RATE
               MOVE WA-JOURNAL-RATE TO EDL-TAX-RATE
           ELSE
               MOVE STR-TAX-RATE-ALPHA TO EDL-TAX-RATE.

           PERFORM M-510-WRITE-DETAIL-LINE.
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED TAX RATE TRANSACTION, FIELD BY FIELD,   *
      *     OLD TABLE RECORD AGAINST NEW. THE RANGE IS KEYED BY ITS    *
      *     LOW ZIP                                                    *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-TAX-RATE.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "TAXRATE" TO CJR-MASTER-NAME.
           MOVE STR-ZIP-LOW TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX57-1" TO CJR-PROGRAM-NAME.

           MOVE "ZIP HIGH" TO CJR-FIELD-NAME.
           MOVE OMR-ZIP-HIGH TO CJR-OLD-VALUE.
           MOVE NMR-ZIP-HIGH TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "JURIS CODE" TO CJR-FIELD-NAME.
           MOVE OMR-JURISDICTION-CODE TO CJR-OLD-VALUE.
           MOVE NMR-JURISDICTION-CODE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "JURIS NAME" TO CJR-FIELD-NAME.
           MOVE OMR-JURISDICTION-NAME TO CJR-OLD-VALUE.
           MOVE NMR-JURISDICTION-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "TAX RATE" TO CJR-FIELD-NAME.
           MOVE OMR-TAX-RATE TO WA-JOURNAL-RATE.
           MOVE WA-JOURNAL-RATE TO CJR-OLD-VALUE.
           MOVE NMR-TAX-RATE TO WA-JOURNAL-RATE.
           MOVE WA-JOURNAL-RATE TO CJR-NEW-VALUE.
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
           DISPLAY "TAX RATE TABLE MAINTENANCE HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
