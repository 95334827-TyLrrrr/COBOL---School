      *    NAME, REGION, AND MANAGER. ADD, CHANGE, AND DELETE          *
      *    TRANSACTIONS ARE SORTED BY STORE CODE AND MATCHED AGAINST   *
      *    THE OLD MASTER TO PRODUCE A NEW MASTER AND AN EDIT LIST     *
      *    SHOWING THE DISPOSITION OF EVERY TRANSACTION, THE SAME WAY  *
      *    THE CLERK NAME MASTER (VSEX10-1) IS MAINTAINED. EVERY       *
      *    TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND A       *
      *    REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION         *
      *    TOUCHES IS APPENDED TO THE SHARED CHANGE JOURNAL            *
      *    (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.                  *
      *                                                                *
      *        INPUT:   STORTRAN.DAT - STORE MAINTENANCE TRANSACTIONS  *
      *                 STORMAST.DAT - OLD STORE MASTER                 *
      *                                                                *
      *        OUTPUT:  STORMAST.NEW - NEW STORE MASTER                 *
      *                 VSEX37-1.RPT - STORE MAINTENANCE EDIT LIST     *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch37\VSEX3
      -    "7-1.RPT".

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
         02 STT-STORE-NAME PIC X(20).
         02 STT-REGION PIC X(10).
         02 STT-MANAGER PIC X(20).
         02 STT-OPERATOR-ID PIC X(6).
         02 STT-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
       01 SORT-RECORD.
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-STORE-CODE PIC XX.
         02 PIC X(58).

      ******************************************************************
      *                                                                *
         02 STR-STORE-NAME PIC X(20).
         02 STR-REGION PIC X(10).
         02 STR-MANAGER PIC X(20).
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
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

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-CURRENT-STAMP PIC X(21).

      ******************************************************************
      *                                                                *
      *        REPORT HEADINGS FOR THE STORE MAINTENANCE EDIT LIST     *
           OPEN INPUT OLD-MASTER-FILE
                      SORTED-TRANSACTION-FILE
                OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ OLD-MASTER-FILE
               AT END

           CLOSE OLD-MASTER-FILE
                 SORTED-TRANSACTION-FILE
                 NEW-MASTER-FILE
                 CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *

       C-400-APPLY-UNMATCHED-TRANSACTION.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   MOVE STR-STORE-CODE TO NMR-STORE-CODE
                   MOVE STR-STORE-NAME TO NMR-STORE-NAME
                   MOVE STR-REGION TO NMR-REGION
                   MOVE STR-MANAGER TO NMR-MANAGER
                   PERFORM M-600-JOURNAL-STORE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "STORE ADDED" TO EDL-MESSAGE
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "STORE CODE NOT FOUND" TO EDL-MESSAGE.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-STORE-CODE TO EDL-STORE-CODE.
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
                   MOVE "DUPLICATE STORE CODE" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-CHANGE-FIELDS
                   PERFORM M-600-JOURNAL-STORE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "STORE CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-STORE
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "STORE DELETED" TO EDL-MESSAGE
               WHEN OTHER
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED STORE TRANSACTION, FIELD BY FIELD, OLD  *
      *     MASTER AGAINST NEW                                         *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-STORE.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "STORMAST" TO CJR-MASTER-NAME.
           MOVE STR-STORE-CODE TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX37-1" TO CJR-PROGRAM-NAME.

           MOVE "STORE NAME" TO CJR-FIELD-NAME.
           MOVE OMR-STORE-NAME TO CJR-OLD-VALUE.
           MOVE NMR-STORE-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "REGION" TO CJR-FIELD-NAME.
           MOVE OMR-REGION TO CJR-OLD-VALUE.
           MOVE NMR-REGION TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "MANAGER" TO CJR-FIELD-NAME.
           MOVE OMR-MANAGER TO CJR-OLD-VALUE.
           MOVE NMR-MANAGER TO CJR-NEW-VALUE.
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
