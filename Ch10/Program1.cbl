      *    THIS PROGRAM MAINTAINS THE CLERK NAME MASTER FILE USED BY   *
      *    THE CLERK NAME REPORT (VSEX7-2). ADD, CHANGE, AND DELETE    *
      *    TRANSACTIONS ARE SORTED BY CLERK ID AND MATCHED AGAINST THE *
      *    OLD MASTER TO PRODUCE A NEW MASTER AND AN EDIT LIST         *
      *    SHOWING THE DISPOSITION OF EVERY TRANSACTION. EVERY         *
      *    TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND A       *
      *    REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION         *
      *    TOUCHES IS APPENDED TO THE SHARED CHANGE JOURNAL            *
      *    (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.                  *
      *                                                                *
      *        INPUT:   CLRKTRAN.DAT - CLERK MAINTENANCE TRANSACTIONS  *
      *                 CLRKNAME.DAT - OLD CLERK NAME MASTER           *
      *                                                                *
      *        OUTPUT:  CLRKNAME.NEW - NEW CLERK NAME MASTER           *
      *                 VSEX10-1.RPT - CLERK MAINTENANCE EDIT LIST     *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
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
         02 CTR-CLERK-NAME PIC X(20).
         02 CTR-COMMISSION-RATE PIC X(3).
         02 CTR-STORE-CODE PIC XX.
         02 CTR-OPERATOR-ID PIC X(6).
         02 CTR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
         02 SR-CLERK-NAME PIC X(20).
         02 SR-COMMISSION-RATE PIC X(3).
         02 SR-STORE-CODE PIC XX.
         02 SR-OPERATOR-ID PIC X(6).
         02 SR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
         02 STR-COMMISSION-RATE REDEFINES
            STR-COMMISSION-RATE-ALPHA PIC 9V99.
         02 STR-STORE-CODE PIC XX.
         02 STR-OPERATOR-ID PIC X(6).
         02 STR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
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
         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-STORE-CODE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-JOURNAL-RATE PIC 9.99.

      ******************************************************************
      *                                                                *
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
           PERFORM C-250-CHECK-STORE-CODE.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN NOT STORE-CODE-OK
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "UNKNOWN STORE CODE" TO EDL-MESSAGE
                   MOVE STR-CLERK-ID TO NMR-CLERK-ID
                   MOVE STR-CLERK-NAME TO NMR-CLERK-NAME
                   PERFORM C-410-APPLY-NEW-RATE
                   PERFORM M-600-JOURNAL-CLERK
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "CLERK ADDED" TO EDL-MESSAGE
           PERFORM C-250-CHECK-STORE-CODE.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   MOVE OMR-CLERK-ID TO NMR-CLERK-ID
                   MOVE OMR-CLERK-NAME TO NMR-CLERK-NAME
                   PERFORM C-310-CARRY-OLD-RATE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN NOT STORE-CODE-OK
                   MOVE OMR-CLERK-ID TO NMR-CLERK-ID
                   MOVE OMR-CLERK-NAME TO NMR-CLERK-NAME
                   MOVE STR-CLERK-ID TO NMR-CLERK-ID
                   MOVE STR-CLERK-NAME TO NMR-CLERK-NAME
                   PERFORM C-510-APPLY-RATE-CHANGE
                   PERFORM M-600-JOURNAL-CLERK
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "CLERK CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-CLERK
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "CLERK DELETED" TO EDL-MESSAGE
               WHEN OTHER
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED CLERK TRANSACTION, FIELD BY FIELD, OLD  *
      *     MASTER AGAINST NEW. A RATE ON AN OLD MASTER WRITTEN        *
      *     BEFORE THE RATE FIELD EXISTED JOURNALS AS BLANK            *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-CLERK.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "CLRKNAME" TO CJR-MASTER-NAME.
           MOVE STR-CLERK-ID TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX10-1" TO CJR-PROGRAM-NAME.

           MOVE "CLERK NAME" TO CJR-FIELD-NAME.
           MOVE OMR-CLERK-NAME TO CJR-OLD-VALUE.
           MOVE NMR-CLERK-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "COMM RATE" TO CJR-FIELD-NAME.
           IF OMR-COMMISSION-RATE-ALPHA NUMERIC
               MOVE OMR-COMMISSION-RATE TO WA-JOURNAL-RATE
               MOVE WA-JOURNAL-RATE TO CJR-OLD-VALUE
           ELSE
               MOVE SPACES TO CJR-OLD-VALUE.
           MOVE NMR-COMMISSION-RATE TO WA-JOURNAL-RATE.
           MOVE WA-JOURNAL-RATE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "STORE CODE" TO CJR-FIELD-NAME.
           MOVE OMR-STORE-CODE TO CJR-OLD-VALUE.
           MOVE NMR-STORE-CODE TO CJR-NEW-VALUE.
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
