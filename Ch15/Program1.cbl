      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM MAINTAINS THE SALES TERRITORY MASTER FILE      *
      *    USED BY THE TERRITORY SALES REPORT (VSEX15-2). EACH MASTER  *
      *    RECORD MAPS A ZIP CODE RANGE TO A TERRITORY CODE,           *
      *    TERRITORY NAME, AND SALESPERSON. ADD, CHANGE, AND DELETE    *
      *    TRANSACTIONS ARE SORTED BY THE LOW ZIP OF THE RANGE AND     *
      *    MATCHED AGAINST THE OLD MASTER TO PRODUCE A NEW MASTER AND  *
      *    AN EDIT LIST SHOWING THE DISPOSITION OF EVERY TRANSACTION.  *
      *    EVERY TRANSACTION MUST CARRY THE KEYING OPERATOR'S ID AND   *
      *    A REASON CODE, AND EVERY FIELD AN APPLIED TRANSACTION       *
      *    TOUCHES IS APPENDED TO THE SHARED CHANGE JOURNAL            *
      *    (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.                  *
      *                                                                *
      *        INPUT:   TERRTRAN.DAT - TERRITORY MAINT. TRANSACTIONS   *
      *                 TERRMAST.DAT - OLD TERRITORY MASTER            *
      *                                                                *
      *        OUTPUT:  TERRMAST.NEW - NEW TERRITORY MASTER            *
      *                 VSEX15-1.RPT - TERRITORY MAINT. EDIT LIST      *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch15\VSEX1
      -    "5-1.RPT".

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
         02 TTR-TERRITORY-CODE PIC X(3).
         02 TTR-TERRITORY-NAME PIC X(20).
         02 TTR-SALESPERSON PIC X(20).
         02 TTR-OPERATOR-ID PIC X(6).
         02 TTR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
         02 SR-TERRITORY-CODE PIC X(3).
         02 SR-TERRITORY-NAME PIC X(20).
         02 SR-SALESPERSON PIC X(20).
         02 SR-OPERATOR-ID PIC X(6).
         02 SR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
         02 STR-TERRITORY-CODE PIC X(3).
         02 STR-TERRITORY-NAME PIC X(20).
         02 STR-SALESPERSON PIC X(20).
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
      *     REPORT HEADINGS FOR THE TERRITORY MAINTENANCE EDIT LIST    *
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
                   MOVE STR-ZIP-LOW TO NMR-ZIP-LOW
                   MOVE STR-ZIP-HIGH TO NMR-ZIP-HIGH
                   MOVE STR-TERRITORY-CODE TO NMR-TERRITORY-CODE
                   MOVE STR-TERRITORY-NAME TO NMR-TERRITORY-NAME
                   MOVE STR-SALESPERSON TO NMR-SALESPERSON
                   PERFORM M-600-JOURNAL-TERRITORY
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "RANGE ADDED" TO EDL-MESSAGE
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "ZIP RANGE NOT FOUND" TO EDL-MESSAGE.

           PERFORM M-520-LOG-TRANSACTION.

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
                   MOVE STR-TERRITORY-CODE TO NMR-TERRITORY-CODE
                   MOVE STR-TERRITORY-NAME TO NMR-TERRITORY-NAME
                   MOVE STR-SALESPERSON TO NMR-SALESPERSON
                   PERFORM M-600-JOURNAL-TERRITORY
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "RANGE CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-TERRITORY
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "RANGE DELETED" TO EDL-MESSAGE
               WHEN OTHER
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED TERRITORY TRANSACTION, FIELD BY FIELD,  *
      *     OLD MASTER AGAINST NEW. THE RANGE IS KEYED BY ITS LOW ZIP  *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-TERRITORY.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "TERRMAST" TO CJR-MASTER-NAME.
           MOVE STR-ZIP-LOW TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX15-1" TO CJR-PROGRAM-NAME.

           MOVE "ZIP HIGH" TO CJR-FIELD-NAME.
           MOVE OMR-ZIP-HIGH TO CJR-OLD-VALUE.
           MOVE NMR-ZIP-HIGH TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "TERR CODE" TO CJR-FIELD-NAME.
           MOVE OMR-TERRITORY-CODE TO CJR-OLD-VALUE.
           MOVE NMR-TERRITORY-CODE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "TERR NAME" TO CJR-FIELD-NAME.
           MOVE OMR-TERRITORY-NAME TO CJR-OLD-VALUE.
           MOVE NMR-TERRITORY-NAME TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "SALESPERSON" TO CJR-FIELD-NAME.
           MOVE OMR-SALESPERSON TO CJR-OLD-VALUE.
           MOVE NMR-SALESPERSON TO CJR-NEW-VALUE.
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
