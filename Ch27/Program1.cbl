      *                                                                *
      *    THIS PROGRAM MAINTAINS THE PRICE GUIDE FILE USED BY THE     *
      *    CUSTOMER SALES UPDATE RUN (VSEX9-3) TO EDIT INCOMING        *
      *    PURCHASE PRICES. EACH GUIDE RECORD CARRIES THE MINIMUM AND  *
      *    MAXIMUM REASONABLE PRICE FOR ONE AUTO MAKE AND MODEL YEAR.  *
      *    ADD, CHANGE, AND DELETE TRANSACTIONS ARE SORTED BY MAKE     *
      *    AND YEAR AND MATCHED AGAINST THE OLD GUIDE TO PRODUCE A     *
      *    NEW GUIDE AND AN EDIT LIST SHOWING THE DISPOSITION OF       *
      *    EVERY TRANSACTION. EVERY TRANSACTION MUST CARRY THE KEYING  *
      *    OPERATOR'S ID AND A REASON CODE, AND EVERY FIELD AN         *
      *    APPLIED TRANSACTION TOUCHES IS APPENDED TO THE SHARED       *
      *    CHANGE JOURNAL (CHGJRNL.DAT) WITH ITS OLD AND NEW VALUES.   *
      *                                                                *
      *        INPUT:   PRICTRAN.DAT - PRICE GUIDE TRANSACTIONS        *
      *                 PRICEGDE.DAT - OLD PRICE GUIDE                 *
      *                                                                *
      *        OUTPUT:  PRICEGDE.NEW - NEW PRICE GUIDE                 *
      *                 VSEX27-1.RPT - PRICE GUIDE EDIT LIST           *
      *                 CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR TRANSACTIONS      *
      *                                                                *
           SELECT EDIT-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch27\VSEX2
      -    "7-1.RPT".

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
         02 GTR-AUTO-YEAR PIC X(4).
         02 GTR-MIN-PRICE PIC X(7).
         02 GTR-MAX-PRICE PIC X(7).
         02 GTR-OPERATOR-ID PIC X(6).
         02 GTR-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
         02 SR-TRANSACTION-CODE PIC X.
         02 SR-AUTO-MAKE PIC X(20).
         02 SR-AUTO-YEAR PIC X(4).
         02 PIC X(22).

      ******************************************************************
      *                                                                *
         02 STR-MAX-PRICE-ALPHA PIC X(7).
         02 STR-MAX-PRICE REDEFINES
            STR-MAX-PRICE-ALPHA PIC 9(5)V99.
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
         02 WA-JOURNAL-PRICE PIC ZZZZ9.99.

      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE PRICE GUIDE EDIT LIST              *
           OPEN INPUT OLD-GUIDE-FILE
                      SORTED-TRANSACTION-FILE
                OUTPUT NEW-GUIDE-FILE.
           OPEN EXTEND CHANGE-JOURNAL-FILE.

           READ OLD-GUIDE-FILE
               AT END

           CLOSE OLD-GUIDE-FILE
                 SORTED-TRANSACTION-FILE
                 NEW-GUIDE-FILE
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
                   PERFORM C-410-BUILD-GUIDE-RECORD
                   PERFORM M-600-JOURNAL-GUIDE
                   WRITE NEW-GUIDE-RECORD
                   ADD 1 TO AC-ADDED-COUNT
                   MOVE "RANGE ADDED" TO EDL-MESSAGE
               WHEN OTHER
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "MAKE/YEAR NOT FOUND" TO EDL-MESSAGE.

           PERFORM M-520-LOG-TRANSACTION.

       C-500-APPLY-MATCHED-TRANSACTION.

           EVALUATE TRUE
               WHEN STR-OPERATOR-ID = SPACES OR
                    STR-REASON-CODE = SPACES
                   MOVE OLD-GUIDE-RECORD TO NEW-GUIDE-RECORD
                   WRITE NEW-GUIDE-RECORD
                   ADD 1 TO AC-REJECTED-COUNT
                   MOVE "OPERATOR/REASON MISSING" TO EDL-MESSAGE
               WHEN ADD-TRANSACTION
                   MOVE OLD-GUIDE-RECORD TO NEW-GUIDE-RECORD
                   WRITE NEW-GUIDE-RECORD
                   MOVE "DUPLICATE MAKE/YEAR" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   PERFORM C-510-APPLY-RANGE-CHANGE
                   PERFORM M-600-JOURNAL-GUIDE
                   WRITE NEW-GUIDE-RECORD
                   ADD 1 TO AC-CHANGED-COUNT
                   MOVE "RANGE CHANGED" TO EDL-MESSAGE
               WHEN DELETE-TRANSACTION
                   PERFORM M-600-JOURNAL-GUIDE
                   ADD 1 TO AC-DELETED-COUNT
                   MOVE "RANGE DELETED" TO EDL-MESSAGE
               WHEN OTHER
      /
      ******************************************************************
      *                                                                *
      *     JOURNAL AN APPLIED PRICE GUIDE TRANSACTION, FIELD BY       *
      *     FIELD, OLD GUIDE AGAINST NEW. THE RANGE IS KEYED BY MAKE   *
      *     AND YEAR                                                   *
      *                                                                *
      ******************************************************************

       M-600-JOURNAL-GUIDE.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE "PRICEGDE" TO CJR-MASTER-NAME.
           MOVE STR-GUIDE-KEY TO CJR-RECORD-KEY.
           MOVE STR-TRANSACTION-CODE TO CJR-ACTION.
           MOVE STR-OPERATOR-ID TO CJR-OPERATOR-ID.
           MOVE STR-REASON-CODE TO CJR-REASON-CODE.
           MOVE WA-CURRENT-STAMP(1:8) TO CJR-CHANGE-DATE.
           MOVE WA-CURRENT-STAMP(9:6) TO CJR-CHANGE-TIME.
           MOVE "VSEX27-1" TO CJR-PROGRAM-NAME.

           MOVE "MIN PRICE" TO CJR-FIELD-NAME.
           MOVE OGR-MIN-PRICE TO WA-JOURNAL-PRICE.
           MOVE WA-JOURNAL-PRICE TO CJR-OLD-VALUE.
           MOVE NGR-MIN-PRICE TO WA-JOURNAL-PRICE.
           MOVE WA-JOURNAL-PRICE TO CJR-NEW-VALUE.
           PERFORM M-610-JOURNAL-FIELD.

           MOVE "MAX PRICE" TO CJR-FIELD-NAME.
           MOVE OGR-MAX-PRICE TO WA-JOURNAL-PRICE.
           MOVE WA-JOURNAL-PRICE TO CJR-OLD-VALUE.
           MOVE NGR-MAX-PRICE TO WA-JOURNAL-PRICE.
           MOVE WA-JOURNAL-PRICE TO CJR-NEW-VALUE.
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
