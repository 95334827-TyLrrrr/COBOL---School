      *    APPLIED TO CUSTSALE.DAT) - ANY TRANSACTION FIELD LEFT       *
      *    BLANK IS LEFT UNCHANGED.                                    *
      *                                                                *
      *    EITHER TRANSACTION MAY ALSO CARRY THE CUSTOMER'S            *
      *    DO-NOT-CONTACT FLAG (Y TO SET IT, N TO LIFT IT, BLANK TO    *
      *    LEAVE IT AS IT STANDS). THE FLAG LIVES ON CUSTADDR.DAT AND  *
      *    IS HONORED BY EVERY MAILING AND CALL LIST - THE FOLLOW-UP   *
      *    EXTRACT (VSEX24-1) AND THE CAMPAIGN EXTRACT (VSEX55-2). A   *
      *    NEW CUSTOMER ADDED WITH THE FLAG BLANK MAY BE CONTACTED.    *
      *                                                                *
      *    CUSTADDR.DAT AND CUSTSALE.DAT ARE BOTH KEYED BY CUSTOMER    *
      *    NUMBER, SO ADDS AND CHANGES TO CUSTADDR.DAT ARE APPLIED     *
      *    DIRECTLY BY KEY RATHER THAN THROUGH AN OLD-MASTER/NEW-      *
         02 CTR-STORE-CODE PIC XX.
         02 CTR-CITY PIC X(15).
         02 CTR-STATE PIC XX.
         02 CTR-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
         02 SR-STORE-CODE PIC XX.
         02 SR-CITY PIC X(15).
         02 SR-STATE PIC XX.
         02 SR-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
         02 STR-STORE-CODE PIC XX.
         02 STR-CITY PIC X(15).
         02 STR-STATE PIC XX.
         02 STR-DO-NOT-CONTACT PIC X.
           88 VALID-CONTACT-FLAG VALUE "Y" "N" SPACE.

      ******************************************************************
      *                                                                *
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.
           88 CAR-NO-CONTACT VALUE "Y".

      ******************************************************************
      *                                                                *

       FD  CUSTOMER-SALES-FILE.

       01 CUST-RECORD PIC X(94).

       01 CUST-RECORD-KEY REDEFINES CUST-RECORD.
         02 FILLER PIC X(9).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

      ******************************************************************
      *                                                                *
         02 AC-ADDRESS-CHANGED-COUNT PIC 999.
         02 AC-NAME-ZIP-CHANGED-COUNT PIC 999.
         02 AC-REJECTED-COUNT PIC 999.
         02 AC-CONTACT-FLAG-COUNT PIC 999.

       01 WORK-AREA.

           03 PIC X(30) VALUE "TOTAL NAMES/ZIPS CHANGED    = ".
           03 ELS-NAME-ZIP-COUNT PIC ZZ9.

         02 ELS-CONTACT-FLAG-TOTAL.
           03 PIC X(30) VALUE "TOTAL CONTACT FLAGS CHANGED = ".
           03 ELS-CONTACT-FLAG-COUNT PIC ZZ9.

         02 ELS-REJECTED-TOTAL.
           03 PIC X(30) VALUE "TOTAL REJECTED              = ".
           03 ELS-REJECTED-COUNT PIC ZZ9.

           PERFORM C-250-CHECK-STORE-CODE.

           EVALUATE TRUE
               WHEN NOT STORE-CODE-OK
                   PERFORM C-260-REJECT-UNKNOWN-STORE
               WHEN NOT VALID-CONTACT-FLAG
                   PERFORM C-270-REJECT-CONTACT-FLAG
               WHEN OTHER
                   MOVE STR-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER
                   READ CUSTOMER-ADDRESS-FILE
                       INVALID KEY
                           PERFORM C-400-APPLY-ADD-TRANSACTION
                       NOT INVALID KEY
                           PERFORM C-500-APPLY-MATCHED-TRANSACTION
                   END-READ.

           MOVE STR-TRANSACTION-CODE TO EDL-TRANSACTION-CODE.
           MOVE STR-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.

       C-260-REJECT-UNKNOWN-STORE.

           MOVE "UNKNOWN STORE CODE" TO EDL-MESSAGE.

           PERFORM C-280-REMEMBER-REJECTED-TRAN.

      ******************************************************************
      *                                                                *
      *     THE DO-NOT-CONTACT FLAG MUST BE Y, N, OR BLANK - ANY       *
      *     OTHER VALUE REJECTS THE WHOLE TRANSACTION, SALES-FILE      *
      *     PASS INCLUDED                                              *
      *                                                                *
      ******************************************************************

       C-270-REJECT-CONTACT-FLAG.

           MOVE "INVALID DO-NOT-CONTACT FLAG" TO EDL-MESSAGE.

           PERFORM C-280-REMEMBER-REJECTED-TRAN.

       C-280-REMEMBER-REJECTED-TRAN.

           ADD 1 TO AC-REJECTED-COUNT.

           IF WA-REJECT-COUNT < 100
               ADD 1 TO WA-REJECT-COUNT
               SET RJT-INDEX TO WA-REJECT-COUNT
               MOVE STR-STATE TO CAR-STATE
               MOVE STR-ZIP-CODE TO CAR-ZIP-CODE
               MOVE STR-ZIP-PLUS-4 TO CAR-ZIP-PLUS-4
               MOVE "N" TO CAR-DO-NOT-CONTACT
               IF STR-DO-NOT-CONTACT = "Y"
                   MOVE "Y" TO CAR-DO-NOT-CONTACT
                   ADD 1 TO AC-CONTACT-FLAG-COUNT
               END-IF
               WRITE CUSTOMER-ADDRESS-RECORD
               ADD 1 TO AC-ADDED-COUNT
               IF STR-CUSTOMER-NAME NOT = SPACES
                   REWRITE CUSTOMER-ADDRESS-RECORD
                   ADD 1 TO AC-ADDRESS-CHANGED-COUNT
                   MOVE "ADDRESS CHANGED" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION AND
                    STR-DO-NOT-CONTACT NOT = SPACE
                   PERFORM C-530-APPLY-CONTACT-FLAG
                   REWRITE CUSTOMER-ADDRESS-RECORD
                   MOVE "CONTACT FLAG UPDATED" TO EDL-MESSAGE
               WHEN CHANGE-TRANSACTION
                   MOVE "NO ADDRESS CHANGE REQUESTED" TO EDL-MESSAGE
               WHEN OTHER
           IF STR-ZIP-CODE NOT = SPACES
               MOVE STR-ZIP-CODE TO CAR-ZIP-CODE
               MOVE STR-ZIP-PLUS-4 TO CAR-ZIP-PLUS-4.

           IF STR-DO-NOT-CONTACT NOT = SPACE
               PERFORM C-530-APPLY-CONTACT-FLAG.

      ******************************************************************
      *                                                                *
      *     SET OR LIFT THE DO-NOT-CONTACT FLAG - COUNTED ONLY WHEN    *
      *     THE FLAG ACTUALLY CHANGES                                  *
      *                                                                *
      ******************************************************************

       C-530-APPLY-CONTACT-FLAG.

           IF STR-DO-NOT-CONTACT = "Y"
               IF NOT CAR-NO-CONTACT
                   MOVE "Y" TO CAR-DO-NOT-CONTACT
                   ADD 1 TO AC-CONTACT-FLAG-COUNT
               END-IF
           ELSE
               IF CAR-NO-CONTACT
                   MOVE "N" TO CAR-DO-NOT-CONTACT
                   ADD 1 TO AC-CONTACT-FLAG-COUNT.
      /
      ******************************************************************
      *                                                                *
           MOVE AC-ADDED-COUNT TO ELS-ADDED-COUNT.
           MOVE AC-ADDRESS-CHANGED-COUNT TO ELS-ADDRESS-COUNT.
           MOVE AC-NAME-ZIP-CHANGED-COUNT TO ELS-NAME-ZIP-COUNT.
           MOVE AC-CONTACT-FLAG-COUNT TO ELS-CONTACT-FLAG-COUNT.
           MOVE AC-REJECTED-COUNT TO ELS-REJECTED-COUNT.

           WRITE EDIT-LINE-OUT FROM ELS-ADDED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-NAME-ZIP-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-CONTACT-FLAG-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-REJECTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EDIT-LINE-OUT FROM ELS-END-OF-REPORT
