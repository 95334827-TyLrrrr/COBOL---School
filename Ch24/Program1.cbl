      *    THIS RUN IS APPENDED TO THE CONTACTED FILE SO THE NEXT      *
      *    RUN PASSES OVER THEM. ONE LETTER IS PRODUCED PER            *
      *    CUSTOMER EVEN WHEN SEVERAL OF THEIR PURCHASES QUALIFY.      *
      *    A CUSTOMER FLAGGED DO-NOT-CONTACT ON THE ADDRESS FILE (SET  *
      *    THROUGH VSEX11-1) IS NEVER EXTRACTED, WHATEVER THE          *
      *    PARAMETER SAYS, AND IS COUNTED SEPARATELY.                  *
      *                                                                *
      *        INPUT:   CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 CUSTADDR.DAT - CUSTOMER ADDRESS FILE           *

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
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
         02 SW-ALREADY-CONTACTED PIC X.
           88 ALREADY-CONTACTED VALUE "Y".

         02 SW-DO-NOT-CONTACT PIC X.
           88 DO-NOT-CONTACT VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
         02 AC-RECORD-COUNT PIC 9(5).
         02 AC-LETTER-COUNT PIC 9(5).
         02 AC-SKIPPED-COUNT PIC 9(5).
         02 AC-DO-NOT-CONTACT-COUNT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
           03 CAT-STATE PIC XX.
           03 CAT-ZIP-CODE PIC X(5).
           03 CAT-ZIP-PLUS-4 PIC X(4).
           03 CAT-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
           03 PIC X(32) VALUE "TOTAL ALREADY CONTACTED    =  ".
           03 ESL-SKIPPED-COUNT PIC ZZ,ZZ9.

         02 ESL-DO-NOT-CONTACT-TOTAL.
           03 PIC X(32) VALUE "TOTAL DO-NOT-CONTACT       =  ".
           03 ESL-DO-NOT-CONTACT-COUNT PIC ZZ,ZZ9.

         02 ESL-END-LINE.
           03 PIC X(21) VALUE "END OF FOLLOW-UP RUN".
      /
           MOVE CAR-STATE TO CAT-STATE(ADDR-INDEX).
           MOVE CAR-ZIP-CODE TO CAT-ZIP-CODE(ADDR-INDEX).
           MOVE CAR-ZIP-PLUS-4 TO CAT-ZIP-PLUS-4(ADDR-INDEX).
           MOVE CAR-DO-NOT-CONTACT TO CAT-DO-NOT-CONTACT(ADDR-INDEX).
           MOVE ADDR-INDEX TO WA-ADDR-COUNT.

           READ CUSTOMER-ADDRESS-FILE

      ******************************************************************
      *                                                                *
      *     EXTRACT ONE CUSTOMER - SKIPPED WHEN THE CUSTOMER IS        *
      *     FLAGGED DO-NOT-CONTACT, OR WHEN A PRIOR RUN ALREADY        *
      *     CONTACTED THEM AND THE EXCLUSION IS ON                     *
      *                                                                *
      ******************************************************************
           MOVE CSR-CUSTOMER-NUMBER TO WA-HOLD-CUSTOMER.

           MOVE "N" TO SW-ALREADY-CONTACTED.
           MOVE "N" TO SW-DO-NOT-CONTACT.

           SET ADDR-INDEX TO 1.
           SEARCH CAT-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-NUMBER(ADDR-INDEX) = CSR-CUSTOMER-NUMBER
                   IF CAT-DO-NOT-CONTACT(ADDR-INDEX) = "Y"
                       MOVE "Y" TO SW-DO-NOT-CONTACT.

           IF EXCLUDE-CONTACTED
               SET CTT-INDEX TO 1
                        CSR-CUSTOMER-NUMBER
                       MOVE "Y" TO SW-ALREADY-CONTACTED.

           EVALUATE TRUE
               WHEN DO-NOT-CONTACT
                   ADD 1 TO AC-DO-NOT-CONTACT-COUNT
               WHEN ALREADY-CONTACTED
                   ADD 1 TO AC-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM C-400-PRODUCE-OUTPUTS.

      ******************************************************************
      *                                                                *
           MOVE AC-RECORD-COUNT TO ESL-RECORD-COUNT.
           MOVE AC-LETTER-COUNT TO ESL-LETTER-COUNT.
           MOVE AC-SKIPPED-COUNT TO ESL-SKIPPED-COUNT.
           MOVE AC-DO-NOT-CONTACT-COUNT TO ESL-DO-NOT-CONTACT-COUNT.

           WRITE LETTER-LINE-OUT FROM ESL-RECORD-TOTAL
             AFTER ADVANCING PAGE.
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM ESL-SKIPPED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM ESL-DO-NOT-CONTACT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE-OUT FROM ESL-END-LINE
             AFTER ADVANCING 2 LINES.

