
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
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.

      ******************************************************************
      *                                                                *
         02 WA-MOVE-COUNT PIC 9(3) VALUE ZERO.
         02 WA-MOVE-SUB PIC 9(3).
         02 WA-OLD-KEY PIC X(6).
         02 WA-DISSOLVING-CONTACT PIC X.

      ******************************************************************
      *                                                                *
         02 MVT-ENTRY OCCURS 1 TO 99 TIMES
                       DEPENDING ON WA-MOVE-COUNT
                       INDEXED BY MVT-INDEX.
           03 MVT-SALE-IMAGE PIC X(94).

      ******************************************************************
      *                                                                *
      ******************************************************************
      *                                                                *
      *     RETIRE THE DISSOLVING CUSTOMER'S ADDRESS RECORD - THE      *
      *     SURVIVOR'S ADDRESS RECORD IS THE ONE THAT STANDS. A        *
      *     DO-NOT-CONTACT FLAG ON THE DUPLICATE IS CARRIED TO THE     *
      *     SURVIVOR SO THE MERGE CANNOT LIFT IT                       *
      *                                                                *
      ******************************************************************


       C-510-DELETE-ADDRESS-RECORD.

           MOVE CAR-DO-NOT-CONTACT TO WA-DISSOLVING-CONTACT.

           DELETE CUSTOMER-ADDRESS-FILE RECORD.
           MOVE "DUPLICATE ADDRESS RECORD RETIRED" TO MRL-MESSAGE.

           IF WA-DISSOLVING-CONTACT = "Y"
               PERFORM C-520-CARRY-DO-NOT-CONTACT.

       C-520-CARRY-DO-NOT-CONTACT.

           MOVE WA-SURVIVING-NUMBER TO CAR-CUSTOMER-NUMBER.

           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CAR-DO-NOT-CONTACT
                   REWRITE CUSTOMER-ADDRESS-RECORD
                   MOVE "DUPLICATE RETIRED - DO-NOT-CONTACT CARRIED"
                     TO MRL-MESSAGE.
      /
      ******************************************************************
      *                                                                *
