
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
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
         02 WA-EDIT-PRICE PIC $ZZ,ZZZ.99.
         02 WA-EDIT-BALANCE PIC $ZZZ,ZZZ.99.
         02 WA-EDIT-RATE PIC Z9.999.
         02 WA-STATUS-WORD PIC X(11).
         02 WA-SEARCH-NAME PIC X(20).
         02 WA-SEARCH-LEN PIC 99.
         02 WA-SCAN-POS PIC 99.

           ADD 1 TO WA-CONTRACT-COUNT.

           EVALUATE TRUE
               WHEN FMR-PAID
                   MOVE "PAID" TO WA-STATUS-WORD
               WHEN FMR-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WA-STATUS-WORD
               WHEN FMR-REPOSSESSED
                   MOVE "REPOSSESSED" TO WA-STATUS-WORD
               WHEN OTHER
                   MOVE "OPEN" TO WA-STATUS-WORD.

           MOVE FMR-AMOUNT-FINANCED TO WA-EDIT-PRICE.
           MOVE FMR-FINANCE-RATE TO WA-EDIT-RATE.
