
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

       01 ARCHIVE-RECORD.
         02 ARC-ARCHIVE-DATE PIC 9(8).
         02 ARC-SALE-RECORD PIC X(94).

      ******************************************************************
      *                                                                *
