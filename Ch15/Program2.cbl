
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
