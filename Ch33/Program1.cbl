
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
           PERFORM B-100-LOAD-TAX-TABLE.
           PERFORM C-100-PROCESS-FILE.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
