
       FD  CUSTOMER-SALES-FILE.

       01 CUST-RECORD PIC X(94).

       01 CUST-RECORD-KEY REDEFINES CUST-RECORD.
         02 FILLER PIC X(9).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

       FD  CONVERSION-REPORT.

           MOVE SPACES TO CSR-STOCK-NUMBER.
           MOVE SPACES TO CSR-TAX-JURISDICTION.
           MOVE ZERO TO CSR-SALES-TAX.
           MOVE SPACES TO CSR-SALESPERSON-ID.

           WRITE CUST-RECORD FROM CUSTOMER-SALES-RECORD.

