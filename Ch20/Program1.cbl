
       FD  CUSTOMER-SALES-FILE.

       01 CUST-RECORD PIC X(94).

       01 CUST-RECORD-KEY REDEFINES CUST-RECORD.
         02 FILLER PIC X(9).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

       FD  SALES-BACKUP-1.

       01 SALES-BK1-RECORD PIC X(94).

       FD  SALES-BACKUP-2.

       01 SALES-BK2-RECORD PIC X(94).

       FD  CUSTOMER-ADDRESS-FILE.

         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.

       FD  ADDRESS-BACKUP-1.

       01 ADDR-BK1-RECORD PIC X(51).

       FD  ADDRESS-BACKUP-2.

       01 ADDR-BK2-RECORD PIC X(51).

       FD  CLERK-NAME-FILE.

