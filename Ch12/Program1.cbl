           03 SPR-FINANCED-FLAG PIC X.
           03 SPR-FINANCE-RATE PIC X(5).
           03 SPR-FINANCE-TERM PIC X(3).
           03 SPR-SALESPERSON-ID PIC XX.
           03 SPR-STORE-CODE PIC XX.
         02 SPR-CYCLE-COUNT-ALPHA PIC X(3).
         02 SPR-CYCLE-COUNT REDEFINES
            SPR-CYCLE-COUNT-ALPHA PIC 9(3).
      *                                                                *
      *    CORRECTION FILE - ONE REPLACEMENT TRANSACTION PER          *
      *    SUSPENDED CUSTOMER NUMBER, KEYED IN BY THE OFFICE. THE     *
      *    STOCK NUMBER, FINANCE FIELDS, SALESPERSON, AND STORE MAY   *
      *    BE LEFT BLANK TO CARRY THE SUSPENDED ITEM'S OWN VALUES     *
      *    FORWARD                                                    *
      *                                                                *
      ******************************************************************

         02 COR-FINANCED-FLAG PIC X.
         02 COR-FINANCE-RATE PIC X(5).
         02 COR-FINANCE-TERM PIC X(3).
         02 COR-SALESPERSON-ID PIC XX.
         02 COR-STORE-CODE PIC XX.

      ******************************************************************
      *                                                                *

       FD  RECYCLE-FILE.

       01 RECYCLE-RECORD PIC X(64).

      ******************************************************************
      *                                                                *

       01 NEW-SUSPENSE-RECORD.
         02 NSR-RECORD-TYPE PIC X.
         02 NSR-TRANSACTION-IMAGE PIC X(63).
         02 NSR-CYCLE-COUNT PIC 9(3).

      ******************************************************************

       01 PURGE-RECORD.
         02 PGR-RECORD-TYPE PIC X.
         02 PGR-TRANSACTION-IMAGE PIC X(63).
         02 PGR-CYCLE-COUNT PIC 9(3).

      ******************************************************************
         02 PIC X VALUE "H".
         02 RHR-BATCH-NUMBER PIC 9(4).
         02 RHR-BUSINESS-DATE PIC 9(8).
         02 PIC X(51) VALUE SPACES.

      *    THE RECORD TYPE RIDES THROUGH THE RECYCLE FEED - A
      *    SUSPENDED REVERSAL OR TRADE-IN MUST COME BACK TO THE

       01 RECYCLE-DETAIL-RECORD.
         02 RDR-RECORD-TYPE PIC X VALUE "D".
         02 RDR-TRANSACTION-IMAGE PIC X(63).

       01 RECYCLE-TRAILER-RECORD.
         02 PIC X VALUE "T".
         02 RTR-RECORD-COUNT PIC 9(6).
         02 RTR-DOLLAR-HASH PIC 9(9)V99.
         02 PIC X(46) VALUE SPACES.

      ******************************************************************
      *                                                                *
           03 COT-FINANCED-FLAG PIC X.
           03 COT-FINANCE-RATE PIC X(5).
           03 COT-FINANCE-TERM PIC X(3).
           03 COT-SALESPERSON-ID PIC XX.
           03 COT-STORE-CODE PIC XX.
           03 COT-APPLIED PIC X.
             88 COT-ENTRY-APPLIED VALUE "Y".
      /

         02 ARH-LINE-3.
           03 PIC X(18) VALUE "SUSPENDED RECORD".
           03 PIC X(47) VALUE SPACES.
           03 PIC X(6) VALUE "CYCLES".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE "DISPOSITION".

         02 ARH-LINE-4.
           03 PIC X(63) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.

       01 AGING-DETAIL-LINE.

         02 ADL-TRANSACTION-IMAGE PIC X(63).
         02 PIC X(5) VALUE SPACES.
         02 ADL-CYCLE-COUNT PIC ZZ9.
         02 PIC XX VALUE SPACES.
           MOVE COR-FINANCED-FLAG TO COT-FINANCED-FLAG(COT-INDEX).
           MOVE COR-FINANCE-RATE TO COT-FINANCE-RATE(COT-INDEX).
           MOVE COR-FINANCE-TERM TO COT-FINANCE-TERM(COT-INDEX).
           MOVE COR-SALESPERSON-ID TO COT-SALESPERSON-ID(COT-INDEX).
           MOVE COR-STORE-CODE TO COT-STORE-CODE(COT-INDEX).
           MOVE "N" TO COT-APPLIED(COT-INDEX).
           MOVE COT-INDEX TO WA-CORR-COUNT.

           MOVE COT-SATISFACTION-CODE(COT-INDEX)
             TO SPR-SATISFACTION-CODE.

      *    THE STOCK NUMBER, FINANCE FIELDS, SALESPERSON, AND STORE ARE
      *    REPLACED ONLY WHEN THE CORRECTION KEYED THEM - A
      *    CORRECTION LEFT BLANK THERE CARRIES THE SUSPENDED ITEM'S
      *    OWN VALUES FORWARD, SO A SUSPENDED TRADE-IN KEEPS ITS
      *    STOCK NUMBER AND A FINANCED DEAL STAYS FINANCED

           IF COT-STOCK-NUMBER(COT-INDEX) NOT = SPACES
               MOVE COT-STOCK-NUMBER(COT-INDEX)
               MOVE COT-FINANCE-TERM(COT-INDEX)
                 TO SPR-FINANCE-TERM.

           IF COT-SALESPERSON-ID(COT-INDEX) NOT = SPACES
               MOVE COT-SALESPERSON-ID(COT-INDEX)
                 TO SPR-SALESPERSON-ID.

           IF COT-STORE-CODE(COT-INDEX) NOT = SPACES
               MOVE COT-STORE-CODE(COT-INDEX)
                 TO SPR-STORE-CODE.

           MOVE "Y" TO COT-APPLIED(COT-INDEX).

           MOVE SPR-RECORD-TYPE TO RDR-RECORD-TYPE.
