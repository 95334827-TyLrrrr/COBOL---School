       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX53-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 26, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    ONE-TIME BUILD OF THE CHARGE ACCOUNT MASTER FOR THE ABC     *
      *    DEPARTMENT STORE. UNTIL NOW AN ACCOUNT WAS ONLY THE         *
      *    CUSTOMER FILE PURCHASE RECORDS SHARING AN ACCOUNT NUMBER.   *
      *    THE CUSTOMER FILE IS SORTED INTO ACCOUNT SEQUENCE AND ONE   *
      *    MASTER RECORD IS WRITTEN PER ACCOUNT, CARRYING THE          *
      *    CUSTOMER NAME, THE SUM OF THE ACCOUNT'S CUSTOMER RECORD     *
      *    BALANCES AS ITS CURRENT BALANCE, AND THE EARLIEST PURCHASE  *
      *    DATE AS ITS OPEN DATE. EVERY ACCOUNT STARTS OPEN WITH THE   *
      *    STANDARD CREDIT LIMIT - LIMITS ARE RAISED, LOWERED, AND     *
      *    HOLDS PLACED AFTER WITH CHANGE TRANSACTIONS THROUGH         *
      *    VSEX53-2. PURCHASES ARE MARKED POSTED THROUGH THE RUN DATE  *
      *    SO THE NIGHTLY ACCOUNT RUN (VSEX53-3) DOES NOT ADD THEM TO  *
      *    THE BALANCE A SECOND TIME. A REGISTER WITH COUNT AND        *
      *    BALANCE CONTROL TOTALS IS PRINTED FOR BALANCING.            *
      *                                                                *
      *    RUN ORDER:  1. THIS PROGRAM, ONCE, BEFORE THE FIRST         *
      *                   NIGHTLY RUN OF VSEX53-3                      *
      *                                                                *
      *        INPUT:   CUSTOMER.DAT - CUSTOMER INPUT FILE             *
      *                                                                *
      *        OUTPUT:  ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                 VSEX53-1.RPT - ACCOUNT MASTER BUILD REGISTER   *
      *                                                                *
      *        SORT FILE:  SORTWORK  - CUSTOMER FILE SORT              *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTO
      -    "MER.DAT".

           SELECT MASTER-SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-CUSTOMER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\SORTC
      -    "US.DAT".

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT BUILD-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\VSEX5
      -    "3-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    CUSTOMER FILE AND ITS SORT - THE FILE IS BROUGHT INTO       *
      *    ACCOUNT NUMBER SEQUENCE SO EACH ACCOUNT IS ONE GROUP        *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-FILE.

       01 CUSTOMER-REC PIC X(74).

       SD  MASTER-SORT-FILE.

       01 MASTER-SORT-RECORD.
         02 PIC X(8).
         02 MSR-ACCOUNT-NUMBER PIC X(6).
         02 PIC X(60).

       FD  SORTED-CUSTOMER-FILE.

       01 SORTED-CUSTOMER-REC PIC X(74).

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHARGE ACCOUNT MASTER KEYED BY        *
      *    ACCOUNT NUMBER. OPEN, STATUS, AND FINAL NOTICE DATES ARE    *
      *    MMDDYYYY LIKE THE CUSTOMER FILE DATES. THE POSTED-THROUGH   *
      *    DATE IS YYYYMMDD - PURCHASES DATED AFTER IT HAVE NOT YET    *
      *    BEEN ADDED TO THE BALANCE                                   *
      *                                                                *
      ******************************************************************

       FD  ACCOUNT-MASTER-FILE.

       01 ACCOUNT-MASTER-RECORD.
         02 AMR-ACCOUNT-NUMBER PIC X(6).
         02 AMR-CUSTOMER-NAME PIC X(20).
         02 AMR-CREDIT-LIMIT PIC 9(5)V99.
         02 AMR-BALANCE PIC S9(5)V99.
         02 AMR-ACCOUNT-STATUS PIC X.
           88 AMR-OPEN VALUE "O".
           88 AMR-ON-HOLD VALUE "H".
           88 AMR-CLOSED VALUE "C".
         02 AMR-OPEN-DATE PIC 9(8).
         02 AMR-STATUS-DATE PIC 9(8).
         02 AMR-FINAL-NOTICE-DATE PIC 9(8).
         02 AMR-POSTED-THROUGH-DATE PIC 9(8).

       FD  BUILD-REPORT.

       01 BUILD-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-RECORD-COUNT PIC 9(6).
         02 AC-ACCOUNT-COUNT PIC 9(6).
         02 AC-BALANCE-TOTAL PIC S9(9)V99.

       01 WORK-AREA.

         02 WA-TODAYS-DATE-TIME.
           03 WA-TODAYS-DATE.
             04 WA-TODAYS-YEAR PIC 9(4).
             04 WA-TODAYS-MONTH PIC 99.
             04 WA-TODAYS-DAY PIC 99.
           03 PIC X(15).

         02 WA-DATE.
           03 WA-MONTH PIC 99.
           03 WA-DAY PIC 99.
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-TODAY-YMD PIC 9(8).
         02 WA-PURCHASE-YMD PIC 9(8).
         02 WA-EARLIEST-YMD PIC 9(8).
         02 WA-GROUP-ACCOUNT PIC X(6).
         02 WA-STANDARD-LIMIT PIC 9(5)V99 VALUE 1000.00.

      ******************************************************************
      *                                                                *
      *    CUSTOMER FILE RECORD LAYOUT                                 *
      *    PURCHASE DATE - MMDDYYYY FORMAT                             *
      *                                                                *
      ******************************************************************

       01 CUSTOMER-RECORD.
         02 CR-PURCHASE-DATE PIC 9(8).
         02 CR-ACCOUNT-NUMBER PIC X(6).
         02 CR-CUSTOMER-NAME PIC X(20).
         02 CR-ITEM-PURCHASED PIC X(20).
         02 CR-QUANTITY PIC 9.
         02 CR-BALANCE PIC S9(4)V99.
         02 CR-PURCHASE-AMOUNT PIC 9(4)V99.
         02 PIC X(3).
         02 CR-STORE-CODE PIC XX.
         02 CR-CLERK-ID PIC XX.
      /
      ******************************************************************
      *                                                                *
      *           REPORT LINES FOR THE BUILD REGISTER                  *
      *                                                                *
      ******************************************************************

       01 BUILD-REPORT-LINES.

         02 BRL-HEADING-1.
           03 PIC X(6) VALUE "DATE: ".
           03 BRL-RUN-DATE PIC Z9/99/9999.
           03 PIC X(11) VALUE SPACES.
           03 PIC X(20) VALUE "ABC DEPARTMENT STORE".
           03 PIC X(17) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 BRL-PAGE-COUNT PIC ZZ9.

         02 BRL-HEADING-2.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(29) VALUE "CHARGE ACCOUNT BUILD REGISTER".

         02 BRL-HEADING-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 BRL-HEADING-3.
           03 PIC X(7) VALUE "ACCOUNT".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "CUSTOMER NAME".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "OPENED".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(7) VALUE "BALANCE".
           03 PIC X(7) VALUE SPACES.
           03 PIC X(5) VALUE "LIMIT".

         02 BRL-HEADING-4.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

         02 BRL-DETAIL-LINE.
           03 BRL-ACCOUNT-NUMBER PIC X(6).
           03 PIC XXX VALUE SPACES.
           03 BRL-CUSTOMER-NAME PIC X(20).
           03 PIC XX VALUE SPACES.
           03 BRL-OPEN-DATE PIC Z9/99/9999.
           03 PIC XX VALUE SPACES.
           03 BRL-BALANCE PIC $ZZ,ZZZ.99-.
           03 PIC XX VALUE SPACES.
           03 BRL-CREDIT-LIMIT PIC $ZZ,ZZZ.99.

         02 BRL-RECORD-LINE.
           03 PIC X(28) VALUE "CUSTOMER RECORDS READ    =  ".
           03 BRL-RECORD-COUNT PIC ZZZ,ZZ9.

         02 BRL-ACCOUNT-LINE.
           03 PIC X(28) VALUE "ACCOUNTS BUILT           =  ".
           03 BRL-ACCOUNT-COUNT PIC ZZZ,ZZ9.

         02 BRL-BALANCE-LINE.
           03 PIC X(28) VALUE "ACCOUNT BALANCE TOTAL    =  ".
           03 BRL-BALANCE-TOTAL PIC $ZZZ,ZZZ,ZZZ.99-.

         02 BRL-END-LINE.
           03 PIC X(12) VALUE "END OF BUILD".
      /
       PROCEDURE DIVISION.
      *******************
      ******************************************************************
      *                                                                *
      *  MAIN-PROGRAM.  THIS IS THE MAIN PARAGRAPH OF THIS PROGRAM     *
      *                                                                *
      ******************************************************************

       MAIN-PROGRAM.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-SORT-CUSTOMER-FILE.
           PERFORM C-100-BUILD-MASTER.
           PERFORM D-100-WRAP-UP.
           STOP RUN.

      ******************************************************************
      *                                                                *
      *                   HOUSEKEEPING PARAGRAPH FOLLOWS               *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO BRL-RUN-DATE.

           MOVE WA-TODAYS-YEAR TO WA-TODAY-YMD(1:4).
           MOVE WA-TODAYS-MONTH TO WA-TODAY-YMD(5:2).
           MOVE WA-TODAYS-DAY TO WA-TODAY-YMD(7:2).

           OPEN OUTPUT BUILD-REPORT.
      /
      ******************************************************************
      *                                                                *
      *     SORT THE CUSTOMER FILE INTO ACCOUNT NUMBER SEQUENCE        *
      *                                                                *
      ******************************************************************

       B-100-SORT-CUSTOMER-FILE.

           SORT MASTER-SORT-FILE
           ON ASCENDING KEY MSR-ACCOUNT-NUMBER
             WITH DUPLICATES IN ORDER
             USING CUSTOMER-FILE
             GIVING SORTED-CUSTOMER-FILE.
      /
      ******************************************************************
      *                                                                *
      *     WALK THE SORTED CUSTOMER FILE AND WRITE ONE MASTER         *
      *     RECORD PER ACCOUNT GROUP                                   *
      *                                                                *
      ******************************************************************

       C-100-BUILD-MASTER.

           OPEN INPUT SORTED-CUSTOMER-FILE
                OUTPUT ACCOUNT-MASTER-FILE.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE HIGH-VALUES TO CR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-BUILD-ACCOUNT
             UNTIL END-OF-FILE.

           CLOSE SORTED-CUSTOMER-FILE
                 ACCOUNT-MASTER-FILE.

      ******************************************************************
      *                                                                *
      *     GATHER ONE ACCOUNT GROUP AND WRITE ITS MASTER RECORD -     *
      *     THE ACCOUNT OPENS AT THE STANDARD LIMIT, DATED FROM ITS    *
      *     EARLIEST PURCHASE                                          *
      *                                                                *
      ******************************************************************

       C-200-BUILD-ACCOUNT.

           MOVE CR-ACCOUNT-NUMBER TO WA-GROUP-ACCOUNT.

           MOVE WA-GROUP-ACCOUNT TO AMR-ACCOUNT-NUMBER.
           MOVE CR-CUSTOMER-NAME TO AMR-CUSTOMER-NAME.
           MOVE WA-STANDARD-LIMIT TO AMR-CREDIT-LIMIT.
           MOVE ZERO TO AMR-BALANCE.
           MOVE 99999999 TO WA-EARLIEST-YMD.

           PERFORM C-300-GATHER-CUSTOMER-RECORD
             UNTIL CR-ACCOUNT-NUMBER NOT = WA-GROUP-ACCOUNT.

           MOVE "O" TO AMR-ACCOUNT-STATUS.
           MOVE WA-EARLIEST-YMD(5:2) TO AMR-OPEN-DATE(1:2).
           MOVE WA-EARLIEST-YMD(7:2) TO AMR-OPEN-DATE(3:2).
           MOVE WA-EARLIEST-YMD(1:4) TO AMR-OPEN-DATE(5:4).
           MOVE AMR-OPEN-DATE TO AMR-STATUS-DATE.
           MOVE ZERO TO AMR-FINAL-NOTICE-DATE.
           MOVE WA-TODAY-YMD TO AMR-POSTED-THROUGH-DATE.

           WRITE ACCOUNT-MASTER-RECORD.

           ADD 1 TO AC-ACCOUNT-COUNT.
           ADD AMR-BALANCE TO AC-BALANCE-TOTAL.

           PERFORM M-510-WRITE-REGISTER-LINE.

      ******************************************************************
      *                                                                *
      *     ROLL ONE CUSTOMER RECORD INTO THE ACCOUNT BALANCE AND      *
      *     KEEP THE EARLIEST PURCHASE DATE SEEN                       *
      *                                                                *
      ******************************************************************

       C-300-GATHER-CUSTOMER-RECORD.

           ADD 1 TO AC-RECORD-COUNT.
           ADD CR-BALANCE TO AMR-BALANCE.

           MOVE CR-PURCHASE-DATE(5:4) TO WA-PURCHASE-YMD(1:4).
           MOVE CR-PURCHASE-DATE(1:2) TO WA-PURCHASE-YMD(5:2).
           MOVE CR-PURCHASE-DATE(3:2) TO WA-PURCHASE-YMD(7:2).

           IF WA-PURCHASE-YMD < WA-EARLIEST-YMD
               MOVE WA-PURCHASE-YMD TO WA-EARLIEST-YMD.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE HIGH-VALUES TO CR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *              BUILD REGISTER HEADING PARAGRAPH                  *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO BRL-PAGE-COUNT.

           WRITE BUILD-LINE-OUT FROM BRL-HEADING-1
             AFTER ADVANCING PAGE.
           WRITE BUILD-LINE-OUT FROM BRL-HEADING-2
             AFTER ADVANCING 1 LINE.
           WRITE BUILD-LINE-OUT FROM BRL-HEADING-2A
             AFTER ADVANCING 1 LINE.
           WRITE BUILD-LINE-OUT FROM BRL-HEADING-3
             AFTER ADVANCING 2 LINES.
           WRITE BUILD-LINE-OUT FROM BRL-HEADING-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *          WRITE ONE BUILD REGISTER LINE PER ACCOUNT             *
      *                                                                *
      ******************************************************************

       M-510-WRITE-REGISTER-LINE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AMR-ACCOUNT-NUMBER TO BRL-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-NAME TO BRL-CUSTOMER-NAME.
           MOVE AMR-OPEN-DATE TO BRL-OPEN-DATE.
           MOVE AMR-BALANCE TO BRL-BALANCE.
           MOVE AMR-CREDIT-LIMIT TO BRL-CREDIT-LIMIT.

           WRITE BUILD-LINE-OUT FROM BRL-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AC-RECORD-COUNT TO BRL-RECORD-COUNT.
           MOVE AC-ACCOUNT-COUNT TO BRL-ACCOUNT-COUNT.
           MOVE AC-BALANCE-TOTAL TO BRL-BALANCE-TOTAL.

           WRITE BUILD-LINE-OUT FROM BRL-RECORD-LINE
             AFTER ADVANCING 3 LINES.
           WRITE BUILD-LINE-OUT FROM BRL-ACCOUNT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE BUILD-LINE-OUT FROM BRL-BALANCE-LINE
             AFTER ADVANCING 1 LINE.
           WRITE BUILD-LINE-OUT FROM BRL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE BUILD-REPORT.

           DISPLAY " ".
           DISPLAY "CHARGE ACCOUNT MASTER BUILD HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
