       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX53-3.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. APRIL 26, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM RUNS IN THE NIGHTLY CHAIN AND KEEPS THE ABC    *
      *    DEPARTMENT STORE CHARGE ACCOUNT MASTER CURRENT FOR NEW      *
      *    PURCHASES, THEN PRINTS THE OVER-LIMIT AND CREDIT HOLD       *
      *    REPORT. THE CUSTOMER FILE IS SORTED INTO ACCOUNT SEQUENCE   *
      *    AND EVERY PURCHASE DATED AFTER THE ACCOUNT'S POSTED-        *
      *    THROUGH DATE, ON OR AFTER ITS OPEN DATE, AND NO LATER THAN  *
      *    THE BUSINESS DATE IS ADDED TO THE MASTER BALANCE. A NEW     *
      *    PURCHASE ON AN ACCOUNT ON CREDIT HOLD OR CLOSED IS FLAGGED  *
      *    ON THE HELD ACCOUNT PURCHASE LIST FOR THE CREDIT OFFICE.    *
      *    ACCOUNTS ON THE CUSTOMER FILE BUT NOT ON THE MASTER ARE     *
      *    COUNTED. THE MASTER IS THEN READ IN ACCOUNT SEQUENCE AND    *
      *    EVERY ACCOUNT WHOSE BALANCE EXCEEDS ITS CREDIT LIMIT, THAT  *
      *    IS ON CREDIT HOLD, OR THAT THE DUNNING RUN (VSEX16-1) SENT  *
      *    A FINAL NOTICE IS LISTED. THE BUSINESS DATE IS TAKEN FROM   *
      *    THE BUSINESS DATE PARAMETER FILE, OR DEFAULTS TO THE RUN    *
      *    DATE.                                                       *
      *                                                                *
      *        INPUT:   CUSTOMER.DAT  - CUSTOMER INPUT FILE            *
      *                 BUSDATE.DAT   - BUSINESS DATE PARAMETER        *
      *                                                                *
      *        I-O:     ACCTMAST.DAT  - CHARGE ACCOUNT MASTER          *
      *                                                                *
      *        OUTPUT:  VSEX53-3.RPT  - OVER-LIMIT AND CREDIT HOLD     *
      *                                 REPORT                         *
      *                 VSEX53-3H.RPT - HELD ACCOUNT PURCHASE LIST     *
      *                                                                *
      *        SORT FILE:  SORTWORK   - CUSTOMER FILE SORT             *
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

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\VSEX5
      -    "3-3.RPT".

           SELECT HELD-PURCHASE-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch53\VSEX5
      -    "3-3H.RPT".
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

      ******************************************************************
      *                                                                *
      *    BUSINESS-DATE-FILE - BUSINESS DATE PARAMETER (YYYYMMDD)     *
      *                                                                *
      ******************************************************************

       FD  BUSINESS-DATE-FILE.

       01 BUSINESS-DATE-RECORD.
         02 BDR-BUSINESS-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    CREDIT-REPORT - OVER-LIMIT AND CREDIT HOLD REPORT           *
      *                                                                *
      ******************************************************************

       FD  CREDIT-REPORT.

       01 CREDIT-LINE-OUT PIC X(80).

      ******************************************************************
      *                                                                *
      *    HELD-PURCHASE-REPORT - NEW PURCHASES ON ACCOUNTS ON         *
      *    CREDIT HOLD OR CLOSED                                       *
      *                                                                *
      ******************************************************************

       FD  HELD-PURCHASE-REPORT.

       01 HELD-LINE-OUT PIC X(80).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-CUSTOMER-EOF PIC X VALUE "N".
           88 CUSTOMER-EOF VALUE "Y".

         02 SW-MASTER-EOF PIC X VALUE "N".
           88 MASTER-EOF VALUE "Y".

         02 SW-ACCOUNT-ON-MASTER PIC X VALUE "N".
           88 ACCOUNT-ON-MASTER VALUE "Y".

         02 SW-MASTER-CHANGED PIC X VALUE "N".
           88 MASTER-CHANGED VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-CREDIT-LINE-COUNT PIC 999.
         02 AC-CREDIT-PAGE-COUNT PIC 999.
         02 AC-HELD-LINE-COUNT PIC 999.
         02 AC-HELD-PAGE-COUNT PIC 999.
         02 AC-POSTED-COUNT PIC 9(5).
         02 AC-POSTED-DOLLARS PIC 9(7)V99.
         02 AC-HELD-COUNT PIC 9(5).
         02 AC-HELD-DOLLARS PIC 9(7)V99.
         02 AC-NOT-ON-MASTER-COUNT PIC 9(5).
         02 AC-LISTED-COUNT PIC 9(5).
         02 AC-OVER-LIMIT-COUNT PIC 9(5).
         02 AC-ON-HOLD-COUNT PIC 9(5).
         02 AC-FINAL-NOTICE-COUNT PIC 9(5).
         02 AC-LISTED-BALANCE PIC S9(7)V99.
      /
      ******************************************************************
      *                                                                *
      *                     WORK AREA FIELDS                           *
      *                                                                *
      ******************************************************************

       01 WORK-AREA.

         02 WA-TODAYS-DATE-TIME.
           03 WA-TODAYS-DATE.
             04 WA-TODAYS-YEAR PIC 9(4).
             04 WA-TODAYS-MONTH PIC 99.
             04 WA-TODAYS-DAY PIC 99.
           03 PIC X(15).

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-PURCHASE-YMD PIC 9(8).
         02 WA-OPEN-YMD PIC 9(8).
         02 WA-GROUP-ACCOUNT PIC X(6).

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
      *     REPORT HEADINGS FOR THE OVER-LIMIT AND CREDIT HOLD REPORT  *
      *                                                                *
      ******************************************************************

       01 CREDIT-HEADINGS.

         02 CRH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CRH-BUSINESS-DATE PIC Z9/99/9999.
           03 PIC X(11) VALUE SPACES.
           03 PIC X(20) VALUE "ABC DEPARTMENT STORE".
           03 PIC X(17) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CRH-PAGE-COUNT PIC ZZ9.

         02 CRH-LINE-2.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(33) VALUE "OVER-LIMIT AND CREDIT HOLD REPORT".

         02 CRH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CRH-LINE-3.
           03 PIC X(7) VALUE "ACCOUNT".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(18) VALUE "CUSTOMER NAME".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(2) VALUE "ST".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(5) VALUE "LIMIT".
           03 PIC X(5) VALUE SPACES.
           03 PIC X(7) VALUE "BALANCE".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(12) VALUE "FINAL NOTICE".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(6) VALUE "REASON".

         02 CRH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(18) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(1) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(12) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *     DETAIL LINE FOR THE OVER-LIMIT AND CREDIT HOLD REPORT      *
      *                                                                *
      ******************************************************************

       01 CREDIT-DETAIL-LINE.
         02 CDL-ACCOUNT-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 CDL-CUSTOMER-NAME PIC X(18).
         02 PIC XX VALUE SPACES.
         02 CDL-ACCOUNT-STATUS PIC X.
         02 PIC XX VALUE SPACES.
         02 CDL-CREDIT-LIMIT PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 CDL-BALANCE PIC $ZZ,ZZZ.99-.
         02 PIC XX VALUE SPACES.
         02 CDL-FINAL-NOTICE-DATE PIC Z9/99/9999 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 CDL-REASON PIC X(12).

      ******************************************************************
      *                                                                *
      *     SUMMARY LINES FOR THE OVER-LIMIT AND CREDIT HOLD REPORT    *
      *                                                                *
      ******************************************************************

       01 CREDIT-SUMMARY-LINES.

         02 CSL-POSTED-TOTAL.
           03 PIC X(34) VALUE "NEW PURCHASES POSTED TO MASTER  = ".
           03 CSL-POSTED-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  FOR  ".
           03 CSL-POSTED-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 CSL-HELD-TOTAL.
           03 PIC X(34) VALUE "PURCHASES ON HELD ACCOUNTS      = ".
           03 CSL-HELD-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  FOR  ".
           03 CSL-HELD-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 CSL-NOT-ON-MASTER-TOTAL.
           03 PIC X(34) VALUE "CUSTOMER ACCOUNTS NOT ON MASTER = ".
           03 CSL-NOT-ON-MASTER-COUNT PIC ZZ,ZZ9.

         02 CSL-LISTED-TOTAL.
           03 PIC X(34) VALUE "ACCOUNTS LISTED                 = ".
           03 CSL-LISTED-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  OWING".
           03 CSL-LISTED-BALANCE PIC $Z,ZZZ,ZZZ.99-.

         02 CSL-OVER-LIMIT-TOTAL.
           03 PIC X(34) VALUE "  OVER CREDIT LIMIT             = ".
           03 CSL-OVER-LIMIT-COUNT PIC ZZ,ZZ9.

         02 CSL-ON-HOLD-TOTAL.
           03 PIC X(34) VALUE "  ON CREDIT HOLD                = ".
           03 CSL-ON-HOLD-COUNT PIC ZZ,ZZ9.

         02 CSL-FINAL-NOTICE-TOTAL.
           03 PIC X(34) VALUE "  SENT A FINAL NOTICE           = ".
           03 CSL-FINAL-NOTICE-COUNT PIC ZZ,ZZ9.

         02 CSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
      /
      ******************************************************************
      *                                                                *
      *     REPORT HEADINGS FOR THE HELD ACCOUNT PURCHASE LIST         *
      *                                                                *
      ******************************************************************

       01 HELD-HEADINGS.

         02 HPH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 HPH-BUSINESS-DATE PIC Z9/99/9999.
           03 PIC X(11) VALUE SPACES.
           03 PIC X(20) VALUE "ABC DEPARTMENT STORE".
           03 PIC X(17) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 HPH-PAGE-COUNT PIC ZZ9.

         02 HPH-LINE-2.
           03 PIC X(23) VALUE SPACES.
           03 PIC X(30) VALUE "PURCHASES ON HELD ACCOUNTS".

         02 HPH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 HPH-LINE-3.
           03 PIC X(7) VALUE "ACCOUNT".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(18) VALUE "CUSTOMER NAME".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(2) VALUE "ST".
           03 PIC X(1) VALUE SPACES.
           03 PIC X(10) VALUE "PURCHASED".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(18) VALUE "ITEM PURCHASED".
           03 PIC X(5) VALUE SPACES.
           03 PIC X(6) VALUE "AMOUNT".
           03 PIC X(2) VALUE SPACES.
           03 PIC X(5) VALUE "CLERK".

         02 HPH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(18) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(1) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(18) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *     DETAIL LINE FOR THE HELD ACCOUNT PURCHASE LIST             *
      *                                                                *
      ******************************************************************

       01 HELD-DETAIL-LINE.
         02 HDL-ACCOUNT-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 HDL-CUSTOMER-NAME PIC X(18).
         02 PIC XX VALUE SPACES.
         02 HDL-ACCOUNT-STATUS PIC X.
         02 PIC XX VALUE SPACES.
         02 HDL-PURCHASE-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 HDL-ITEM-PURCHASED PIC X(18).
         02 PIC XX VALUE SPACES.
         02 HDL-PURCHASE-AMOUNT PIC $Z,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 HDL-CLERK-ID PIC XX.

      ******************************************************************
      *                                                                *
      *     SUMMARY LINES FOR THE HELD ACCOUNT PURCHASE LIST           *
      *                                                                *
      ******************************************************************

       01 HELD-SUMMARY-LINES.

         02 HSL-HELD-TOTAL.
           03 PIC X(34) VALUE "PURCHASES ON HELD ACCOUNTS      = ".
           03 HSL-HELD-COUNT PIC ZZ,ZZ9.
           03 PIC X(7) VALUE "  FOR  ".
           03 HSL-HELD-DOLLARS PIC $Z,ZZZ,ZZZ.99.

         02 HSL-END-OF-REPORT.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
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
           PERFORM C-100-POST-PURCHASES.
           PERFORM C-500-LIST-CREDIT-EXCEPTIONS.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                   HOUSEKEEPING PARAGRAPH FOLLOWS               *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).

           PERFORM A-200-READ-BUSINESS-DATE.

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO CRH-BUSINESS-DATE
                                   HPH-BUSINESS-DATE.

           OPEN OUTPUT CREDIT-REPORT
                       HELD-PURCHASE-REPORT.

      ******************************************************************
      *                                                                *
      *     READ THE BUSINESS DATE PARAMETER, IF PRESENT               *
      *                                                                *
      ******************************************************************

       A-200-READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.

           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BDR-BUSINESS-DATE TO WA-BUSINESS-DATE.

           CLOSE BUSINESS-DATE-FILE.
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
      *     WALK THE SORTED CUSTOMER FILE ACCOUNT GROUP BY ACCOUNT     *
      *     GROUP AND POST THE NEW PURCHASES TO THE MASTER             *
      *                                                                *
      ******************************************************************

       C-100-POST-PURCHASES.

           OPEN INPUT SORTED-CUSTOMER-FILE.
           OPEN I-O ACCOUNT-MASTER-FILE.

           MOVE "N" TO SW-CUSTOMER-EOF.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE HIGH-VALUES TO CR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-CUSTOMER-EOF.

           PERFORM C-200-PROCESS-ACCOUNT-GROUP
             UNTIL CUSTOMER-EOF.

           CLOSE SORTED-CUSTOMER-FILE
                 ACCOUNT-MASTER-FILE.

      ******************************************************************
      *                                                                *
      *     LOOK UP ONE ACCOUNT ON THE MASTER, ROLL IN ITS NEW         *
      *     PURCHASES, AND MARK IT POSTED THROUGH THE BUSINESS DATE    *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-ACCOUNT-GROUP.

           MOVE CR-ACCOUNT-NUMBER TO WA-GROUP-ACCOUNT.
           MOVE "N" TO SW-MASTER-CHANGED.

           MOVE WA-GROUP-ACCOUNT TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO SW-ACCOUNT-ON-MASTER
                   ADD 1 TO AC-NOT-ON-MASTER-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO SW-ACCOUNT-ON-MASTER
                   MOVE AMR-OPEN-DATE(5:4) TO WA-OPEN-YMD(1:4)
                   MOVE AMR-OPEN-DATE(1:2) TO WA-OPEN-YMD(5:2)
                   MOVE AMR-OPEN-DATE(3:2) TO WA-OPEN-YMD(7:2).

           PERFORM C-300-CHECK-PURCHASE
             UNTIL CR-ACCOUNT-NUMBER NOT = WA-GROUP-ACCOUNT.

           IF MASTER-CHANGED
               MOVE WA-BUSINESS-DATE TO AMR-POSTED-THROUGH-DATE
               REWRITE ACCOUNT-MASTER-RECORD.

      ******************************************************************
      *                                                                *
      *     POST ONE PURCHASE WHEN IT IS NEW TO THE MASTER - DATED     *
      *     AFTER THE POSTED-THROUGH DATE, NOT BEFORE THE ACCOUNT      *
      *     OPENED, AND NOT PAST THE BUSINESS DATE. A NEW PURCHASE     *
      *     ON AN ACCOUNT NOT OPEN IS FLAGGED                          *
      *                                                                *
      ******************************************************************

       C-300-CHECK-PURCHASE.

           MOVE CR-PURCHASE-DATE(5:4) TO WA-PURCHASE-YMD(1:4).
           MOVE CR-PURCHASE-DATE(1:2) TO WA-PURCHASE-YMD(5:2).
           MOVE CR-PURCHASE-DATE(3:2) TO WA-PURCHASE-YMD(7:2).

           IF ACCOUNT-ON-MASTER AND
              WA-PURCHASE-YMD > AMR-POSTED-THROUGH-DATE AND
              WA-PURCHASE-YMD NOT < WA-OPEN-YMD AND
              WA-PURCHASE-YMD NOT > WA-BUSINESS-DATE
               ADD CR-PURCHASE-AMOUNT TO AMR-BALANCE
               ADD 1 TO AC-POSTED-COUNT
               ADD CR-PURCHASE-AMOUNT TO AC-POSTED-DOLLARS
               MOVE "Y" TO SW-MASTER-CHANGED
               IF NOT AMR-OPEN
                   PERFORM C-400-FLAG-HELD-PURCHASE.

           READ SORTED-CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE HIGH-VALUES TO CR-ACCOUNT-NUMBER
                   MOVE "Y" TO SW-CUSTOMER-EOF.

      ******************************************************************
      *                                                                *
      *     LIST ONE NEW PURCHASE MADE ON AN ACCOUNT ON CREDIT HOLD    *
      *     OR CLOSED                                                  *
      *                                                                *
      ******************************************************************

       C-400-FLAG-HELD-PURCHASE.

           ADD 1 TO AC-HELD-COUNT.
           ADD CR-PURCHASE-AMOUNT TO AC-HELD-DOLLARS.

           IF AC-HELD-LINE-COUNT = 0 OR AC-HELD-LINE-COUNT > 55
               PERFORM M-600-WRITE-HELD-HEADINGS.

           MOVE CR-ACCOUNT-NUMBER TO HDL-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-NAME TO HDL-CUSTOMER-NAME.
           MOVE AMR-ACCOUNT-STATUS TO HDL-ACCOUNT-STATUS.
           MOVE CR-PURCHASE-DATE TO HDL-PURCHASE-DATE.
           MOVE CR-ITEM-PURCHASED TO HDL-ITEM-PURCHASED.
           MOVE CR-PURCHASE-AMOUNT TO HDL-PURCHASE-AMOUNT.
           MOVE CR-CLERK-ID TO HDL-CLERK-ID.

           WRITE HELD-LINE-OUT FROM HELD-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-HELD-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     READ THE MASTER IN ACCOUNT SEQUENCE AND LIST EVERY         *
      *     ACCOUNT OVER ITS LIMIT, ON CREDIT HOLD, OR SENT A FINAL    *
      *     NOTICE                                                     *
      *                                                                *
      ******************************************************************

       C-500-LIST-CREDIT-EXCEPTIONS.

           OPEN INPUT ACCOUNT-MASTER-FILE.

           MOVE "N" TO SW-MASTER-EOF.

           READ ACCOUNT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO SW-MASTER-EOF.

           PERFORM C-600-CHECK-ACCOUNT
             UNTIL MASTER-EOF.

           CLOSE ACCOUNT-MASTER-FILE.

      ******************************************************************
      *                                                                *
      *     CHECK ONE ACCOUNT - THE REASON SHOWN IS THE MOST PRESSING  *
      *     ONE; THE STATUS AND NOTICE DATE COLUMNS SHOW THE REST      *
      *                                                                *
      ******************************************************************

       C-600-CHECK-ACCOUNT.

           MOVE SPACES TO CDL-REASON.

           IF AMR-ON-HOLD
               ADD 1 TO AC-ON-HOLD-COUNT
               MOVE "CREDIT HOLD" TO CDL-REASON.

           IF AMR-FINAL-NOTICE-DATE NOT = ZERO
               ADD 1 TO AC-FINAL-NOTICE-COUNT
               MOVE "FINAL NOTICE" TO CDL-REASON.

           IF AMR-BALANCE > AMR-CREDIT-LIMIT
               ADD 1 TO AC-OVER-LIMIT-COUNT
               MOVE "OVER LIMIT" TO CDL-REASON.

           IF CDL-REASON NOT = SPACES
               PERFORM C-610-LIST-ACCOUNT.

           READ ACCOUNT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO SW-MASTER-EOF.

       C-610-LIST-ACCOUNT.

           ADD 1 TO AC-LISTED-COUNT.
           ADD AMR-BALANCE TO AC-LISTED-BALANCE.

           IF AC-CREDIT-LINE-COUNT = 0 OR AC-CREDIT-LINE-COUNT > 55
               PERFORM M-500-WRITE-CREDIT-HEADINGS.

           MOVE AMR-ACCOUNT-NUMBER TO CDL-ACCOUNT-NUMBER.
           MOVE AMR-CUSTOMER-NAME TO CDL-CUSTOMER-NAME.
           MOVE AMR-ACCOUNT-STATUS TO CDL-ACCOUNT-STATUS.
           MOVE AMR-CREDIT-LIMIT TO CDL-CREDIT-LIMIT.
           MOVE AMR-BALANCE TO CDL-BALANCE.
           MOVE AMR-FINAL-NOTICE-DATE TO CDL-FINAL-NOTICE-DATE.

           WRITE CREDIT-LINE-OUT FROM CREDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-CREDIT-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *         OVER-LIMIT AND CREDIT HOLD REPORT HEADINGS             *
      *                                                                *
      ******************************************************************

       M-500-WRITE-CREDIT-HEADINGS.

           ADD 1 TO AC-CREDIT-PAGE-COUNT.
           MOVE AC-CREDIT-PAGE-COUNT TO CRH-PAGE-COUNT.

           WRITE CREDIT-LINE-OUT FROM CRH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE CREDIT-LINE-OUT FROM CRH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CRH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CRH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE CREDIT-LINE-OUT FROM CRH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-CREDIT-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *           HELD ACCOUNT PURCHASE LIST HEADINGS                  *
      *                                                                *
      ******************************************************************

       M-600-WRITE-HELD-HEADINGS.

           ADD 1 TO AC-HELD-PAGE-COUNT.
           MOVE AC-HELD-PAGE-COUNT TO HPH-PAGE-COUNT.

           WRITE HELD-LINE-OUT FROM HPH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE HELD-LINE-OUT FROM HPH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE HELD-LINE-OUT FROM HPH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE HELD-LINE-OUT FROM HPH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE HELD-LINE-OUT FROM HPH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-HELD-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-CREDIT-LINE-COUNT = 0
               PERFORM M-500-WRITE-CREDIT-HEADINGS.

           IF AC-HELD-LINE-COUNT = 0
               PERFORM M-600-WRITE-HELD-HEADINGS.

           MOVE AC-POSTED-COUNT TO CSL-POSTED-COUNT.
           MOVE AC-POSTED-DOLLARS TO CSL-POSTED-DOLLARS.
           MOVE AC-HELD-COUNT TO CSL-HELD-COUNT
                                 HSL-HELD-COUNT.
           MOVE AC-HELD-DOLLARS TO CSL-HELD-DOLLARS
                                   HSL-HELD-DOLLARS.
           MOVE AC-NOT-ON-MASTER-COUNT TO CSL-NOT-ON-MASTER-COUNT.
           MOVE AC-LISTED-COUNT TO CSL-LISTED-COUNT.
           MOVE AC-LISTED-BALANCE TO CSL-LISTED-BALANCE.
           MOVE AC-OVER-LIMIT-COUNT TO CSL-OVER-LIMIT-COUNT.
           MOVE AC-ON-HOLD-COUNT TO CSL-ON-HOLD-COUNT.
           MOVE AC-FINAL-NOTICE-COUNT TO CSL-FINAL-NOTICE-COUNT.

           WRITE CREDIT-LINE-OUT FROM CSL-LISTED-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE CREDIT-LINE-OUT FROM CSL-OVER-LIMIT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CSL-ON-HOLD-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CSL-FINAL-NOTICE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CSL-POSTED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE CREDIT-LINE-OUT FROM CSL-HELD-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CSL-NOT-ON-MASTER-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CREDIT-LINE-OUT FROM CSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           WRITE HELD-LINE-OUT FROM HSL-HELD-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE HELD-LINE-OUT FROM HSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE CREDIT-REPORT
                 HELD-PURCHASE-REPORT.

           DISPLAY " ".
           DISPLAY "CHARGE ACCOUNT NIGHTLY RUN HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
