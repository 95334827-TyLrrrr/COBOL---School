      *    THE BALANCE. ASSESSED CHARGES ARE WRITTEN TO A FILE THE     *
      *    OFFICE CAN POST. ONE NOTICE IS PRINTED PER PAGE.            *
      *                                                                *
      *    EACH FINAL NOTICE IS ALSO STAMPED ON THE CHARGE ACCOUNT     *
      *    MASTER SO THE NIGHTLY OVER-LIMIT AND CREDIT HOLD REPORT     *
      *    (VSEX53-3) CAN LIST THE ACCOUNT.                            *
      *                                                                *
      *        INPUT:   CUSTOMER.DAT - CUSTOMER INPUT FILE             *
      *                 ASOFDATE.DAT - OPTIONAL AS-OF DATE PARAMETER   *
      *                                                                *
      *        I-O:     ACCTMAST.DAT - CHARGE ACCOUNT MASTER           *
      *                                                                *
      *        OUTPUT:  VSEX16-1.RPT - DUNNING NOTICES                 *
      *                 FINCHG.DAT   - ASSESSED FINANCE CHARGES        *
      *                                                                *
      -    "ATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCOUNT-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ACCTM
      -    "AST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AMR-ACCOUNT-NUMBER.

           SELECT NOTICE-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch16\VSEX1
      -    "6-1.RPT".
       01 AS-OF-DATE-RECORD.
         02 ADF-AS-OF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    ACCOUNT-MASTER-FILE - CHARGE ACCOUNT MASTER KEYED BY        *
      *    ACCOUNT NUMBER                                              *
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
      *    NOTICE-REPORT - ONE FORMATTED DUNNING NOTICE PER PAGE       *
           PERFORM A-100-INITIALIZATION.
           PERFORM C-100-PROCESS-FILE.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *

           OPEN OUTPUT NOTICE-REPORT
                       FINANCE-CHARGE-FILE.
           OPEN I-O ACCOUNT-MASTER-FILE.
      /
      ******************************************************************
      *                                                                *
             TO NL-MESSAGE-2.

           PERFORM C-400-PRINT-NOTICE.
           PERFORM C-320-STAMP-FINAL-NOTICE.

      ******************************************************************
      *                                                                *
      *     STAMP THE FINAL NOTICE DATE ON THE CHARGE ACCOUNT MASTER   *
      *                                                                *
      ******************************************************************

       C-320-STAMP-FINAL-NOTICE.

           MOVE CR-ACCOUNT-NUMBER TO AMR-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WA-RUN-DATE TO AMR-FINAL-NOTICE-DATE
                   REWRITE ACCOUNT-MASTER-RECORD.
      /
      ******************************************************************
      *                                                                *
             AFTER ADVANCING 2 LINES.

           CLOSE NOTICE-REPORT
                 FINANCE-CHARGE-FILE
                 ACCOUNT-MASTER-FILE.

           DISPLAY " ".
           DISPLAY "DUNNING NOTICE PROGRAM HAS TERMINATED".
