      *    PAYMENT DATE - OR FROM THE CONTRACT DATE WHEN NO PAYMENT    *
      *    HAS EVER POSTED - AND LISTED WITH ITS BALANCE AND           *
      *    PAYMENT. BUCKET COUNTS AND BALANCE TOTALS FOLLOW. PAID      *
      *    CONTRACTS, AND CONTRACTS CHARGED OFF OR REPOSSESSED BY      *
      *    THE CHARGE-OFF RUN (VSEX45-1), ARE COUNTED BUT NOT LISTED.  *
      *    THE AS-OF DATE PARAMETER LETS THE REPORT BE RERUN AS OF AN  *
      *    EARLIER DATE, THE SAME WAY THE RECEIVABLE AGING IS RERUN.   *
      *                                                                *
      *        INPUT:   FINMAST.DAT  - FINANCE CONTRACT MASTER         *
      *                 ASOFDATE.DAT - OPTIONAL AS-OF DATE PARAMETER   *
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

       FD  AS-OF-DATE-FILE.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-PAID-COUNT PIC 9(5).
         02 AC-CHARGED-OFF-COUNT PIC 9(5).

         02 AC-CURRENT-COUNT PIC 999.
         02 AC-CURRENT-TOTAL PIC 9(8)V99.
           03 PIC X(22) VALUE "CONTRACTS PAID OFF  =".
           03 ASL-PAID-COUNT PIC ZZ9.

         02 ASL-CHARGED-OFF-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(22) VALUE "CHARGED OFF / REPO  =".
           03 ASL-CHARGED-OFF-COUNT PIC ZZ9.

         02 ASL-LINE-END.
           03 PIC X(24) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".

       C-200-PROCESS-RECORD.

           EVALUATE TRUE
               WHEN FMR-PAID
                   ADD 1 TO AC-PAID-COUNT
               WHEN FMR-CHARGED-OFF OR FMR-REPOSSESSED
                   ADD 1 TO AC-CHARGED-OFF-COUNT
               WHEN OTHER
                   PERFORM C-300-AGE-ONE-CONTRACT.

           READ FINANCE-MASTER-FILE NEXT
               AT END
           MOVE AC-90-COUNT TO ASL-90-COUNT.
           MOVE AC-90-TOTAL TO ASL-90-TOTAL.
           MOVE AC-PAID-COUNT TO ASL-PAID-COUNT.
           MOVE AC-CHARGED-OFF-COUNT TO ASL-CHARGED-OFF-COUNT.

           WRITE AGING-LINE-OUT FROM ASL-CURRENT-LINE
             AFTER ADVANCING 2 LINES.
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-PAID-LINE
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-CHARGED-OFF-LINE
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-LINE-END
             AFTER ADVANCING 2 LINES.

