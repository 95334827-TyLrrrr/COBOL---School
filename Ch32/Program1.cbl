      *                                                                *
      *    THIS PROGRAM TURNS THE NIGHTLY CONTROL TOTALS INTO A        *
      *    BALANCED GENERAL LEDGER JOURNAL EXTRACT SO ACCOUNTING NO    *
      *    LONGER RE-KEYS THE NUMBERS FROM PRINTED REPORTS. SIX        *
      *    RUN-TOTALS FILES FEED IT: POSTED SALE DOLLARS FROM THE      *
      *    SALES UPDATE RUN (TOTALS9.DAT), POSTED PAYMENT DOLLARS FROM *
      *    THE PAYMENT POSTING RUN (TOTALS28.DAT), POSTED LOAN PAYMENT *
      *    DOLLARS FROM THE LOAN PAYMENT POSTING RUN (TOTALS34.DAT),   *
      *    POSTED PAYOFF DOLLARS FROM THE LOAN PAYOFF RUN              *
      *    (TOTALS44.DAT), POSTED FINANCE CHARGE DOLLARS FROM THE      *
      *    FINANCE CHARGE POSTING RUN (TOTALS30.DAT), AND WRITE-OFF    *
      *    AND RECOVERY DOLLARS FROM THE CHARGE-OFF AND REPOSSESSION   *
      *    RUN (TOTALS45.DAT). EACH NONZERO TOTAL BECOMES ONE          *
      *    DEBIT/CREDIT PAIR STAMPED WITH THE BUSINESS DATE:           *
      *                                                                *
      *        SALES           DR 1200 A/R     CR 4000 VEHICLE SALES   *
      *        (NET NEGATIVE   DR 4000         CR 1200)                *
      *        PAYMENTS        DR 1000 CASH    CR 1200 A/R             *
      *        LOAN PAYMENTS   DR 1000 CASH    CR 1200 A/R             *
      *        LOAN PAYOFFS    DR 1000 CASH    CR 1200 A/R             *
      *        FINANCE CHGS    DR 1200 A/R     CR 4100 FIN CHG INCOME  *
      *        WRITE-OFFS      DR 6100 BAD DBT CR 1200 A/R             *
      *        REPOSSESSIONS   DR 1300 INVENT. CR 1200 A/R             *
      *        LATER RECOVERY  DR 1300 INVENT. CR 6100 BAD DEBT        *
      *                                                                *
      *    ACCOUNTS 1300 AND 6100 MUST BE ACTIVE ON THE CHART OF       *
      *    ACCOUNTS (VSEX49-1) OR THE POSTING RUN HOLDS THOSE LINES    *
      *    IN GL SUSPENSE.                                             *
      *                                                                *
      *    A REGISTER LISTS EVERY ENTRY AND THE RUN ENDS WITH RETURN   *
      *    CODE 8 IF TOTAL DEBITS AND TOTAL CREDITS DISAGREE, SO THE   *
      *    DRIVER HOLDS AN OUT-OF-BALANCE EXTRACT BACK FROM THE        *
      *    OFFICE. THE STEP RUNS IN THE NIGHTLY CHAIN AFTER VSEX9-4    *
      *    HAS CONFIRMED THE POSTING RUN BALANCED AND VSEX48-1 HAS     *
      *    RECONCILED THE DAY'S PAYMENTS TO THE BANK DEPOSIT. THE      *
      *    NEXT STEP, VSEX49-2, POSTS THE EXTRACT TO THE GENERAL       *
      *    LEDGER AGAINST THE CHART OF ACCOUNTS.                       *
      *                                                                *
      *        INPUT:   TOTALS9.DAT  - VSEX9-3 RUN TOTALS              *
      *                 TOTALS28.DAT - VSEX28-1 RUN TOTALS             *
      *                 TOTALS34.DAT - VSEX34-1 RUN TOTALS             *
      *                 TOTALS44.DAT - VSEX44-1 RUN TOTALS             *
      *                 TOTALS30.DAT - VSEX30-1 RUN TOTALS             *
      *                 TOTALS45.DAT - VSEX45-1 RUN TOTALS             *
      *                 BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                                                                *
      *        OUTPUT:  GLEXTR.DAT   - JOURNAL ENTRY EXTRACT           *
      -    "S28.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS34-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S34.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS44-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S44.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS30-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S30.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS45-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S45.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"

      ******************************************************************
      *                                                                *
      *        THE SIX RUN-TOTALS FILES THE POSTING RUNS DROP          *
      *                                                                *
      ******************************************************************

         02 TL28-POSTED-COUNT PIC 9(6).
         02 TL28-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS34-FILE.

       01 TOTALS34-RECORD.
         02 TL34-RUN-DATE PIC 9(8).
         02 TL34-POSTED-COUNT PIC 9(6).
         02 TL34-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS44-FILE.

       01 TOTALS44-RECORD.
         02 TL44-RUN-DATE PIC 9(8).
         02 TL44-POSTED-COUNT PIC 9(6).
         02 TL44-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS30-FILE.

       01 TOTALS30-RECORD.
         02 TL30-POSTED-COUNT PIC 9(6).
         02 TL30-POSTED-DOLLARS PIC 9(7)V99.

       FD  TOTALS45-FILE.

       01 TOTALS45-RECORD.
         02 TL45-RUN-DATE PIC 9(8).
         02 TL45-ACTION-COUNT PIC 9(6).
         02 TL45-WRITE-OFF-DOLLARS PIC 9(7)V99.
         02 TL45-RECOVERY-DOLLARS PIC 9(7)V99.
         02 TL45-LATER-RECOVERY-DOLLARS PIC 9(7)V99.

      ******************************************************************
      *                                                                *
      *    BUSINESS-DATE-FILE - BUSINESS DATE PARAMETER (YYYYMMDD)     *
         02 SW-TOTALS28-FOUND PIC X VALUE "N".
           88 TOTALS28-FOUND VALUE "Y".

         02 SW-TOTALS34-FOUND PIC X VALUE "N".
           88 TOTALS34-FOUND VALUE "Y".

         02 SW-TOTALS44-FOUND PIC X VALUE "N".
           88 TOTALS44-FOUND VALUE "Y".

         02 SW-TOTALS30-FOUND PIC X VALUE "N".
           88 TOTALS30-FOUND VALUE "Y".

         02 SW-TOTALS45-FOUND PIC X VALUE "N".
           88 TOTALS45-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      /
      ******************************************************************
      *                                                                *
      *          READ THE SIX RUN-TOTALS FILES, IF PRESENT             *
      *                                                                *
      ******************************************************************


           CLOSE TOTALS28-FILE.

           OPEN INPUT TOTALS34-FILE.

           READ TOTALS34-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS34-FOUND.

           CLOSE TOTALS34-FILE.

           OPEN INPUT TOTALS44-FILE.

           READ TOTALS44-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS44-FOUND.

           CLOSE TOTALS44-FILE.

           OPEN INPUT TOTALS30-FILE.

           READ TOTALS30-FILE
                   MOVE "Y" TO SW-TOTALS30-FOUND.

           CLOSE TOTALS30-FILE.

           OPEN INPUT TOTALS45-FILE.

           READ TOTALS45-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS45-FOUND.

           CLOSE TOTALS45-FILE.
      /
      ******************************************************************
      *                                                                *
      *     BUILD ONE DEBIT/CREDIT PAIR PER NONZERO CONTROL TOTAL. A   *
      *     NET-NEGATIVE SALES TOTAL (REVERSALS OUTWEIGHED SALES)      *
      *     POSTS WITH THE SIDES SWAPPED. THE PAYMENT, LOAN PAYMENT,   *
      *     PAYOFF, FINANCE CHARGE AND CHARGE-OFF RUNS ARE NOT CHAIN   *
      *     STEPS, SO THEIR TOTALS FILES MAY BE LEFT OVER FROM AN      *
      *     EARLIER NIGHT - A RUN DATE THAT DOES NOT MATCH THE         *
      *     BUSINESS DATE IS SKIPPED AND FLAGGED SO THE SAME DOLLARS   *
      *     ARE NEVER JOURNALED TWICE                                  *
      *                                                                *
      ******************************************************************

               MOVE "VSEX28-1" TO WA-SOURCE
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TOTALS34-FOUND AND
              TL34-RUN-DATE NOT = WA-BUSINESS-MDY
               MOVE "TOTALS34.DAT" TO RSL-STALE-NAME
               WRITE REGISTER-LINE-OUT FROM RSL-STALE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
           IF TOTALS34-FOUND AND TL34-POSTED-DOLLARS NOT = ZERO
               MOVE TL34-POSTED-DOLLARS TO WA-ENTRY-AMOUNT
               MOVE "1000" TO WA-DEBIT-ACCOUNT
               MOVE "CASH" TO WA-DEBIT-NAME
               MOVE "1200" TO WA-CREDIT-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WA-CREDIT-NAME
               MOVE "VSEX34-1" TO WA-SOURCE
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TOTALS44-FOUND AND
              TL44-RUN-DATE NOT = WA-BUSINESS-MDY
               MOVE "TOTALS44.DAT" TO RSL-STALE-NAME
               WRITE REGISTER-LINE-OUT FROM RSL-STALE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
           IF TOTALS44-FOUND AND TL44-POSTED-DOLLARS NOT = ZERO
               MOVE TL44-POSTED-DOLLARS TO WA-ENTRY-AMOUNT
               MOVE "1000" TO WA-DEBIT-ACCOUNT
               MOVE "CASH" TO WA-DEBIT-NAME
               MOVE "1200" TO WA-CREDIT-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WA-CREDIT-NAME
               MOVE "VSEX44-1" TO WA-SOURCE
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TOTALS30-FOUND AND
              TL30-RUN-DATE NOT = WA-BUSINESS-MDY
               MOVE "TOTALS30.DAT" TO RSL-STALE-NAME
               MOVE "VSEX30-1" TO WA-SOURCE
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TOTALS45-FOUND AND
              TL45-RUN-DATE NOT = WA-BUSINESS-MDY
               MOVE "TOTALS45.DAT" TO RSL-STALE-NAME
               WRITE REGISTER-LINE-OUT FROM RSL-STALE-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
           IF TOTALS45-FOUND
               PERFORM C-300-JOURNAL-CHARGE-OFFS.

      ******************************************************************
      *                                                                *
      *            JOURNAL THE POSTED SALE DOLLARS                     *
               MOVE "ACCOUNTS RECEIVABLE" TO WA-CREDIT-NAME.

           PERFORM C-500-WRITE-JOURNAL-PAIR.

      ******************************************************************
      *                                                                *
      *     JOURNAL THE CHARGE-OFF RUN - THE NET WRITE-OFF TO BAD      *
      *     DEBT, REPOSSESSED UNITS BACK INTO INVENTORY AT THEIR       *
      *     RECOVERY VALUE, AND UNITS RECOVERED ON CONTRACTS ALREADY   *
      *     CHARGED OFF BACK OUT OF BAD DEBT                           *
      *                                                                *
      ******************************************************************

       C-300-JOURNAL-CHARGE-OFFS.

           MOVE "VSEX45-1" TO WA-SOURCE.

           IF TL45-WRITE-OFF-DOLLARS NOT = ZERO
               MOVE TL45-WRITE-OFF-DOLLARS TO WA-ENTRY-AMOUNT
               MOVE "6100" TO WA-DEBIT-ACCOUNT
               MOVE "BAD DEBT EXPENSE" TO WA-DEBIT-NAME
               MOVE "1200" TO WA-CREDIT-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WA-CREDIT-NAME
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TL45-RECOVERY-DOLLARS NOT = ZERO
               MOVE TL45-RECOVERY-DOLLARS TO WA-ENTRY-AMOUNT
               MOVE "1300" TO WA-DEBIT-ACCOUNT
               MOVE "VEHICLE INVENTORY" TO WA-DEBIT-NAME
               MOVE "1200" TO WA-CREDIT-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WA-CREDIT-NAME
               PERFORM C-500-WRITE-JOURNAL-PAIR.

           IF TL45-LATER-RECOVERY-DOLLARS NOT = ZERO
               MOVE TL45-LATER-RECOVERY-DOLLARS TO WA-ENTRY-AMOUNT
               MOVE "1300" TO WA-DEBIT-ACCOUNT
               MOVE "VEHICLE INVENTORY" TO WA-DEBIT-NAME
               MOVE "6100" TO WA-CREDIT-ACCOUNT
               MOVE "BAD DEBT EXPENSE" TO WA-CREDIT-NAME
               PERFORM C-500-WRITE-JOURNAL-PAIR.
      /
      ******************************************************************
      *                                                                *
