       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX45-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MARCH 1, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM CHARGES OFF AND REPOSSESSES DEALER FINANCE     *
      *    CONTRACTS THAT HAVE GONE BAD. CONTRACTS COME OFF THE        *
      *    BOOKS TWO WAYS:                                             *
      *                                                                *
      *    1. BY NAME, FROM THE REPOSSESSION TRANSACTION FILE:         *
      *         C - CHARGE OFF THE CONTRACT, NO VEHICLE RECOVERED      *
      *         R - REPOSSESS THE CONTRACT - THE VEHICLE WAS           *
      *             RECOVERED AND GOES BACK INTO INVENTORY             *
      *    2. BY AGE - EVERY OPEN CONTRACT STILL UNPAID PAST THE       *
      *       DAYS-DELINQUENT THRESHOLD ON THE PARAMETER FILE IS       *
      *       CHARGED OFF. CONTRACTS ARE AGED EXACTLY AS THE LOAN      *
      *       DELINQUENCY AGING (VSEX34-2) AGES THEM, AS OF THE SAME   *
      *       AS-OF DATE PARAMETER. NO PARAMETER, NO AGE PASS.         *
      *                                                                *
      *    THE WRITE-OFF IS THE BALANCE LESS THE UNEARNED ADD-ON       *
      *    INTEREST (RULE OF 78S, FIGURED AS THE PAYOFF RUN VSEX44-1   *
      *    FIGURES IT) LESS THE RECOVERY VALUE OF A REPOSSESSED        *
      *    VEHICLE. THE CONTRACT IS MARKED CHARGED OFF OR REPOSSESSED  *
      *    WITH THE WRITE-OFF AMOUNT AND DATE. A RECOVERED VEHICLE IS  *
      *    PUT BACK ON THE INVENTORY MASTER AS AN AVAILABLE UNIT AT    *
      *    ITS RECOVERY VALUE, ACQUIRED ON THE RECOVERY DATE, SO IT    *
      *    SHOWS ON THE STOCK ON HAND (VSEX19-2) AND LOT AGING         *
      *    (VSEX35-1) REPORTS. THE UNIT IS FOUND THROUGH THE STOCK     *
      *    NUMBER ON THE SALE THE CONTRACT RODE IN ON, OR THE STOCK    *
      *    NUMBER ON THE TRANSACTION WHEN THE SALE CARRIES NONE. A     *
      *    UNIT NO LONGER ON THE MASTER GOES BACK ON THE LOT OF THE    *
      *    STORE THAT SOLD IT; A UNIT STILL ON FILE KEEPS ITS STORE.   *
      *                                                                *
      *    A REPOSSESSION MAY ALSO NAME A CONTRACT ALREADY CHARGED     *
      *    OFF, WHEN THE VEHICLE IS FOUND AFTER THE WRITE-OFF. THE     *
      *    CONTRACT IS MARKED REPOSSESSED, ITS RECORDED WRITE-OFF IS   *
      *    REDUCED BY THE RECOVERY VALUE (NEVER BELOW ZERO), AND THE   *
      *    UNIT GOES BACK IN STOCK THE SAME AS ANY OTHER RECOVERY.     *
      *                                                                *
      *    EVERY CHARGE-OFF AND RECOVERY IS LISTED ON THE REGISTER     *
      *    AND APPENDED TO THE CHARGE-OFF LOG. THE RUN'S WRITE-OFF     *
      *    AND RECOVERY DOLLARS ARE DROPPED TO TOTALS45.DAT FOR THE    *
      *    JOURNAL EXTRACT (VSEX32-1), WHICH CARRIES THEM TO THE       *
      *    GENERAL LEDGER AND SO TO THE MONTH-END TRIAL BALANCE.       *
      *                                                                *
      *        INPUT:   REPOTRAN.DAT - REPOSSESSION TRANSACTIONS       *
      *                 CHGPARM.DAT  - DAYS-DELINQUENT THRESHOLD       *
      *                 ASOFDATE.DAT - OPTIONAL AS-OF DATE PARAMETER   *
      *                 CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                                                                *
      *        INPUT/OUTPUT:  FINMAST.DAT - FINANCE CONTRACT MASTER    *
      *                       VEHMAST.DAT - VEHICLE INVENTORY MASTER   *
      *                       CHGLOG.DAT  - CHARGE-OFF LOG             *
      *                                                                *
      *        OUTPUT:  TOTALS45.DAT - RUN TOTALS FOR VSEX32-1         *
      *                 VSEX45-1.RPT - CHARGE-OFF AND RECOVERY         *
      *                                REGISTER                        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL REPO-TRANSACTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\REPOT
      -    "RAN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGPA
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AS-OF-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\ASOFD
      -    "ATE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FMR-CONTRACT-KEY.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL CHARGE-OFF-LOG
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGLO
      -    "G.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTALS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S45.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch45\VSEX4
      -    "5-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    REPO TRANSACTION FILE - ONE CONTRACT NAMED FOR CHARGE-OFF   *
      *    OR REPOSSESSION PER RECORD. DATE IS MMDDYYYY. RECOVERY      *
      *    VALUE, STOCK NUMBER AND VIN ARE CARRIED ON REPOSSESSIONS -  *
      *    STOCK NUMBER AND VIN ONLY WHEN THE SALE CARRIES NO STOCK    *
      *    NUMBER OR THE UNIT IS NO LONGER ON THE INVENTORY MASTER     *
      *                                                                *
      ******************************************************************

       FD  REPO-TRANSACTION-FILE.

       01 REPO-TRANSACTION-RECORD.
         02 RPT-TRANSACTION-TYPE PIC X.
           88 RPT-CHARGE-OFF VALUE "C".
           88 RPT-REPOSSESSION VALUE "R".
         02 RPT-CONTRACT-KEY.
           03 RPT-CUSTOMER-NUMBER PIC X(4).
           03 RPT-SALE-SEQUENCE-ALPHA PIC XX.
         02 RPT-ACTION-DATE-ALPHA PIC X(8).
         02 RPT-ACTION-DATE REDEFINES
            RPT-ACTION-DATE-ALPHA PIC 9(8).
         02 RPT-RECOVERY-VALUE-ALPHA PIC X(7).
         02 RPT-RECOVERY-VALUE REDEFINES
            RPT-RECOVERY-VALUE-ALPHA PIC 9(5)V99.
         02 RPT-STOCK-NUMBER PIC X(6).
         02 RPT-VIN PIC X(17).

      ******************************************************************
      *                                                                *
      *    PARAMETER FILE - DAYS PAST DUE AT WHICH AN OPEN CONTRACT    *
      *    IS CHARGED OFF                                              *
      *                                                                *
      ******************************************************************

       FD  PARAMETER-FILE.

       01 PARAMETER-RECORD.
         02 CPR-DAYS-THRESHOLD PIC 9(3).

       FD  AS-OF-DATE-FILE.

       01 AS-OF-DATE-RECORD.
         02 ADF-AS-OF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    FINANCE CONTRACT MASTER - KEYED BY THE SALE THE CONTRACT    *
      *    RODE IN ON (CUSTOMER NUMBER PLUS SALE SEQUENCE)             *
      *                                                                *
      ******************************************************************

       FD  FINANCE-MASTER-FILE.

       01 FINANCE-MASTER-RECORD.
         02 FMR-CONTRACT-KEY.
           03 FMR-CUSTOMER-NUMBER PIC X(4).
           03 FMR-SALE-SEQUENCE PIC 9(2).
         02 FMR-CUSTOMER-NAME PIC X(20).
         02 FMR-CONTRACT-DATE.
           03 FMR-CONTRACT-MONTH PIC 99.
           03 FMR-CONTRACT-DAY PIC 99.
           03 FMR-CONTRACT-YEAR PIC 9(4).
         02 FMR-AMOUNT-FINANCED PIC 9(5)V99.
         02 FMR-FINANCE-RATE PIC 99V999.
         02 FMR-TERM-MONTHS PIC 9(3).
         02 FMR-PAYMENT-AMOUNT PIC 9(4)V99.
         02 FMR-BALANCE PIC 9(6)V99.
         02 FMR-LAST-PAYMENT-DATE PIC 9(8).
         02 FMR-STATUS PIC X.
           88 FMR-OPEN VALUE "O".
           88 FMR-PAID VALUE "P".
           88 FMR-CHARGED-OFF VALUE "C".
           88 FMR-REPOSSESSED VALUE "R".
         02 FMR-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 FMR-WRITE-OFF-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    CUSTOMER SALES FILE - READ BY KEY FOR THE STOCK NUMBER,     *
      *    MAKE AND YEAR OF THE FINANCED UNIT                          *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-SALES-FILE.

       01 CUSTOMER-SALES-REC PIC X(94).

       01 CUSTOMER-SALES-REC-KEY REDEFINES CUSTOMER-SALES-REC.
         02 FILLER PIC X(9).
         02 CSF-SALE-KEY.
           03 CSF-CUSTOMER-NUMBER PIC X(4).
           03 CSF-SALE-SEQUENCE PIC 9(2).
         02 FILLER PIC X(28).
         02 CSF-AUTO-MAKE PIC X(20).
         02 FILLER PIC X(31).

      ******************************************************************
      *                                                                *
      *      VEHICLE MASTER FILE - INVENTORY KEYED BY STOCK NUMBER     *
      *                                                                *
      ******************************************************************

       FD  VEHICLE-MASTER-FILE.

       01 VEHICLE-MASTER-RECORD.
         02 VHF-STOCK-NUMBER PIC X(6).
         02 VHF-VIN PIC X(17).
         02 VHF-AUTO-MAKE PIC X(20).
         02 VHF-AUTO-YEAR PIC X(4).
         02 VHF-ACQUISITION-COST PIC 9(5)V99.
         02 VHF-ASKING-PRICE PIC 9(5)V99.
         02 VHF-STATUS PIC X.
           88 VHF-AVAILABLE VALUE "A".
           88 VHF-SOLD VALUE "S".
         02 VHF-SOLD-DATE PIC 9(8).
         02 VHF-ACQUIRED-DATE PIC 9(8).
         02 VHF-STORE-CODE PIC XX.
         02 VHF-FLOORED-FLAG PIC X.
           88 VHF-FLOORED VALUE "Y".
         02 VHF-FLOOR-AMOUNT PIC 9(5)V99.
         02 VHF-FLOOR-DATE PIC 9(8).
         02 VHF-FLOOR-LENDER PIC X(4).

      ******************************************************************
      *                                                                *
      *    CHARGE-OFF LOG - ONE RECORD PER CONTRACT TAKEN OFF THE      *
      *    BOOKS, KEPT FOR THE MONTH-END WRITE-OFF FIGURES. ACTION L   *
      *    IS A CHARGED-OFF CONTRACT WHOSE VEHICLE WAS RECOVERED       *
      *    LATER - ITS WRITE-OFF IS WHAT REMAINS AFTER THE RECOVERY    *
      *                                                                *
      ******************************************************************

       FD  CHARGE-OFF-LOG.

       01 CHARGE-OFF-LOG-RECORD.
         02 COL-RUN-DATE PIC 9(8).
         02 COL-ACTION-DATE PIC 9(8).
         02 COL-CONTRACT-KEY PIC X(6).
         02 COL-CUSTOMER-NAME PIC X(20).
         02 COL-ACTION PIC X.
         02 COL-BALANCE PIC 9(6)V99.
         02 COL-UNEARNED-INTEREST PIC 9(6)V99.
         02 COL-RECOVERY-VALUE PIC 9(5)V99.
         02 COL-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 COL-STOCK-NUMBER PIC X(6).

      ******************************************************************
      *                                                                *
      *    TOTALS-FILE - RUN TOTALS FOR THE GENERAL LEDGER JOURNAL     *
      *    EXTRACT (VSEX32-1). WRITE-OFFS ARE NET OF ANY RECOVERY ON   *
      *    THE SAME ACTION; LATER RECOVERIES ARE VEHICLES RECOVERED    *
      *    ON CONTRACTS ALREADY CHARGED OFF                            *
      *                                                                *
      ******************************************************************

       FD  TOTALS-FILE.

       01 TOTALS-RECORD.
         02 TL45-RUN-DATE PIC 9(8).
         02 TL45-ACTION-COUNT PIC 9(6).
         02 TL45-WRITE-OFF-DOLLARS PIC 9(7)V99.
         02 TL45-RECOVERY-DOLLARS PIC 9(7)V99.
         02 TL45-LATER-RECOVERY-DOLLARS PIC 9(7)V99.

      ******************************************************************
      *                                                                *
      *    REGISTER-REPORT - CHARGE-OFF AND RECOVERY REGISTER          *
      *                                                                *
      ******************************************************************

       FD  REGISTER-REPORT.

       01 REGISTER-LINE-OUT PIC X(110).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-TRANSACTION-EOF PIC X VALUE "N".
           88 TRANSACTION-EOF VALUE "Y".

         02 SW-END-OF-FILE PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

         02 SW-VALID-TRANSACTION PIC X.
           88 VALID-TRANSACTION VALUE "Y".

         02 SW-SALE-FOUND PIC X.
           88 SALE-FOUND VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-CHARGE-OFF-COUNT PIC 9(5).
         02 AC-REPO-COUNT PIC 9(5).
         02 AC-BALANCE-TOTAL PIC 9(8)V99.
         02 AC-UNEARNED-TOTAL PIC 9(8)V99.
         02 AC-RECOVERY-TOTAL PIC 9(8)V99.
         02 AC-WRITE-OFF-TOTAL PIC 9(8)V99.
         02 AC-LATER-RECOVERY-COUNT PIC 9(5).
         02 AC-LATER-RECOVERY-TOTAL PIC 9(8)V99.
         02 AC-UNITS-RETURNED PIC 9(5).
         02 AC-REJECT-COUNT PIC 9(5).
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

         02 WA-DATE.
           03 WA-MONTH PIC 99.
           03 WA-DAY PIC 99.
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-SYSTEM-DATE PIC 9(8).
         02 WA-TODAY-YMD PIC 9(8).
         02 WA-DAYS-THRESHOLD PIC 9(3).

         02 WA-ACTION-DATE.
           03 WA-ACTION-MONTH PIC 99.
           03 WA-ACTION-DAY PIC 99.
           03 WA-ACTION-YEAR PIC 9(4).

         02 WA-ACTION-DATE-NUM REDEFINES WA-ACTION-DATE PIC 9(8).

         02 WA-ACTION-CODE PIC X.
         02 WA-AGE-FROM-DATE PIC 9(8).
         02 WA-AGE-FROM-YMD PIC 9(8).
         02 WA-AGE-DAYS PIC S9(7).
         02 WA-ELAPSED-MONTHS PIC S9(5).
         02 WA-REMAINING-MONTHS PIC 9(3).
         02 WA-TOTAL-INTEREST PIC 9(6)V99.
         02 WA-UNEARNED-INTEREST PIC 9(6)V99.
         02 WA-RECOVERY-VALUE PIC 9(5)V99.
         02 WA-WRITE-OFF-AMOUNT PIC 9(6)V99.
         02 WA-STOCK-NUMBER PIC X(6).
         02 WA-REJECT-REASON PIC X(40).

      ******************************************************************
      *                                                                *
      *                  CUSTOMER SALES RECORD LAYOUT                  *
      *                                                                *
      ******************************************************************

           COPY SALESREC.
      /
      ******************************************************************
      *                                                                *
      *        REPORT HEADINGS FOR THE CHARGE-OFF REGISTER             *
      *                                                                *
      ******************************************************************

       01 REGISTER-HEADINGS.

         02 RGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RGH-DATE PIC Z9/99/9999.
           03 PIC X(32) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(38) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RGH-PAGE-COUNT PIC ZZ9.

         02 RGH-LINE-2.
           03 PIC X(36) VALUE SPACES.
           03 PIC X(34) VALUE "CHARGE-OFF AND RECOVERY REGISTER".

         02 RGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 RGH-LINE-3.
           03 PIC X(8) VALUE "CONTRACT".
           03 PIC X VALUE SPACES.
           03 PIC X(13) VALUE "CUSTOMER NAME".
           03 PIC X(9) VALUE SPACES.
           03 PIC X(6) VALUE "ACTION".
           03 PIC X(7) VALUE SPACES.
           03 PIC X(4) VALUE "DAYS".
           03 PIC X(6) VALUE SPACES.
           03 PIC X(7) VALUE "BALANCE".
           03 PIC X(5) VALUE SPACES.
           03 PIC X(8) VALUE "UNEARNED".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(8) VALUE "RECOVERY".
           03 PIC X(4) VALUE SPACES.
           03 PIC X(9) VALUE "WRITE-OFF".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE "STOCK".

         02 RGH-LINE-4.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(11) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *        DETAIL LINES FOR THE CHARGE-OFF REGISTER                *
      *                                                                *
      ******************************************************************

       01 REGISTER-DETAIL-LINE.
         02 RDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 RDL-SALE-SEQUENCE PIC 99.
         02 PIC XX VALUE SPACES.
         02 RDL-CUSTOMER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-ACTION PIC X(11).
         02 PIC XX VALUE SPACES.
         02 RDL-AGE-DAYS PIC ZZZ9.
         02 PIC XX VALUE SPACES.
         02 RDL-BALANCE PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-UNEARNED-INTEREST PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-RECOVERY-VALUE PIC $ZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-WRITE-OFF-AMOUNT PIC $ZZZ,ZZZ.99.
         02 PIC XX VALUE SPACES.
         02 RDL-STOCK-NUMBER PIC X(6).

       01 REGISTER-REJECT-LINE.
         02 RRL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 RRL-SALE-SEQUENCE PIC XX.
         02 PIC XX VALUE SPACES.
         02 PIC X(12) VALUE "REJECTED -  ".
         02 RRL-TRANSACTION-TYPE PIC X.
         02 PIC XX VALUE SPACES.
         02 RRL-REASON PIC X(40).

      ******************************************************************
      *                                                                *
      *        SUMMARY LINES FOR THE CHARGE-OFF REGISTER               *
      *                                                                *
      ******************************************************************

       01 REGISTER-SUMMARY-LINES.

         02 RSL-THRESHOLD-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "DAYS-DELINQUENT THRESHOLD =  ".
           03 RSL-DAYS-THRESHOLD PIC ZZ9.
           03 RSL-THRESHOLD-NOTE PIC X(20).

         02 RSL-CHARGE-OFF-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "CONTRACTS CHARGED OFF     =  ".
           03 RSL-CHARGE-OFF-COUNT PIC ZZ,ZZ9.

         02 RSL-REPO-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "CONTRACTS REPOSSESSED     =  ".
           03 RSL-REPO-COUNT PIC ZZ,ZZ9.

         02 RSL-LATER-RECOVERY-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "CHARGE-OFFS RECOVERED     =  ".
           03 RSL-LATER-RECOVERY-COUNT PIC ZZ,ZZ9.

         02 RSL-BALANCE-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "BALANCES TAKEN OFF        =  ".
           03 RSL-BALANCE-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-UNEARNED-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "LESS UNEARNED INTEREST    =  ".
           03 RSL-UNEARNED-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-RECOVERY-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "LESS VEHICLES RECOVERED   =  ".
           03 RSL-RECOVERY-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-WRITE-OFF-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "NET WRITE-OFF             =  ".
           03 RSL-WRITE-OFF-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-LATER-RECOVERY-VALUE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "LATER RECOVERIES          =  ".
           03 RSL-LATER-RECOVERY-TOTAL PIC $ZZ,ZZZ,ZZZ.99.

         02 RSL-UNITS-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "UNITS RETURNED TO STOCK   =  ".
           03 RSL-UNITS-RETURNED PIC ZZ,ZZ9.

         02 RSL-REJECT-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(29) VALUE "TRANSACTIONS REJECTED     =  ".
           03 RSL-REJECT-COUNT PIC ZZ,ZZ9.

         02 RSL-END-OF-REPORT.
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
           PERFORM B-100-APPLY-TRANSACTIONS.

           IF WA-DAYS-THRESHOLD > ZERO
               PERFORM C-100-AGE-CONTRACTS.

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

      *    THE JOURNAL EXTRACT CHECKS THE RUN TOTALS AGAINST THE
      *    BUSINESS DATE, SO THEY CARRY THE DATE OF THE RUN ITSELF
      *    EVEN WHEN CONTRACTS ARE AGED AS OF AN EARLIER DATE

           MOVE WA-RUN-DATE TO WA-SYSTEM-DATE.

           MOVE WA-TODAYS-YEAR TO WA-TODAY-YMD(1:4).
           MOVE WA-TODAYS-MONTH TO WA-TODAY-YMD(5:2).
           MOVE WA-TODAYS-DAY TO WA-TODAY-YMD(7:2).

           PERFORM A-110-READ-AS-OF-DATE.
           PERFORM A-120-READ-PARAMETER.

           MOVE WA-RUN-DATE TO RGH-DATE.

           OPEN OUTPUT REGISTER-REPORT
                       TOTALS-FILE.
           OPEN EXTEND CHARGE-OFF-LOG.
           OPEN I-O FINANCE-MASTER-FILE
                    VEHICLE-MASTER-FILE.
           OPEN INPUT CUSTOMER-SALES-FILE.

      ******************************************************************
      *                                                                *
      *     READ THE RUN-TIME "AS OF" DATE PARAMETER, IF PRESENT, SO   *
      *     CONTRACTS ARE AGED AS OF THE SAME DATE THE LOAN            *
      *     DELINQUENCY AGING WAS RUN                                  *
      *                                                                *
      ******************************************************************

       A-110-READ-AS-OF-DATE.

           OPEN INPUT AS-OF-DATE-FILE.

           READ AS-OF-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE ADF-AS-OF-DATE TO WA-TODAY-YMD
                   MOVE ADF-AS-OF-DATE(1:4) TO WA-YEAR
                   MOVE ADF-AS-OF-DATE(5:2) TO WA-MONTH
                   MOVE ADF-AS-OF-DATE(7:2) TO WA-DAY.

           CLOSE AS-OF-DATE-FILE.

      ******************************************************************
      *                                                                *
      *     READ THE DAYS-DELINQUENT THRESHOLD - WITHOUT ONE, ONLY     *
      *     THE CONTRACTS NAMED ON THE TRANSACTION FILE COME OFF       *
      *                                                                *
      ******************************************************************

       A-120-READ-PARAMETER.

           MOVE ZERO TO WA-DAYS-THRESHOLD.

           OPEN INPUT PARAMETER-FILE.

           READ PARAMETER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CPR-DAYS-THRESHOLD NUMERIC
                       MOVE CPR-DAYS-THRESHOLD TO WA-DAYS-THRESHOLD.

           CLOSE PARAMETER-FILE.
      /
      ******************************************************************
      *                                                                *
      *     APPLY THE CONTRACTS NAMED ON THE TRANSACTION FILE FIRST,   *
      *     SO A REPOSSESSION IS NOT ALSO PICKED UP BY THE AGE PASS    *
      *                                                                *
      ******************************************************************

       B-100-APPLY-TRANSACTIONS.

           OPEN INPUT REPO-TRANSACTION-FILE.

           READ REPO-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

           PERFORM B-200-APPLY-ONE-TRANSACTION
             UNTIL TRANSACTION-EOF.

           CLOSE REPO-TRANSACTION-FILE.

      ******************************************************************
      *                                                                *
      *     EDIT ONE TRANSACTION AND READ ITS CONTRACT BY KEY          *
      *                                                                *
      ******************************************************************

       B-200-APPLY-ONE-TRANSACTION.

           MOVE "Y" TO SW-VALID-TRANSACTION.

           EVALUATE TRUE
               WHEN NOT RPT-CHARGE-OFF AND NOT RPT-REPOSSESSION
                   MOVE "INVALID TRANSACTION TYPE" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN RPT-SALE-SEQUENCE-ALPHA NOT NUMERIC
                   MOVE "SALE SEQUENCE NOT NUMERIC" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN RPT-ACTION-DATE-ALPHA NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN RPT-REPOSSESSION AND
                    RPT-RECOVERY-VALUE-ALPHA NOT NUMERIC
                   MOVE "RECOVERY VALUE NOT NUMERIC"
                     TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN OTHER
                   PERFORM B-300-READ-CONTRACT.

           IF VALID-TRANSACTION
               MOVE RPT-ACTION-DATE TO WA-ACTION-DATE-NUM
               IF RPT-REPOSSESSION
                   MOVE RPT-RECOVERY-VALUE TO WA-RECOVERY-VALUE
                   PERFORM B-400-LOCATE-RECOVERED-UNIT
               ELSE
                   MOVE ZERO TO WA-RECOVERY-VALUE
                   MOVE SPACES TO WA-STOCK-NUMBER.

           IF VALID-TRANSACTION
               MOVE RPT-TRANSACTION-TYPE TO WA-ACTION-CODE
               PERFORM C-210-FIGURE-AGE
               IF FMR-CHARGED-OFF
                   PERFORM C-400-RECOVER-CHARGED-OFF
               ELSE
                   PERFORM C-300-TAKE-OFF-CONTRACT
               END-IF
               IF RPT-REPOSSESSION
                   PERFORM B-500-RETURN-UNIT-TO-STOCK
               END-IF
           ELSE
               PERFORM M-520-WRITE-REJECT-LINE.

           READ REPO-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO SW-TRANSACTION-EOF.

       B-300-READ-CONTRACT.

           MOVE RPT-CONTRACT-KEY TO FMR-CONTRACT-KEY.

           READ FINANCE-MASTER-FILE
               INVALID KEY
                   MOVE "CONTRACT NOT ON FILE" TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               NOT INVALID KEY
                   IF NOT FMR-OPEN AND
                      NOT (RPT-REPOSSESSION AND FMR-CHARGED-OFF)
                       MOVE "CONTRACT NOT OPEN" TO WA-REJECT-REASON
                       MOVE "N" TO SW-VALID-TRANSACTION.
      /
      ******************************************************************
      *                                                                *
      *     FIND THE RECOVERED UNIT - THE STOCK NUMBER ON THE SALE     *
      *     THE CONTRACT RODE IN ON, OR THE ONE ON THE TRANSACTION     *
      *     WHEN THE SALE PREDATES STOCK NUMBERS. A UNIT NO LONGER     *
      *     ON THE INVENTORY MASTER NEEDS A VIN TO BE PUT BACK         *
      *                                                                *
      ******************************************************************

       B-400-LOCATE-RECOVERED-UNIT.

           MOVE "N" TO SW-SALE-FOUND.
           MOVE SPACES TO WA-STOCK-NUMBER.
           MOVE FMR-CONTRACT-KEY TO CSF-SALE-KEY.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SW-SALE-FOUND
                   MOVE CSR-STOCK-NUMBER TO WA-STOCK-NUMBER.

           IF WA-STOCK-NUMBER = SPACES
               MOVE RPT-STOCK-NUMBER TO WA-STOCK-NUMBER.

           EVALUATE TRUE
               WHEN NOT SALE-FOUND
                   MOVE "SALE NOT ON FILE FOR CONTRACT"
                     TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN WA-STOCK-NUMBER = SPACES
                   MOVE "NO STOCK NUMBER FOR RECOVERED UNIT"
                     TO WA-REJECT-REASON
                   MOVE "N" TO SW-VALID-TRANSACTION
               WHEN OTHER
                   MOVE WA-STOCK-NUMBER TO VHF-STOCK-NUMBER
                   READ VEHICLE-MASTER-FILE
                       INVALID KEY
                           IF RPT-VIN = SPACES
                               MOVE "UNIT NOT ON FILE AND NO VIN GIVEN"
                                 TO WA-REJECT-REASON
                               MOVE "N" TO SW-VALID-TRANSACTION
                           END-IF
                       NOT INVALID KEY
                           IF VHF-AVAILABLE
                               MOVE "UNIT IS ALREADY IN STOCK"
                                 TO WA-REJECT-REASON
                               MOVE "N" TO SW-VALID-TRANSACTION.

      ******************************************************************
      *                                                                *
      *     PUT THE RECOVERED UNIT BACK IN STOCK AT ITS RECOVERY       *
      *     VALUE, ACQUIRED ON THE RECOVERY DATE. A UNIT STILL ON      *
      *     THE MASTER IS REWRITTEN, ONE THAT WAS PURGED IS ADDED      *
      *     BACK FROM THE SALE WITH THE RECOVERY VALUE AS ITS ASKING   *
      *     PRICE UNTIL THE LOT SETS ONE. A RECOVERED UNIT COMES       *
      *     BACK OWNED OUTRIGHT - NOT ON ANY FLOOR PLAN                *
      *                                                                *
      ******************************************************************

       B-500-RETURN-UNIT-TO-STOCK.

           MOVE WA-STOCK-NUMBER TO VHF-STOCK-NUMBER.

           READ VEHICLE-MASTER-FILE
               INVALID KEY
                   MOVE WA-STOCK-NUMBER TO VHF-STOCK-NUMBER
                   MOVE RPT-VIN TO VHF-VIN
                   MOVE CSR-AUTO-MAKE TO VHF-AUTO-MAKE
                   MOVE CSR-AUTO-YEAR TO VHF-AUTO-YEAR
                   MOVE WA-RECOVERY-VALUE TO VHF-ACQUISITION-COST
                                             VHF-ASKING-PRICE
                   MOVE "A" TO VHF-STATUS
                   MOVE ZERO TO VHF-SOLD-DATE
                   MOVE WA-ACTION-DATE-NUM TO VHF-ACQUIRED-DATE
                   MOVE CSR-STORE-CODE TO VHF-STORE-CODE
                   IF VHF-STORE-CODE = SPACES
                       MOVE "01" TO VHF-STORE-CODE
                   END-IF
                   MOVE "N" TO VHF-FLOORED-FLAG
                   MOVE ZERO TO VHF-FLOOR-AMOUNT
                                VHF-FLOOR-DATE
                   MOVE SPACES TO VHF-FLOOR-LENDER
                   WRITE VEHICLE-MASTER-RECORD
               NOT INVALID KEY
                   IF RPT-VIN NOT = SPACES
                       MOVE RPT-VIN TO VHF-VIN
                   END-IF
                   MOVE WA-RECOVERY-VALUE TO VHF-ACQUISITION-COST
                   MOVE "A" TO VHF-STATUS
                   MOVE ZERO TO VHF-SOLD-DATE
                   MOVE WA-ACTION-DATE-NUM TO VHF-ACQUIRED-DATE
                   MOVE "N" TO VHF-FLOORED-FLAG
                   MOVE ZERO TO VHF-FLOOR-AMOUNT
                                VHF-FLOOR-DATE
                   MOVE SPACES TO VHF-FLOOR-LENDER
                   REWRITE VEHICLE-MASTER-RECORD.

           ADD 1 TO AC-UNITS-RETURNED.
      /
      ******************************************************************
      *                                                                *
      *     AGE PASS - READ EVERY CONTRACT AND CHARGE OFF THE OPEN     *
      *     ONES PAST THE THRESHOLD                                    *
      *                                                                *
      ******************************************************************

       C-100-AGE-CONTRACTS.

           MOVE "N" TO SW-END-OF-FILE.
           MOVE LOW-VALUES TO FMR-CONTRACT-KEY.

           START FINANCE-MASTER-FILE KEY NOT < FMR-CONTRACT-KEY
               INVALID KEY
                   MOVE "Y" TO SW-END-OF-FILE.

           IF NOT END-OF-FILE
               READ FINANCE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-AGE-ONE-CONTRACT
             UNTIL END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     AGE ONE OPEN CONTRACT FROM ITS LAST PAYMENT - OR FROM      *
      *     THE CONTRACT DATE WHEN NO PAYMENT HAS EVER POSTED          *
      *                                                                *
      ******************************************************************

       C-200-AGE-ONE-CONTRACT.

           IF FMR-OPEN
               PERFORM C-210-FIGURE-AGE
               IF WA-AGE-DAYS NOT < WA-DAYS-THRESHOLD
                   MOVE WA-RUN-DATE TO WA-ACTION-DATE-NUM
                   MOVE ZERO TO WA-RECOVERY-VALUE
                   MOVE SPACES TO WA-STOCK-NUMBER
                   MOVE "C" TO WA-ACTION-CODE
                   PERFORM C-300-TAKE-OFF-CONTRACT.

           READ FINANCE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-210-FIGURE-AGE.

           IF FMR-LAST-PAYMENT-DATE = ZERO
               MOVE FMR-CONTRACT-DATE TO WA-AGE-FROM-DATE
           ELSE
               MOVE FMR-LAST-PAYMENT-DATE TO WA-AGE-FROM-DATE.

           MOVE WA-AGE-FROM-DATE(5:4) TO WA-AGE-FROM-YMD(1:4).
           MOVE WA-AGE-FROM-DATE(1:2) TO WA-AGE-FROM-YMD(5:2).
           MOVE WA-AGE-FROM-DATE(3:2) TO WA-AGE-FROM-YMD(7:2).

           COMPUTE WA-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WA-TODAY-YMD) -
               FUNCTION INTEGER-OF-DATE(WA-AGE-FROM-YMD).
      /
      ******************************************************************
      *                                                                *
      *     TAKE ONE CONTRACT OFF THE BOOKS AS OF THE ACTION DATE -    *
      *     WRITE-OFF IS THE BALANCE LESS UNEARNED INTEREST LESS       *
      *     ANY RECOVERY, NEVER BELOW ZERO                             *
      *                                                                *
      ******************************************************************

       C-300-TAKE-OFF-CONTRACT.

           PERFORM C-310-FIGURE-UNEARNED-INTEREST.

           IF FMR-BALANCE > WA-UNEARNED-INTEREST + WA-RECOVERY-VALUE
               COMPUTE WA-WRITE-OFF-AMOUNT =
                   FMR-BALANCE - WA-UNEARNED-INTEREST
                   - WA-RECOVERY-VALUE
           ELSE
               MOVE ZERO TO WA-WRITE-OFF-AMOUNT.

           MOVE WA-ACTION-CODE TO FMR-STATUS.
           MOVE WA-WRITE-OFF-AMOUNT TO FMR-WRITE-OFF-AMOUNT.
           MOVE WA-ACTION-DATE-NUM TO FMR-WRITE-OFF-DATE.

           REWRITE FINANCE-MASTER-RECORD.

           IF FMR-REPOSSESSED
               ADD 1 TO AC-REPO-COUNT
               MOVE "REPOSSESSED" TO RDL-ACTION
           ELSE
               ADD 1 TO AC-CHARGE-OFF-COUNT
               MOVE "CHARGED OFF" TO RDL-ACTION.

           ADD FMR-BALANCE TO AC-BALANCE-TOTAL.
           ADD WA-UNEARNED-INTEREST TO AC-UNEARNED-TOTAL.
           ADD WA-RECOVERY-VALUE TO AC-RECOVERY-TOTAL.
           ADD WA-WRITE-OFF-AMOUNT TO AC-WRITE-OFF-TOTAL.

           MOVE WA-RUN-DATE TO COL-RUN-DATE.
           MOVE WA-ACTION-DATE-NUM TO COL-ACTION-DATE.
           MOVE FMR-CONTRACT-KEY TO COL-CONTRACT-KEY.
           MOVE FMR-CUSTOMER-NAME TO COL-CUSTOMER-NAME.
           MOVE FMR-STATUS TO COL-ACTION.
           MOVE FMR-BALANCE TO COL-BALANCE.
           MOVE WA-UNEARNED-INTEREST TO COL-UNEARNED-INTEREST.
           MOVE WA-RECOVERY-VALUE TO COL-RECOVERY-VALUE.
           MOVE WA-WRITE-OFF-AMOUNT TO COL-WRITE-OFF-AMOUNT.
           MOVE WA-STOCK-NUMBER TO COL-STOCK-NUMBER.
           WRITE CHARGE-OFF-LOG-RECORD.

           PERFORM M-510-WRITE-DETAIL-LINE.

      ******************************************************************
      *                                                                *
      *     A VEHICLE RECOVERED ON A CONTRACT ALREADY CHARGED OFF -    *
      *     THE BALANCE IS ALREADY OFF THE BOOKS, SO THE RECOVERY      *
      *     VALUE COMES OFF THE RECORDED WRITE-OFF, NEVER BELOW ZERO,  *
      *     AND THE CONTRACT IS MARKED REPOSSESSED                     *
      *                                                                *
      ******************************************************************

       C-400-RECOVER-CHARGED-OFF.

           MOVE ZERO TO WA-UNEARNED-INTEREST.

           IF FMR-WRITE-OFF-AMOUNT > WA-RECOVERY-VALUE
               COMPUTE WA-WRITE-OFF-AMOUNT =
                   FMR-WRITE-OFF-AMOUNT - WA-RECOVERY-VALUE
           ELSE
               MOVE ZERO TO WA-WRITE-OFF-AMOUNT.

           MOVE "R" TO FMR-STATUS.
           MOVE WA-WRITE-OFF-AMOUNT TO FMR-WRITE-OFF-AMOUNT.

           REWRITE FINANCE-MASTER-RECORD.

           ADD 1 TO AC-LATER-RECOVERY-COUNT.
           ADD WA-RECOVERY-VALUE TO AC-LATER-RECOVERY-TOTAL.
           MOVE "RECOVERED" TO RDL-ACTION.

           MOVE WA-RUN-DATE TO COL-RUN-DATE.
           MOVE WA-ACTION-DATE-NUM TO COL-ACTION-DATE.
           MOVE FMR-CONTRACT-KEY TO COL-CONTRACT-KEY.
           MOVE FMR-CUSTOMER-NAME TO COL-CUSTOMER-NAME.
           MOVE "L" TO COL-ACTION.
           MOVE FMR-BALANCE TO COL-BALANCE.
           MOVE ZERO TO COL-UNEARNED-INTEREST.
           MOVE WA-RECOVERY-VALUE TO COL-RECOVERY-VALUE.
           MOVE WA-WRITE-OFF-AMOUNT TO COL-WRITE-OFF-AMOUNT.
           MOVE WA-STOCK-NUMBER TO COL-STOCK-NUMBER.
           WRITE CHARGE-OFF-LOG-RECORD.

           PERFORM M-510-WRITE-DETAIL-LINE.

      ******************************************************************
      *                                                                *
      *     UNEARNED INTEREST AS OF THE ACTION DATE BY THE RULE OF     *
      *     78S - A MONTH OF THE TERM ONCE ENTERED IS EARNED           *
      *                                                                *
      *        INTEREST  X  R (R + 1)  /  N (N + 1)                    *
      *                                                                *
      ******************************************************************

       C-310-FIGURE-UNEARNED-INTEREST.

           COMPUTE WA-ELAPSED-MONTHS =
               (WA-ACTION-YEAR * 12 + WA-ACTION-MONTH) -
               (FMR-CONTRACT-YEAR * 12 + FMR-CONTRACT-MONTH).

           IF WA-ACTION-DAY > FMR-CONTRACT-DAY
               ADD 1 TO WA-ELAPSED-MONTHS.

           EVALUATE TRUE
               WHEN FMR-TERM-MONTHS = ZERO
                   MOVE ZERO TO WA-REMAINING-MONTHS
               WHEN WA-ELAPSED-MONTHS < ZERO
                   MOVE FMR-TERM-MONTHS TO WA-REMAINING-MONTHS
               WHEN WA-ELAPSED-MONTHS NOT < FMR-TERM-MONTHS
                   MOVE ZERO TO WA-REMAINING-MONTHS
               WHEN OTHER
                   COMPUTE WA-REMAINING-MONTHS =
                       FMR-TERM-MONTHS - WA-ELAPSED-MONTHS.

           IF WA-REMAINING-MONTHS = ZERO
               MOVE ZERO TO WA-UNEARNED-INTEREST
           ELSE
               COMPUTE WA-TOTAL-INTEREST ROUNDED =
                   FMR-AMOUNT-FINANCED * (FMR-FINANCE-RATE / 100)
                   * (FMR-TERM-MONTHS / 12)
               COMPUTE WA-UNEARNED-INTEREST ROUNDED =
                   WA-TOTAL-INTEREST *
                   (WA-REMAINING-MONTHS * (WA-REMAINING-MONTHS + 1)) /
                   (FMR-TERM-MONTHS * (FMR-TERM-MONTHS + 1)).

           IF WA-UNEARNED-INTEREST > FMR-BALANCE
               MOVE FMR-BALANCE TO WA-UNEARNED-INTEREST.
      /
      ******************************************************************
      *                                                                *
      *          CHARGE-OFF REGISTER HEADING PARAGRAPH                 *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RGH-PAGE-COUNT.

           WRITE REGISTER-LINE-OUT FROM RGH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RGH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *          WRITE ONE CHARGE-OFF OR RECOVERY DETAIL LINE          *
      *                                                                *
      ******************************************************************

       M-510-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE FMR-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER.
           MOVE FMR-SALE-SEQUENCE TO RDL-SALE-SEQUENCE.
           MOVE FMR-CUSTOMER-NAME TO RDL-CUSTOMER-NAME.
           MOVE WA-AGE-DAYS TO RDL-AGE-DAYS.
           MOVE FMR-BALANCE TO RDL-BALANCE.
           MOVE WA-UNEARNED-INTEREST TO RDL-UNEARNED-INTEREST.
           MOVE WA-RECOVERY-VALUE TO RDL-RECOVERY-VALUE.
           MOVE WA-WRITE-OFF-AMOUNT TO RDL-WRITE-OFF-AMOUNT.
           MOVE WA-STOCK-NUMBER TO RDL-STOCK-NUMBER.

           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *          WRITE ONE REJECTED TRANSACTION LINE                   *
      *                                                                *
      ******************************************************************

       M-520-WRITE-REJECT-LINE.

           ADD 1 TO AC-REJECT-COUNT.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE RPT-CUSTOMER-NUMBER TO RRL-CUSTOMER-NUMBER.
           MOVE RPT-SALE-SEQUENCE-ALPHA TO RRL-SALE-SEQUENCE.
           MOVE RPT-TRANSACTION-TYPE TO RRL-TRANSACTION-TYPE.
           MOVE WA-REJECT-REASON TO RRL-REASON.

           WRITE REGISTER-LINE-OUT FROM REGISTER-REJECT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE WA-DAYS-THRESHOLD TO RSL-DAYS-THRESHOLD.

           IF WA-DAYS-THRESHOLD = ZERO
               MOVE "  (NO AGE PASS)" TO RSL-THRESHOLD-NOTE
           ELSE
               MOVE SPACES TO RSL-THRESHOLD-NOTE.

           MOVE AC-CHARGE-OFF-COUNT TO RSL-CHARGE-OFF-COUNT.
           MOVE AC-REPO-COUNT TO RSL-REPO-COUNT.
           MOVE AC-LATER-RECOVERY-COUNT TO RSL-LATER-RECOVERY-COUNT.
           MOVE AC-BALANCE-TOTAL TO RSL-BALANCE-TOTAL.
           MOVE AC-UNEARNED-TOTAL TO RSL-UNEARNED-TOTAL.
           MOVE AC-RECOVERY-TOTAL TO RSL-RECOVERY-TOTAL.
           MOVE AC-WRITE-OFF-TOTAL TO RSL-WRITE-OFF-TOTAL.
           MOVE AC-LATER-RECOVERY-TOTAL TO RSL-LATER-RECOVERY-TOTAL.
           MOVE AC-UNITS-RETURNED TO RSL-UNITS-RETURNED.
           MOVE AC-REJECT-COUNT TO RSL-REJECT-COUNT.

           WRITE REGISTER-LINE-OUT FROM RSL-THRESHOLD-LINE
             AFTER ADVANCING 3 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-CHARGE-OFF-LINE
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-REPO-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-LATER-RECOVERY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-BALANCE-LINE
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-UNEARNED-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-RECOVERY-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-WRITE-OFF-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-LATER-RECOVERY-VALUE
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-UNITS-LINE
             AFTER ADVANCING 2 LINES.
           WRITE REGISTER-LINE-OUT FROM RSL-REJECT-LINE
             AFTER ADVANCING 1 LINE.
           WRITE REGISTER-LINE-OUT FROM RSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           COMPUTE TL45-ACTION-COUNT = AC-CHARGE-OFF-COUNT +
               AC-REPO-COUNT + AC-LATER-RECOVERY-COUNT.
           MOVE WA-SYSTEM-DATE TO TL45-RUN-DATE.
           MOVE AC-WRITE-OFF-TOTAL TO TL45-WRITE-OFF-DOLLARS.
           MOVE AC-RECOVERY-TOTAL TO TL45-RECOVERY-DOLLARS.
           MOVE AC-LATER-RECOVERY-TOTAL TO TL45-LATER-RECOVERY-DOLLARS.
           WRITE TOTALS-RECORD.

           CLOSE REGISTER-REPORT
                 TOTALS-FILE
                 CHARGE-OFF-LOG
                 FINANCE-MASTER-FILE
                 VEHICLE-MASTER-FILE
                 CUSTOMER-SALES-FILE.

           DISPLAY " ".
           DISPLAY "CHARGE-OFF AND REPOSSESSION PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                                                                *
      *                       END OF PROGRAM                           *
      *                                                                *
      ******************************************************************
      /
