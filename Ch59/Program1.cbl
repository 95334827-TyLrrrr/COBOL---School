       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX59-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. JUNE 7, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM BUILDS THE MANUFACTURER RETAIL DELIVERY        *
      *    EXTRACT SO THE DELIVERY REPORTS NO LONGER HAVE TO BE KEYED  *
      *    INTO THE MAKERS' PORTALS FROM THE TRANSACTION REPORT. THE   *
      *    MANUFACTURER PARAMETER (MFGPARM.DAT) GIVES EACH REPORTING   *
      *    MAKE ONE OF SIX EXTRACT FILES (MFGDEL1.DAT THROUGH          *
      *    MFGDEL6.DAT), OUR DEALER CODE WITH THAT MAKER, AND THE      *
      *    OLDEST MODEL YEAR THE MAKER TAKES AS A NEW UNIT (BLANK      *
      *    TAKES EVERY YEAR). EVERY FILE IS REBUILT EACH RUN.          *
      *                                                                *
      *    A DELIVERY IS A SALE ON THE CUSTOMER SALES FILE WHOSE UNIT  *
      *    WAS SOLD BY THE UPDATE RUN (VSEX9-3) FOR THE BUSINESS DATE  *
      *    (BUSDATE.DAT, DEFAULT RUN DATE) - THE UNIT'S SOLD DATE ON   *
      *    THE INVENTORY MASTER, OR THE PURCHASE DATE WHEN THE UNIT    *
      *    IS NOT ON FILE, FALLS FROM SEVEN DAYS BEFORE THE BUSINESS   *
      *    DATE THROUGH THE DAY AFTER IT, AND THE UNIT HAS NOT         *
      *    ALREADY GONE OUT. THE DELIVERY RECORD CARRIES THE VIN,      *
      *    DELIVERY DATE, CUSTOMER NAME AND FULL ADDRESS               *
      *    (CUSTADDR.DAT), AND SELLING STORE. A DELIVERY WITH NO VIN   *
      *    OR NO COMPLETE ADDRESS IS NOT EXTRACTED BUT LISTED ON THE   *
      *    EXCEPTION LIST, AND GOES OUT ON A LATER RUN ONCE THE VIN    *
      *    (VSEX19-1) OR ADDRESS (VSEX11-1) IS KEYED.                  *
      *                                                                *
      *    EVERY DELIVERY EXTRACTED IS KEPT ON THE DELIVERY HISTORY    *
      *    (DELVHIST.DAT) FOR 180 DAYS. A REVERSAL (TYPE R) POSTED BY  *
      *    THE UPDATE RUN LEAVES ITS BEFORE-IMAGE ON THE CUSTOMER      *
      *    UPDATE HISTORY (CUSTHIST.DAT). WHEN ONE MATCHES A DELIVERY  *
      *    ALREADY EXTRACTED ON AN EARLIER RUN, THE DELIVERY GOES OUT  *
      *    AGAIN AS A CANCELLATION ON THIS RUN. A RERUN FOR THE SAME   *
      *    BUSINESS DATE REBUILDS THE SAME FILES. THE CONTROL REPORT   *
      *    LISTS EVERY RECORD WRITTEN AND THE COUNTS IN EACH FILE.     *
      *    THE PROGRAM RUNS AS A STEP OF THE NIGHTLY CHAIN             *
      *    (VSEX18-1).                                                 *
      *                                                                *
      *    THE HISTORY TABLE HOLDS 3000 DELIVERIES. WHEN THE HISTORY   *
      *    AND THE NIGHT'S DELIVERIES WILL NOT FIT, THE DELIVERIES     *
      *    LEFT OUT ARE COUNTED ON THE CONTROL REPORT, DELVHIST.DAT IS *
      *    LEFT AS IT WAS SO NO DELIVERY IS LOST FROM IT, AND THE RUN  *
      *    ENDS WITH RETURN CODE 8 TO HOLD THE CHAIN. ONCE THE TABLE   *
      *    IS ENLARGED, A RERUN FOR THE SAME BUSINESS DATE REBUILDS    *
      *    THE NIGHT'S FILES AND THE HISTORY.                          *
      *                                                                *
      *        INPUT:   BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 MFGPARM.DAT  - MANUFACTURER PARAMETER          *
      *                 STORMAST.DAT - STORE MASTER                    *
      *                 CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 VEHMAST.DAT  - VEHICLE INVENTORY MASTER        *
      *                 CUSTADDR.DAT - CUSTOMER ADDRESS MASTER         *
      *                 CUSTHIST.DAT - CUSTOMER UPDATE HISTORY         *
      *                                                                *
      *        INPUT/OUTPUT:  DELVHIST.DAT - DELIVERY HISTORY          *
      *                                                                *
      *        OUTPUT:  MFGDEL1.DAT  - MANUFACTURER EXTRACT FILES      *
      *                  THRU                                          *
      *                 MFGDEL6.DAT                                    *
      *                 VSEX59-1A.RPT - EXTRACT CONTROL REPORT         *
      *                 VSEX59-1B.RPT - DELIVERY EXCEPTION LIST        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAKE-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\MFGPA
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STORE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STORM
      -    "AST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT OPTIONAL VEHICLE-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VEHMA
      -    "ST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VHF-STOCK-NUMBER.

           SELECT OPTIONAL CUSTOMER-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAR-CUSTOMER-NUMBER.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch9\CUSTHI
      -    "ST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DELIVERY-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\DELVH
      -    "IST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-1
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L1.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-2
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L2.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-3
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L3.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-4
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L4.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-5
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L5.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAKE-EXTRACT-6
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\MFGDE
      -    "L6.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\VSEX5
      -    "9-1A.RPT".

           SELECT EXCEPTION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch59\VSEX5
      -    "9-1B.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

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
      *    MAKE-PARM-FILE - ONE RECORD PER REPORTING MAKE: EXTRACT     *
      *    FILE NUMBER (1-6), MAKE, OUR DEALER CODE WITH THE MAKER,    *
      *    AND THE OLDEST MODEL YEAR REPORTED AS NEW                   *
      *                                                                *
      ******************************************************************

       FD  MAKE-PARM-FILE.

       01 MAKE-PARM-RECORD.
         02 MFP-FILE-NUMBER PIC X.
         02 MFP-FILE-NUMBER-N REDEFINES
            MFP-FILE-NUMBER PIC 9.
         02 MFP-AUTO-MAKE PIC X(20).
         02 MFP-DEALER-CODE PIC X(8).
         02 MFP-FIRST-NEW-YEAR PIC X(4).

      ******************************************************************
      *                                                                *
      *    STORE-MASTER-FILE - STORE NAMES FOR THE SELLING STORE,      *
      *    MAINTAINED BY VSEX37-1                                      *
      *                                                                *
      ******************************************************************

       FD  STORE-MASTER-FILE.

       01 STORE-MASTER-RECORD.
         02 SMR-STORE-CODE PIC XX.
         02 SMR-STORE-NAME PIC X(20).
         02 SMR-REGION PIC X(10).
         02 SMR-MANAGER PIC X(20).

      ******************************************************************
      *                                                                *
      *                INPUT FILE - CUSTOMER SALES FILE                *
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
      *    VEHICLE MASTER FILE - READ BY STOCK NUMBER FOR THE VIN,     *
      *    SOLD DATE, AND MAKE OF EACH SALE'S UNIT                     *
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
      *    CUSTOMER ADDRESS MASTER - READ BY CUSTOMER NUMBER FOR THE   *
      *    DELIVERY ADDRESS                                            *
      *                                                                *
      ******************************************************************

       FD  CUSTOMER-ADDRESS-FILE.

       01 CUSTOMER-ADDRESS-RECORD.
         02 CAR-CUSTOMER-NUMBER PIC X(4).
         02 CAR-CUSTOMER-ADDRESS PIC X(20).
         02 CAR-CITY PIC X(15).
         02 CAR-STATE PIC XX.
         02 CAR-ZIP-CODE PIC X(5).
         02 CAR-ZIP-PLUS-4 PIC X(4).
         02 CAR-DO-NOT-CONTACT PIC X.
           88 CAR-NO-CONTACT VALUE "Y".

      ******************************************************************
      *                                                                *
      *    HISTORY FILE - BEFORE/AFTER AUDIT TRAIL WRITTEN BY          *
      *    VSEX9-3. A REVERSAL CARRIES THE REVERSED SALE AS THE OLD    *
      *    SIDE WITH THE NEW SIDE CLEARED                              *
      *                                                                *
      ******************************************************************

       FD  HISTORY-FILE.

       01 HISTORY-RECORD.
         02 HR-CUSTOMER-NUMBER PIC X(4).
         02 HR-RUN-DATE PIC 9(8).
         02 HR-OLD-PURCHASE-DATE PIC 9(8).
         02 HR-NEW-PURCHASE-DATE PIC 9(8).
         02 HR-OLD-PURCHASE-PRICE PIC 9(5)V99.
         02 HR-NEW-PURCHASE-PRICE PIC 9(5)V99.
         02 HR-OLD-AUTO-MAKE PIC X(20).
         02 HR-NEW-AUTO-MAKE PIC X(20).
         02 HR-OLD-AUTO-YEAR PIC X(4).
         02 HR-NEW-AUTO-YEAR PIC X(4).
         02 HR-OLD-SATISFACTION-CODE PIC X.
         02 HR-NEW-SATISFACTION-CODE PIC X.

      ******************************************************************
      *                                                                *
      *    DELIVERY-HISTORY-FILE - ONE RECORD PER DELIVERY EXTRACTED,  *
      *    KEPT 180 DAYS. THE REPORTED AND CANCEL DATES ARE BUSINESS   *
      *    DATES AND THE RUN DATE IS THE CALENDAR DATE OF THE          *
      *    EXTRACT, ALL YYYYMMDD                                       *
      *                                                                *
      ******************************************************************

       FD  DELIVERY-HISTORY-FILE.

       01 DELIVERY-HISTORY-RECORD.
         02 DHR-STOCK-NUMBER PIC X(6).
         02 DHR-VIN PIC X(17).
         02 DHR-AUTO-MAKE PIC X(20).
         02 DHR-AUTO-YEAR PIC X(4).
         02 DHR-CUSTOMER-NUMBER PIC X(4).
         02 DHR-SALE-SEQUENCE PIC 9(2).
         02 DHR-CUSTOMER-NAME PIC X(20).
         02 DHR-PURCHASE-DATE PIC 9(8).
         02 DHR-PURCHASE-PRICE PIC 9(5)V99.
         02 DHR-STORE-CODE PIC XX.
         02 DHR-REPORTED-DATE PIC 9(8).
         02 DHR-RUN-DATE PIC 9(8).
         02 DHR-STATUS PIC X.
           88 DHR-DELIVERED VALUE "D".
           88 DHR-CANCELLED VALUE "C".
         02 DHR-CANCEL-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    MANUFACTURER EXTRACT FILES - ONE PER REPORTING MAKE, IN     *
      *    THE MANUFACTURER DELIVERY RECORD LAYOUT BELOW               *
      *                                                                *
      ******************************************************************

       FD  MAKE-EXTRACT-1.

       01 MX1-RECORD PIC X(152).

       FD  MAKE-EXTRACT-2.

       01 MX2-RECORD PIC X(152).

       FD  MAKE-EXTRACT-3.

       01 MX3-RECORD PIC X(152).

       FD  MAKE-EXTRACT-4.

       01 MX4-RECORD PIC X(152).

       FD  MAKE-EXTRACT-5.

       01 MX5-RECORD PIC X(152).

       FD  MAKE-EXTRACT-6.

       01 MX6-RECORD PIC X(152).

      ******************************************************************
      *                                                                *
      *    REPORT FILES - EXTRACT CONTROL REPORT AND DELIVERY          *
      *    EXCEPTION LIST                                              *
      *                                                                *
      ******************************************************************

       FD  CONTROL-REPORT.

       01 CONTROL-LINE-OUT PIC X(90).

       FD  EXCEPTION-REPORT.

       01 EXCEPTION-LINE-OUT PIC X(90).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                            SWITCHES                            *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

         02 SW-STORE-EOF PIC X.
           88 STORE-EOF VALUE "Y".

         02 SW-UNIT-FOUND PIC X.
           88 UNIT-FOUND VALUE "Y".

         02 SW-ADDRESS-FOUND PIC X.
           88 ADDRESS-FOUND VALUE "Y".

         02 SW-ALREADY-REPORTED PIC X.
           88 ALREADY-REPORTED VALUE "Y".

         02 SW-MAKE-FOUND PIC X.
           88 MAKE-FOUND VALUE "Y".

         02 SW-HISTORY-TABLE-FULL PIC X VALUE "N".
           88 HISTORY-TABLE-FULL VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-EXCEPTION-LINE-COUNT PIC 999.
         02 AC-EXCEPTION-PAGE-COUNT PIC 999.
         02 AC-SALES-READ PIC 9(6).
         02 AC-WINDOW-COUNT PIC 9(5).
         02 AC-ALREADY-COUNT PIC 9(5).
         02 AC-NO-MAKE-COUNT PIC 9(5).
         02 AC-NOT-NEW-COUNT PIC 9(5).
         02 AC-DELIVERY-COUNT PIC 9(5).
         02 AC-CANCEL-COUNT PIC 9(5).
         02 AC-EXCEPTION-COUNT PIC 9(5).
         02 AC-PARM-REJECT-COUNT PIC 9(3).
         02 AC-HISTORY-DROPPED PIC 9(5).
         02 AC-HISTORY-NOT-KEPT PIC 9(5).
      /
      ******************************************************************
      *                                                                *
      *                        WORK AREA FIELDS                        *
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

         02 WA-RUN-YMD PIC 9(8).
         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-ITEM-MDY PIC 9(8).
         02 WA-ITEM-YMD PIC 9(8).
         02 WA-DAYS-BEFORE PIC S9(7).
         02 WA-HISTORY-COUNT PIC 9(4) VALUE ZERO.
         02 WA-STORE-NAME-COUNT PIC 9(3) VALUE ZERO.
         02 WA-LOOKUP-STORE-CODE PIC XX.
         02 WA-STORE-NAME PIC X(20).
         02 WA-FILE-NUMBER PIC 9.
         02 WA-PARM-MESSAGE PIC X(26).
         02 WA-EXCEPTION-REASON PIC X(24).
         02 WA-DELIVERY-MAKE PIC X(20).
         02 WA-DELIVERY-YEAR PIC X(4).
         02 WA-DELIVERY-VIN PIC X(17).
         02 WA-DELIVERY-STORE PIC XX.

      ******************************************************************
      *                                                                *
      *    MANUFACTURER TABLE - ONE ENTRY PER EXTRACT FILE, LOADED     *
      *    FROM THE MANUFACTURER PARAMETER. AN ENTRY WITH NO MAKE HAS  *
      *    NO FILE IN USE                                              *
      *                                                                *
      ******************************************************************

       01 MAKE-TABLE.
         02 MKT-ENTRY OCCURS 6 TIMES
                       INDEXED BY MKT-INDEX.
           03 MKT-AUTO-MAKE PIC X(20).
           03 MKT-DEALER-CODE PIC X(8).
           03 MKT-FIRST-NEW-YEAR PIC X(4).
           03 MKT-DELIVERY-COUNT PIC 9(5).
           03 MKT-CANCEL-COUNT PIC 9(5).

      ******************************************************************
      *                                                                *
      *                 NON-EMBEDDED STORE NAME TABLE                  *
      *                                                                *
      ******************************************************************

       01 STORE-NAME-TABLE.
         02 SNT-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WA-STORE-NAME-COUNT
                       INDEXED BY SNT-INDEX.
           03 SNT-STORE-CODE PIC XX.
           03 SNT-STORE-NAME PIC X(20).

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED DELIVERY HISTORY TABLE - THE DELIVERY HISTORY  *
      *    AS CARRIED FORWARD, IN THE DELIVERY HISTORY RECORD LAYOUT,  *
      *    REWRITTEN AT END OF JOB                                     *
      *                                                                *
      ******************************************************************

       01 DELIVERY-HISTORY-TABLE.
         02 DHT-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WA-HISTORY-COUNT
                       INDEXED BY DHT-INDEX.
           03 DHT-STOCK-NUMBER PIC X(6).
           03 DHT-VIN PIC X(17).
           03 DHT-AUTO-MAKE PIC X(20).
           03 DHT-AUTO-YEAR PIC X(4).
           03 DHT-CUSTOMER-NUMBER PIC X(4).
           03 DHT-SALE-SEQUENCE PIC 9(2).
           03 DHT-CUSTOMER-NAME PIC X(20).
           03 DHT-PURCHASE-DATE PIC 9(8).
           03 DHT-PURCHASE-PRICE PIC 9(5)V99.
           03 DHT-STORE-CODE PIC XX.
           03 DHT-REPORTED-DATE PIC 9(8).
           03 DHT-RUN-DATE PIC 9(8).
           03 DHT-STATUS PIC X.
           03 DHT-CANCEL-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    MANUFACTURER DELIVERY RECORD - THE FIXED LAYOUT WRITTEN TO  *
      *    EVERY EXTRACT FILE. TYPE D IS A DELIVERY AND TYPE C         *
      *    CANCELS A DELIVERY SENT ON AN EARLIER EXTRACT. DATES ARE    *
      *    YYYYMMDD                                                    *
      *                                                                *
      ******************************************************************

       01 MANUFACTURER-DELIVERY-RECORD.
         02 MDR-RECORD-TYPE PIC X.
           88 MDR-DELIVERY VALUE "D".
           88 MDR-CANCELLATION VALUE "C".
         02 MDR-DEALER-CODE PIC X(8).
         02 MDR-VIN PIC X(17).
         02 MDR-DELIVERY-DATE PIC 9(8).
         02 MDR-STOCK-NUMBER PIC X(6).
         02 MDR-AUTO-YEAR PIC X(4).
         02 MDR-AUTO-MAKE PIC X(20).
         02 MDR-CUSTOMER-NAME PIC X(20).
         02 MDR-ADDRESS PIC X(20).
         02 MDR-CITY PIC X(15).
         02 MDR-STATE PIC XX.
         02 MDR-ZIP-CODE PIC X(5).
         02 MDR-ZIP-PLUS-4 PIC X(4).
         02 MDR-STORE-CODE PIC XX.
         02 MDR-STORE-NAME PIC X(20).

      ******************************************************************
      *                                                                *
      *              RECORD LAYOUT - CUSTOMER SALES FILE               *
      *                                                                *
      ******************************************************************

       COPY SALESREC.
      /
      ******************************************************************
      *                                                                *
      *    REPORT HEADINGS FOR THE EXTRACT CONTROL REPORT AND THE      *
      *    DELIVERY EXCEPTION LIST                                     *
      *                                                                *
      ******************************************************************

       01 CONTROL-HEADINGS.

         02 CRH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 CRH-DATE PIC Z9/99/9999.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(31) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 CRH-PAGE-COUNT PIC ZZ9.

         02 CRH-LINE-2.
           03 PIC X(16) VALUE SPACES.
           03 CRH-TITLE PIC X(50).

         02 CRH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 CRH-LINE-2B.
           03 PIC X(15) VALUE "BUSINESS DATE: ".
           03 CRH-BUSINESS-DATE PIC Z9/99/9999.

         02 CRH-LINE-3.
           03 PIC X(4) VALUE "FILE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "TYPE  ".
           03 PIC XX VALUE SPACES.
           03 PIC X(17) VALUE "VIN".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "STOCK".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE "CUST-SQ".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "CUSTOMER NAME".
           03 PIC XX VALUE SPACES.
           03 PIC XX VALUE "ST".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE " DELIVERED".

         02 CRH-LINE-4.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(17) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC XX VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

         02 EXH-LINE-3.
           03 PIC X(6) VALUE "STOCK".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE "CUST-SQ".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "CUSTOMER NAME".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "MAKE".
           03 PIC XX VALUE SPACES.
           03 PIC X(24) VALUE "REASON NOT EXTRACTED".

         02 EXH-LINE-4.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(24) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *    DETAIL LINES - ONE PER EXTRACT RECORD WRITTEN, ONE PER      *
      *    DELIVERY NOT EXTRACTED, AND ONE PER MANUFACTURER PARAMETER  *
      *    RECORD REJECTED                                             *
      *                                                                *
      ******************************************************************

       01 CONTROL-DETAIL-LINE.
         02 PIC X VALUE SPACES.
         02 CDL-FILE-NUMBER PIC 9.
         02 PIC X(4) VALUE SPACES.
         02 CDL-RECORD-TYPE PIC X(6).
         02 PIC XX VALUE SPACES.
         02 CDL-VIN PIC X(17).
         02 PIC XX VALUE SPACES.
         02 CDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 CDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 CDL-SALE-SEQUENCE PIC 99.
         02 PIC XX VALUE SPACES.
         02 CDL-CUSTOMER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 CDL-STORE-CODE PIC XX.
         02 PIC XX VALUE SPACES.
         02 CDL-DELIVERY-DATE PIC Z9/99/9999.

       01 EXCEPTION-DETAIL-LINE.
         02 EDL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 EDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 EDL-SALE-SEQUENCE PIC 99.
         02 PIC XX VALUE SPACES.
         02 EDL-CUSTOMER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 EDL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 EDL-REASON PIC X(24).

       01 PARM-REJECT-LINE.
         02 PIC X(28) VALUE "MANUFACTURER RECORD REJECTED".
         02 PIC X VALUE SPACES.
         02 PRL-PARM-RECORD PIC X(33).
         02 PIC XX VALUE SPACES.
         02 PRL-MESSAGE PIC X(26).

      ******************************************************************
      *                                                                *
      *    FILE TOTAL AND SUMMARY LINES FOR THE EXTRACT CONTROL        *
      *    REPORT                                                      *
      *                                                                *
      ******************************************************************

       01 FILE-TOTAL-LINE.
         02 PIC X(5) VALUE "FILE ".
         02 FTL-FILE-NUMBER PIC 9.
         02 PIC XX VALUE SPACES.
         02 PIC X(6) VALUE "MFGDEL".
         02 FTL-FILE-SUFFIX PIC 9.
         02 PIC X(4) VALUE ".DAT".
         02 PIC XX VALUE SPACES.
         02 FTL-AUTO-MAKE PIC X(20).
         02 PIC X(8) VALUE "DEALER  ".
         02 FTL-DEALER-CODE PIC X(8).
         02 PIC XX VALUE SPACES.
         02 FTL-DELIVERY-COUNT PIC ZZ,ZZ9.
         02 PIC X(6) VALUE " DELV ".
         02 FTL-CANCEL-COUNT PIC ZZ,ZZ9.
         02 PIC X(7) VALUE " CANCEL".

       01 CONTROL-SUMMARY-LINES.

         02 CSL-WINDOW-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "SALES IN DELIVERY WINDOW     =  ".
           03 CSL-WINDOW-COUNT PIC ZZ,ZZ9.

         02 CSL-ALREADY-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "ALREADY EXTRACTED            =  ".
           03 CSL-ALREADY-COUNT PIC ZZ,ZZ9.

         02 CSL-NO-MAKE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "MAKE NOT REPORTED            =  ".
           03 CSL-NO-MAKE-COUNT PIC ZZ,ZZ9.

         02 CSL-NOT-NEW-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "NOT A NEW UNIT               =  ".
           03 CSL-NOT-NEW-COUNT PIC ZZ,ZZ9.

         02 CSL-DELIVERY-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "DELIVERIES EXTRACTED         =  ".
           03 CSL-DELIVERY-COUNT PIC ZZ,ZZ9.

         02 CSL-CANCEL-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "CANCELLATIONS EXTRACTED      =  ".
           03 CSL-CANCEL-COUNT PIC ZZ,ZZ9.

         02 CSL-EXCEPTION-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "DELIVERY EXCEPTIONS          =  ".
           03 CSL-EXCEPTION-COUNT PIC ZZ,ZZ9.

         02 CSL-DROPPED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "HISTORY AGED OFF/BACKED OUT  =  ".
           03 CSL-DROPPED-COUNT PIC ZZ,ZZ9.

         02 CSL-NOT-KEPT-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(32) VALUE "HISTORY NOT KEPT, TABLE FULL =  ".
           03 CSL-NOT-KEPT-COUNT PIC ZZ,ZZ9.

         02 CSL-TABLE-FULL-LINE.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(54) VALUE
               "** HISTORY TABLE FULL - DELVHIST.DAT NOT REWRITTEN **".

         02 CSL-END-OF-REPORT.
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
           PERFORM B-100-LOAD-MAKE-TABLE.
           PERFORM B-300-LOAD-STORE-NAME-TABLE.
           PERFORM B-500-LOAD-DELIVERY-HISTORY.
           PERFORM C-100-PROCESS-REVERSALS.
           PERFORM C-300-PROCESS-SALES.

           IF NOT HISTORY-TABLE-FULL
               PERFORM C-600-REWRITE-DELIVERY-HISTORY.

           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.
           INITIALIZE MAKE-TABLE.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO CRH-DATE.

           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).
           MOVE WA-BUSINESS-DATE TO WA-RUN-YMD.

           PERFORM A-200-READ-BUSINESS-DATE.

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO CRH-BUSINESS-DATE.

           OPEN OUTPUT CONTROL-REPORT
                       EXCEPTION-REPORT
                       MAKE-EXTRACT-1
                       MAKE-EXTRACT-2
                       MAKE-EXTRACT-3
                       MAKE-EXTRACT-4
                       MAKE-EXTRACT-5
                       MAKE-EXTRACT-6.

           PERFORM M-500-WRITE-HEADINGS.
           PERFORM M-510-WRITE-EXCEPTION-HEADINGS.

      ******************************************************************
      *                                                                *
      *          READ THE BUSINESS DATE PARAMETER, IF PRESENT          *
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
      *     LOAD THE MANUFACTURER TABLE - A RECORD WITH NO MAKE, A     *
      *     FILE NUMBER OUTSIDE 1-6, A FILE NUMBER OR MAKE ALREADY     *
      *     SET UP, OR A FIRST NEW YEAR THAT IS NEITHER BLANK NOR      *
      *     NUMERIC IS LISTED AND PASSED                               *
      *                                                                *
      ******************************************************************

       B-100-LOAD-MAKE-TABLE.

           OPEN INPUT MAKE-PARM-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ MAKE-PARM-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-200-LOAD-MAKE-ENTRY
             UNTIL END-OF-FILE.

           CLOSE MAKE-PARM-FILE.

       B-200-LOAD-MAKE-ENTRY.

           MOVE SPACES TO WA-PARM-MESSAGE.

           MOVE "N" TO SW-MAKE-FOUND.
           MOVE MFP-AUTO-MAKE TO WA-DELIVERY-MAKE.
           PERFORM M-600-FIND-MAKE.

           EVALUATE TRUE
               WHEN MFP-AUTO-MAKE = SPACES
                   MOVE "MAKE MISSING" TO WA-PARM-MESSAGE
               WHEN MFP-FILE-NUMBER NOT NUMERIC OR
                    MFP-FILE-NUMBER-N = ZERO OR
                    MFP-FILE-NUMBER-N > 6
                   MOVE "INVALID FILE NUMBER" TO WA-PARM-MESSAGE
               WHEN MKT-AUTO-MAKE(MFP-FILE-NUMBER-N) NOT = SPACES
                   MOVE "FILE NUMBER ALREADY IN USE" TO WA-PARM-MESSAGE
               WHEN MAKE-FOUND
                   MOVE "MAKE ALREADY SET UP" TO WA-PARM-MESSAGE
               WHEN MFP-FIRST-NEW-YEAR NOT = SPACES AND
                    MFP-FIRST-NEW-YEAR NOT NUMERIC
                   MOVE "INVALID FIRST NEW YEAR" TO WA-PARM-MESSAGE.

           IF WA-PARM-MESSAGE = SPACES
               MOVE MFP-AUTO-MAKE TO MKT-AUTO-MAKE(MFP-FILE-NUMBER-N)
               MOVE MFP-DEALER-CODE
                 TO MKT-DEALER-CODE(MFP-FILE-NUMBER-N)
               MOVE MFP-FIRST-NEW-YEAR
                 TO MKT-FIRST-NEW-YEAR(MFP-FILE-NUMBER-N)
           ELSE
               ADD 1 TO AC-PARM-REJECT-COUNT
               MOVE MAKE-PARM-RECORD TO PRL-PARM-RECORD
               MOVE WA-PARM-MESSAGE TO PRL-MESSAGE
               WRITE CONTROL-LINE-OUT FROM PARM-REJECT-LINE
                 AFTER ADVANCING 1 LINE
               ADD 1 TO AC-LINE-COUNT.

           READ MAKE-PARM-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE STORE NAMES FROM THE STORE MASTER (VSEX37-1) FOR  *
      *     THE SELLING STORE ON EACH DELIVERY                         *
      *                                                                *
      ******************************************************************

       B-300-LOAD-STORE-NAME-TABLE.

           OPEN INPUT STORE-MASTER-FILE.

           MOVE "N" TO SW-STORE-EOF.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.

           PERFORM B-400-LOAD-STORE-ENTRY
             VARYING SNT-INDEX FROM 1 BY 1
             UNTIL STORE-EOF OR SNT-INDEX > 20.

           CLOSE STORE-MASTER-FILE.

       B-400-LOAD-STORE-ENTRY.

           MOVE SMR-STORE-CODE TO SNT-STORE-CODE(SNT-INDEX).
           MOVE SMR-STORE-NAME TO SNT-STORE-NAME(SNT-INDEX).
           MOVE SNT-INDEX TO WA-STORE-NAME-COUNT.

           READ STORE-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-STORE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE DELIVERY HISTORY - DELIVERIES OVER 180 DAYS OLD   *
      *     DROP OFF. ON A RERUN FOR THE SAME BUSINESS DATE THE        *
      *     DELIVERIES AND CANCELLATIONS OF THE EARLIER RUN ARE        *
      *     BACKED OUT SO THIS RUN REBUILDS THEM. A DELIVERY THAT      *
      *     WILL NOT FIT IN THE TABLE IS COUNTED AS NOT KEPT AND THE   *
      *     HISTORY FILE IS NOT REWRITTEN                              *
      *                                                                *
      ******************************************************************

       B-500-LOAD-DELIVERY-HISTORY.

           OPEN INPUT DELIVERY-HISTORY-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ DELIVERY-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-600-LOAD-HISTORY-ENTRY
             UNTIL END-OF-FILE.

           CLOSE DELIVERY-HISTORY-FILE.

       B-600-LOAD-HISTORY-ENTRY.

           IF DHR-CANCELLED AND DHR-CANCEL-DATE = WA-BUSINESS-DATE
               MOVE "D" TO DHR-STATUS
               MOVE ZERO TO DHR-CANCEL-DATE.

           MOVE DHR-REPORTED-DATE TO WA-ITEM-YMD.
           PERFORM M-700-DAYS-BEFORE-BUSINESS.

           EVALUATE TRUE
               WHEN DHR-REPORTED-DATE = WA-BUSINESS-DATE OR
                    WA-DAYS-BEFORE > 180
                   ADD 1 TO AC-HISTORY-DROPPED
               WHEN WA-HISTORY-COUNT = 3000
                   ADD 1 TO AC-HISTORY-NOT-KEPT
                   MOVE "Y" TO SW-HISTORY-TABLE-FULL
               WHEN OTHER
                   ADD 1 TO WA-HISTORY-COUNT
                   SET DHT-INDEX TO WA-HISTORY-COUNT
                   MOVE DELIVERY-HISTORY-RECORD TO DHT-ENTRY(DHT-INDEX).

           READ DELIVERY-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     CANCELLATIONS - MATCH EVERY REVERSAL ON THE CUSTOMER       *
      *     UPDATE HISTORY TO A DELIVERY EXTRACTED ON AN EARLIER RUN.  *
      *     THE REVERSAL MUST NAME THE SAME CUSTOMER, PURCHASE DATE,   *
      *     AND PRICE AND BE POSTED AFTER THE DELIVERY WENT OUT.       *
      *     CANCELLATIONS GO OUT BEFORE THE NIGHT'S DELIVERIES SO A    *
      *     CORRECTED DEAL FOR THE SAME UNIT IS SENT AGAIN             *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-REVERSALS.

           OPEN INPUT HISTORY-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-CHECK-ONE-HISTORY-RECORD
             UNTIL END-OF-FILE.

           CLOSE HISTORY-FILE.

       C-200-CHECK-ONE-HISTORY-RECORD.

           IF HR-NEW-PURCHASE-DATE = ZERO AND
              HR-NEW-AUTO-MAKE = SPACES AND
              HR-OLD-PURCHASE-DATE NOT = ZERO AND
              WA-HISTORY-COUNT > 0
               MOVE HR-RUN-DATE(5:4) TO WA-ITEM-YMD(1:4)
               MOVE HR-RUN-DATE(1:2) TO WA-ITEM-YMD(5:2)
               MOVE HR-RUN-DATE(3:2) TO WA-ITEM-YMD(7:2)
               PERFORM C-210-MATCH-ONE-DELIVERY
                 VARYING DHT-INDEX FROM 1 BY 1
                 UNTIL DHT-INDEX > WA-HISTORY-COUNT.

           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       C-210-MATCH-ONE-DELIVERY.

           IF DHT-STATUS(DHT-INDEX) = "D" AND
              DHT-CUSTOMER-NUMBER(DHT-INDEX) = HR-CUSTOMER-NUMBER AND
              DHT-PURCHASE-DATE(DHT-INDEX) = HR-OLD-PURCHASE-DATE AND
              DHT-PURCHASE-PRICE(DHT-INDEX) = HR-OLD-PURCHASE-PRICE AND
              DHT-RUN-DATE(DHT-INDEX) < WA-ITEM-YMD
               PERFORM C-220-WRITE-CANCELLATION.

      ******************************************************************
      *                                                                *
      *     SEND ONE CANCELLATION TO THE FILE OF THE DELIVERY'S MAKE   *
      *     - A MAKE TAKEN OFF THE MANUFACTURER PARAMETER SINCE THE    *
      *     DELIVERY WENT OUT HAS NO FILE, SO THE CANCELLATION IS      *
      *     LISTED AS AN EXCEPTION TO BE KEYED BY HAND                 *
      *                                                                *
      ******************************************************************

       C-220-WRITE-CANCELLATION.

           MOVE "C" TO DHT-STATUS(DHT-INDEX).
           MOVE WA-BUSINESS-DATE TO DHT-CANCEL-DATE(DHT-INDEX).

           MOVE DHT-AUTO-MAKE(DHT-INDEX) TO WA-DELIVERY-MAKE.
           PERFORM M-600-FIND-MAKE.

           IF MAKE-FOUND
               MOVE SPACES TO MANUFACTURER-DELIVERY-RECORD
               MOVE "C" TO MDR-RECORD-TYPE
               MOVE MKT-DEALER-CODE(WA-FILE-NUMBER) TO MDR-DEALER-CODE
               MOVE DHT-VIN(DHT-INDEX) TO MDR-VIN
               MOVE DHT-PURCHASE-DATE(DHT-INDEX) TO WA-ITEM-MDY
               PERFORM M-710-DELIVERY-DATE
               MOVE DHT-STOCK-NUMBER(DHT-INDEX) TO MDR-STOCK-NUMBER
               MOVE DHT-AUTO-YEAR(DHT-INDEX) TO MDR-AUTO-YEAR
               MOVE DHT-AUTO-MAKE(DHT-INDEX) TO MDR-AUTO-MAKE
               MOVE DHT-CUSTOMER-NAME(DHT-INDEX) TO MDR-CUSTOMER-NAME
               MOVE DHT-STORE-CODE(DHT-INDEX) TO MDR-STORE-CODE
               MOVE DHT-STORE-CODE(DHT-INDEX) TO WA-LOOKUP-STORE-CODE
               PERFORM M-800-FIND-STORE-NAME
               MOVE WA-STORE-NAME TO MDR-STORE-NAME
               PERFORM M-610-WRITE-MAKE-RECORD
               ADD 1 TO MKT-CANCEL-COUNT(WA-FILE-NUMBER)
               ADD 1 TO AC-CANCEL-COUNT
               MOVE "CANCEL" TO CDL-RECORD-TYPE
               MOVE DHT-CUSTOMER-NUMBER(DHT-INDEX)
                 TO CDL-CUSTOMER-NUMBER
               MOVE DHT-SALE-SEQUENCE(DHT-INDEX) TO CDL-SALE-SEQUENCE
               PERFORM M-620-LIST-EXTRACT-RECORD
           ELSE
               MOVE DHT-STOCK-NUMBER(DHT-INDEX) TO EDL-STOCK-NUMBER
               MOVE DHT-CUSTOMER-NUMBER(DHT-INDEX)
                 TO EDL-CUSTOMER-NUMBER
               MOVE DHT-SALE-SEQUENCE(DHT-INDEX) TO EDL-SALE-SEQUENCE
               MOVE DHT-CUSTOMER-NAME(DHT-INDEX) TO EDL-CUSTOMER-NAME
               MOVE DHT-AUTO-MAKE(DHT-INDEX) TO EDL-AUTO-MAKE
               MOVE "CANCEL - MAKE NOT SET UP" TO EDL-REASON
               PERFORM M-630-LIST-EXCEPTION.
      /
      ******************************************************************
      *                                                                *
      *     DELIVERIES - READ THE CUSTOMER SALES FILE AND TAKE EVERY   *
      *     SALE WHOSE UNIT WAS SOLD IN THE DELIVERY WINDOW            *
      *                                                                *
      ******************************************************************

       C-300-PROCESS-SALES.

           OPEN INPUT CUSTOMER-SALES-FILE
                      VEHICLE-MASTER-FILE
                      CUSTOMER-ADDRESS-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-400-CHECK-ONE-SALE
             UNTIL END-OF-FILE.

           CLOSE CUSTOMER-SALES-FILE
                 VEHICLE-MASTER-FILE
                 CUSTOMER-ADDRESS-FILE.

      ******************************************************************
      *                                                                *
      *     JOIN THE SALE TO ITS UNIT AND DATE IT - THE UNIT'S SOLD    *
      *     DATE WHEN THE UNIT IS ON FILE AND SOLD, OTHERWISE THE      *
      *     PURCHASE DATE                                              *
      *                                                                *
      ******************************************************************

       C-400-CHECK-ONE-SALE.

           ADD 1 TO AC-SALES-READ.

           MOVE "N" TO SW-UNIT-FOUND.
           MOVE CSR-PURCHASE-DATE TO WA-ITEM-MDY.

           IF CSR-STOCK-NUMBER NOT = SPACES
               MOVE CSR-STOCK-NUMBER TO VHF-STOCK-NUMBER
               READ VEHICLE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO SW-UNIT-FOUND
                       IF NOT VHF-AVAILABLE AND VHF-SOLD-DATE NOT = ZERO
                           MOVE VHF-SOLD-DATE TO WA-ITEM-MDY.

           MOVE WA-ITEM-MDY(5:4) TO WA-ITEM-YMD(1:4).
           MOVE WA-ITEM-MDY(1:2) TO WA-ITEM-YMD(5:2).
           MOVE WA-ITEM-MDY(3:2) TO WA-ITEM-YMD(7:2).
           PERFORM M-700-DAYS-BEFORE-BUSINESS.

           IF WA-DAYS-BEFORE NOT < -1 AND WA-DAYS-BEFORE NOT > 7
               ADD 1 TO AC-WINDOW-COUNT
               PERFORM C-410-SELECT-DELIVERY.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     A UNIT ALREADY EXTRACTED AND NOT CANCELLED IS NOT SENT     *
      *     AGAIN. ONLY A MAKE ON THE MANUFACTURER TABLE, AT OR AFTER  *
      *     ITS FIRST NEW MODEL YEAR, IS A NEW UNIT DELIVERY           *
      *                                                                *
      ******************************************************************

       C-410-SELECT-DELIVERY.

           IF UNIT-FOUND
               MOVE VHF-AUTO-MAKE TO WA-DELIVERY-MAKE
               MOVE VHF-AUTO-YEAR TO WA-DELIVERY-YEAR
               MOVE VHF-VIN TO WA-DELIVERY-VIN
           ELSE
               MOVE CSR-AUTO-MAKE TO WA-DELIVERY-MAKE
               MOVE CSR-AUTO-YEAR TO WA-DELIVERY-YEAR
               MOVE SPACES TO WA-DELIVERY-VIN.

           MOVE "N" TO SW-ALREADY-REPORTED.

           IF CSR-STOCK-NUMBER NOT = SPACES AND WA-HISTORY-COUNT > 0
               SET DHT-INDEX TO 1
               SEARCH DHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN DHT-STOCK-NUMBER(DHT-INDEX) = CSR-STOCK-NUMBER
                    AND DHT-STATUS(DHT-INDEX) = "D"
                       MOVE "Y" TO SW-ALREADY-REPORTED.

           PERFORM M-600-FIND-MAKE.

           EVALUATE TRUE
               WHEN ALREADY-REPORTED
                   ADD 1 TO AC-ALREADY-COUNT
               WHEN NOT MAKE-FOUND
                   ADD 1 TO AC-NO-MAKE-COUNT
               WHEN MKT-FIRST-NEW-YEAR(WA-FILE-NUMBER) NOT = SPACES AND
                    WA-DELIVERY-YEAR <
                        MKT-FIRST-NEW-YEAR(WA-FILE-NUMBER)
                   ADD 1 TO AC-NOT-NEW-COUNT
               WHEN OTHER
                   PERFORM C-420-EDIT-DELIVERY.

      ******************************************************************
      *                                                                *
      *     A DELIVERY WITH NO VIN OR NO COMPLETE ADDRESS CANNOT BE    *
      *     REPORTED AND GOES ON THE EXCEPTION LIST                    *
      *                                                                *
      ******************************************************************

       C-420-EDIT-DELIVERY.

           MOVE "N" TO SW-ADDRESS-FOUND.
           MOVE CSR-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER.

           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAR-CUSTOMER-ADDRESS NOT = SPACES AND
                      CAR-CITY NOT = SPACES AND
                      CAR-STATE NOT = SPACES AND
                      CAR-ZIP-CODE NOT = SPACES
                       MOVE "Y" TO SW-ADDRESS-FOUND.

           MOVE SPACES TO WA-EXCEPTION-REASON.

           EVALUATE TRUE
               WHEN WA-DELIVERY-VIN = SPACES AND NOT ADDRESS-FOUND
                   MOVE "VIN AND ADDRESS MISSING" TO WA-EXCEPTION-REASON
               WHEN WA-DELIVERY-VIN = SPACES
                   MOVE "VIN MISSING" TO WA-EXCEPTION-REASON
               WHEN NOT ADDRESS-FOUND
                   MOVE "ADDRESS MISSING" TO WA-EXCEPTION-REASON.

           IF WA-EXCEPTION-REASON = SPACES
               PERFORM C-430-WRITE-DELIVERY
           ELSE
               MOVE CSR-STOCK-NUMBER TO EDL-STOCK-NUMBER
               MOVE CSR-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER
               MOVE CSR-SALE-SEQUENCE TO EDL-SALE-SEQUENCE
               MOVE CSR-CUSTOMER-NAME TO EDL-CUSTOMER-NAME
               MOVE WA-DELIVERY-MAKE TO EDL-AUTO-MAKE
               MOVE WA-EXCEPTION-REASON TO EDL-REASON
               PERFORM M-630-LIST-EXCEPTION.

      ******************************************************************
      *                                                                *
      *     WRITE ONE DELIVERY TO ITS MAKE'S FILE AND ADD IT TO THE    *
      *     DELIVERY HISTORY. A DELIVERY THAT WILL NOT FIT IN A FULL   *
      *     HISTORY TABLE IS COUNTED AS NOT KEPT, AND THE RUN IS HELD  *
      *                                                                *
      ******************************************************************

       C-430-WRITE-DELIVERY.

           MOVE SPACES TO MANUFACTURER-DELIVERY-RECORD.
           MOVE "D" TO MDR-RECORD-TYPE.
           MOVE MKT-DEALER-CODE(WA-FILE-NUMBER) TO MDR-DEALER-CODE.
           MOVE WA-DELIVERY-VIN TO MDR-VIN.
           MOVE CSR-PURCHASE-DATE TO WA-ITEM-MDY.
           PERFORM M-710-DELIVERY-DATE.
           MOVE CSR-STOCK-NUMBER TO MDR-STOCK-NUMBER.
           MOVE WA-DELIVERY-YEAR TO MDR-AUTO-YEAR.
           MOVE WA-DELIVERY-MAKE TO MDR-AUTO-MAKE.
           MOVE CSR-CUSTOMER-NAME TO MDR-CUSTOMER-NAME.
           MOVE CAR-CUSTOMER-ADDRESS TO MDR-ADDRESS.
           MOVE CAR-CITY TO MDR-CITY.
           MOVE CAR-STATE TO MDR-STATE.
           MOVE CAR-ZIP-CODE TO MDR-ZIP-CODE.
           MOVE CAR-ZIP-PLUS-4 TO MDR-ZIP-PLUS-4.
           MOVE CSR-STORE-CODE TO MDR-STORE-CODE.
           MOVE CSR-STORE-CODE TO WA-LOOKUP-STORE-CODE.
           PERFORM M-800-FIND-STORE-NAME.
           MOVE WA-STORE-NAME TO MDR-STORE-NAME.

           PERFORM M-610-WRITE-MAKE-RECORD.
           ADD 1 TO MKT-DELIVERY-COUNT(WA-FILE-NUMBER).
           ADD 1 TO AC-DELIVERY-COUNT.

           MOVE "DELIV" TO CDL-RECORD-TYPE.
           MOVE CSR-CUSTOMER-NUMBER TO CDL-CUSTOMER-NUMBER.
           MOVE CSR-SALE-SEQUENCE TO CDL-SALE-SEQUENCE.
           PERFORM M-620-LIST-EXTRACT-RECORD.

           IF WA-HISTORY-COUNT < 3000
               ADD 1 TO WA-HISTORY-COUNT
               SET DHT-INDEX TO WA-HISTORY-COUNT
               MOVE CSR-STOCK-NUMBER TO DHT-STOCK-NUMBER(DHT-INDEX)
               MOVE WA-DELIVERY-VIN TO DHT-VIN(DHT-INDEX)
               MOVE WA-DELIVERY-MAKE TO DHT-AUTO-MAKE(DHT-INDEX)
               MOVE WA-DELIVERY-YEAR TO DHT-AUTO-YEAR(DHT-INDEX)
               MOVE CSR-CUSTOMER-NUMBER
                 TO DHT-CUSTOMER-NUMBER(DHT-INDEX)
               MOVE CSR-SALE-SEQUENCE TO DHT-SALE-SEQUENCE(DHT-INDEX)
               MOVE CSR-CUSTOMER-NAME TO DHT-CUSTOMER-NAME(DHT-INDEX)
               MOVE CSR-PURCHASE-DATE TO DHT-PURCHASE-DATE(DHT-INDEX)
               MOVE CSR-PURCHASE-PRICE
                 TO DHT-PURCHASE-PRICE(DHT-INDEX)
               MOVE CSR-STORE-CODE TO DHT-STORE-CODE(DHT-INDEX)
               MOVE WA-BUSINESS-DATE TO DHT-REPORTED-DATE(DHT-INDEX)
               MOVE WA-RUN-YMD TO DHT-RUN-DATE(DHT-INDEX)
               MOVE "D" TO DHT-STATUS(DHT-INDEX)
               MOVE ZERO TO DHT-CANCEL-DATE(DHT-INDEX)
           ELSE
               ADD 1 TO AC-HISTORY-NOT-KEPT
               MOVE "Y" TO SW-HISTORY-TABLE-FULL.
      /
      ******************************************************************
      *                                                                *
      *          REWRITE THE DELIVERY HISTORY FROM THE TABLE           *
      *                                                                *
      ******************************************************************

       C-600-REWRITE-DELIVERY-HISTORY.

           OPEN OUTPUT DELIVERY-HISTORY-FILE.

           IF WA-HISTORY-COUNT > 0
               PERFORM C-610-WRITE-HISTORY-ENTRY
                 VARYING DHT-INDEX FROM 1 BY 1
                 UNTIL DHT-INDEX > WA-HISTORY-COUNT.

           CLOSE DELIVERY-HISTORY-FILE.

       C-610-WRITE-HISTORY-ENTRY.

           MOVE DHT-ENTRY(DHT-INDEX) TO DELIVERY-HISTORY-RECORD.
           WRITE DELIVERY-HISTORY-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     END OF JOB - FILE TOTALS FOR EVERY EXTRACT FILE IN USE,    *
      *     THEN THE RUN SUMMARY                                       *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT > 45
               PERFORM M-500-WRITE-HEADINGS.

           PERFORM D-200-WRITE-FILE-TOTAL
             VARYING MKT-INDEX FROM 1 BY 1
             UNTIL MKT-INDEX > 6.

           MOVE AC-WINDOW-COUNT TO CSL-WINDOW-COUNT.
           MOVE AC-ALREADY-COUNT TO CSL-ALREADY-COUNT.
           MOVE AC-NO-MAKE-COUNT TO CSL-NO-MAKE-COUNT.
           MOVE AC-NOT-NEW-COUNT TO CSL-NOT-NEW-COUNT.
           MOVE AC-DELIVERY-COUNT TO CSL-DELIVERY-COUNT.
           MOVE AC-CANCEL-COUNT TO CSL-CANCEL-COUNT.
           MOVE AC-EXCEPTION-COUNT TO CSL-EXCEPTION-COUNT.
           MOVE AC-HISTORY-DROPPED TO CSL-DROPPED-COUNT.
           MOVE AC-HISTORY-NOT-KEPT TO CSL-NOT-KEPT-COUNT.

           WRITE CONTROL-LINE-OUT FROM CSL-WINDOW-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE CONTROL-LINE-OUT FROM CSL-ALREADY-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-NO-MAKE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-NOT-NEW-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-DELIVERY-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-CANCEL-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-EXCEPTION-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CSL-DROPPED-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE CONTROL-LINE-OUT FROM CSL-NOT-KEPT-TOTAL
             AFTER ADVANCING 1 LINE.

           IF HISTORY-TABLE-FULL
               WRITE CONTROL-LINE-OUT FROM CSL-TABLE-FULL-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE.

           WRITE CONTROL-LINE-OUT FROM CSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           WRITE EXCEPTION-LINE-OUT FROM CSL-EXCEPTION-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE EXCEPTION-LINE-OUT FROM CSL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE CONTROL-REPORT
                 EXCEPTION-REPORT
                 MAKE-EXTRACT-1
                 MAKE-EXTRACT-2
                 MAKE-EXTRACT-3
                 MAKE-EXTRACT-4
                 MAKE-EXTRACT-5
                 MAKE-EXTRACT-6.

           DISPLAY " ".
           DISPLAY "DELIVERIES EXTRACTED:    " AC-DELIVERY-COUNT.
           DISPLAY "CANCELLATIONS EXTRACTED: " AC-CANCEL-COUNT.
           DISPLAY "DELIVERY EXCEPTIONS:     " AC-EXCEPTION-COUNT.
           DISPLAY "MANUFACTURER DELIVERY EXTRACT HAS TERMINATED".
           DISPLAY " ".

       D-200-WRITE-FILE-TOTAL.

           IF MKT-AUTO-MAKE(MKT-INDEX) NOT = SPACES
               SET WA-FILE-NUMBER TO MKT-INDEX
               MOVE WA-FILE-NUMBER TO FTL-FILE-NUMBER
                                      FTL-FILE-SUFFIX
               MOVE MKT-AUTO-MAKE(MKT-INDEX) TO FTL-AUTO-MAKE
               MOVE MKT-DEALER-CODE(MKT-INDEX) TO FTL-DEALER-CODE
               MOVE MKT-DELIVERY-COUNT(MKT-INDEX) TO FTL-DELIVERY-COUNT
               MOVE MKT-CANCEL-COUNT(MKT-INDEX) TO FTL-CANCEL-COUNT
               WRITE CONTROL-LINE-OUT FROM FILE-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *            EXTRACT CONTROL REPORT HEADING PARAGRAPH            *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO CRH-PAGE-COUNT.
           MOVE "MANUFACTURER DELIVERY EXTRACT CONTROL REPORT"
             TO CRH-TITLE.

           WRITE CONTROL-LINE-OUT FROM CRH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-2B
             AFTER ADVANCING 1 LINE.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE CONTROL-LINE-OUT FROM CRH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 7 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *           DELIVERY EXCEPTION LIST HEADING PARAGRAPH            *
      *                                                                *
      ******************************************************************

       M-510-WRITE-EXCEPTION-HEADINGS.

           ADD 1 TO AC-EXCEPTION-PAGE-COUNT.
           MOVE AC-EXCEPTION-PAGE-COUNT TO CRH-PAGE-COUNT.
           MOVE "   MANUFACTURER DELIVERY EXCEPTION LIST"
             TO CRH-TITLE.

           WRITE EXCEPTION-LINE-OUT FROM CRH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE EXCEPTION-LINE-OUT FROM CRH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM CRH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM CRH-LINE-2B
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 7 TO AC-EXCEPTION-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                FIND THE EXTRACT FILE FOR A MAKE                *
      *                                                                *
      ******************************************************************

       M-600-FIND-MAKE.

           MOVE "N" TO SW-MAKE-FOUND.
           MOVE ZERO TO WA-FILE-NUMBER.

           IF WA-DELIVERY-MAKE NOT = SPACES
               SET MKT-INDEX TO 1
               SEARCH MKT-ENTRY
                   AT END
                       CONTINUE
                   WHEN MKT-AUTO-MAKE(MKT-INDEX) = WA-DELIVERY-MAKE
                       MOVE "Y" TO SW-MAKE-FOUND
                       SET WA-FILE-NUMBER TO MKT-INDEX.

      ******************************************************************
      *                                                                *
      *     WRITE THE MANUFACTURER DELIVERY RECORD TO THE MAKE'S       *
      *     EXTRACT FILE                                               *
      *                                                                *
      ******************************************************************

       M-610-WRITE-MAKE-RECORD.

           EVALUATE WA-FILE-NUMBER
               WHEN 1
                   WRITE MX1-RECORD FROM MANUFACTURER-DELIVERY-RECORD
               WHEN 2
                   WRITE MX2-RECORD FROM MANUFACTURER-DELIVERY-RECORD
               WHEN 3
                   WRITE MX3-RECORD FROM MANUFACTURER-DELIVERY-RECORD
               WHEN 4
                   WRITE MX4-RECORD FROM MANUFACTURER-DELIVERY-RECORD
               WHEN 5
                   WRITE MX5-RECORD FROM MANUFACTURER-DELIVERY-RECORD
               WHEN 6
                   WRITE MX6-RECORD FROM MANUFACTURER-DELIVERY-RECORD.

      ******************************************************************
      *                                                                *
      *         LIST ONE EXTRACT RECORD ON THE CONTROL REPORT          *
      *                                                                *
      ******************************************************************

       M-620-LIST-EXTRACT-RECORD.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           MOVE WA-FILE-NUMBER TO CDL-FILE-NUMBER.
           MOVE MDR-VIN TO CDL-VIN.
           MOVE MDR-STOCK-NUMBER TO CDL-STOCK-NUMBER.
           MOVE MDR-CUSTOMER-NAME TO CDL-CUSTOMER-NAME.
           MOVE MDR-STORE-CODE TO CDL-STORE-CODE.
           MOVE WA-ITEM-MDY TO CDL-DELIVERY-DATE.

           WRITE CONTROL-LINE-OUT FROM CONTROL-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     LIST ONE DELIVERY NOT EXTRACTED ON THE EXCEPTION LIST      *
      *                                                                *
      ******************************************************************

       M-630-LIST-EXCEPTION.

           IF AC-EXCEPTION-LINE-COUNT > 55
               PERFORM M-510-WRITE-EXCEPTION-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM EXCEPTION-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-EXCEPTION-LINE-COUNT.
           ADD 1 TO AC-EXCEPTION-COUNT.

      ******************************************************************
      *                                                                *
      *     DAYS FROM A YYYYMMDD DATE TO THE BUSINESS DATE - AN        *
      *     UNDATED ITEM COUNTS AS OLDER THAN ANY WINDOW               *
      *                                                                *
      ******************************************************************

       M-700-DAYS-BEFORE-BUSINESS.

           IF WA-ITEM-YMD = ZERO
               MOVE 9999 TO WA-DAYS-BEFORE
           ELSE
               COMPUTE WA-DAYS-BEFORE =
                   FUNCTION INTEGER-OF-DATE(WA-BUSINESS-DATE) -
                   FUNCTION INTEGER-OF-DATE(WA-ITEM-YMD).

      ******************************************************************
      *                                                                *
      *     RESHAPE A MMDDYYYY PURCHASE DATE TO THE YYYYMMDD DELIVERY  *
      *     DATE ON THE EXTRACT RECORD                                 *
      *                                                                *
      ******************************************************************

       M-710-DELIVERY-DATE.

           MOVE WA-ITEM-MDY(5:4) TO MDR-DELIVERY-DATE(1:4).
           MOVE WA-ITEM-MDY(1:2) TO MDR-DELIVERY-DATE(5:2).
           MOVE WA-ITEM-MDY(3:2) TO MDR-DELIVERY-DATE(7:2).

      ******************************************************************
      *                                                                *
      *     JOIN THE STORE NAME FOR THE SELLING STORE - WITH NO STORE  *
      *     MASTER ON FILE THE BARE CODE IS USED, AND A CODE MISSING   *
      *     FROM THE MASTER IS FLAGGED                                 *
      *                                                                *
      ******************************************************************

       M-800-FIND-STORE-NAME.

           IF WA-STORE-NAME-COUNT = 0
               MOVE WA-LOOKUP-STORE-CODE TO WA-STORE-NAME
           ELSE
               SET SNT-INDEX TO 1
               SEARCH SNT-ENTRY
                   AT END
                       MOVE "** PHANTOM STORE **" TO WA-STORE-NAME
                   WHEN SNT-STORE-CODE(SNT-INDEX) =
                        WA-LOOKUP-STORE-CODE
                       MOVE SNT-STORE-NAME(SNT-INDEX)
                         TO WA-STORE-NAME.

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
