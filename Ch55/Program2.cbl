       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX55-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 10, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM EXTRACTS THE MAILING FOR A TRADE-UP OR         *
      *    SERVICE REMINDER CAMPAIGN. THE CAMPAIGN PARAMETER RECORD    *
      *    NAMES THE CAMPAIGN AND THE SELECTION: CUSTOMERS WHO BOUGHT  *
      *    A GIVEN NUMBER OF YEARS AGO OR MORE, WHOSE VEHICLE IS A     *
      *    GIVEN MODEL YEAR OR OLDER, OF A GIVEN MAKE, WITH A GIVEN    *
      *    SATISFACTION CODE, SOLD BY A GIVEN STORE, OR LIVING IN A    *
      *    GIVEN SALES TERRITORY (TERRMAST.DAT). ANY SELECTION LEFT    *
      *    BLANK SELECTS EVERYONE. EVERY CUSTOMER SALES RECORD IS      *
      *    TESTED, AND THE FIRST QUALIFYING SALE FOR A CUSTOMER        *
      *    BRINGS THAT CUSTOMER INTO THE CAMPAIGN ONCE. THE FULL       *
      *    MAILING ADDRESS IS JOINED FROM THE CUSTOMER ADDRESS MASTER  *
      *    AND A MAILING LABEL RECORD AND A RESPONSE LIST LINE ARE     *
      *    PRODUCED. A CUSTOMER FLAGGED DO-NOT-CONTACT (VSEX11-1) IS   *
      *    NEVER MAILED. EVERY CUSTOMER MAILED IS ADDED TO THE         *
      *    CAMPAIGN HISTORY FILE UNDER THE CAMPAIGN ID, AND A          *
      *    CUSTOMER ALREADY ON THE HISTORY FOR THE SAME CAMPAIGN IS    *
      *    PASSED OVER, SO A RERUN OR A FOLLOW-ON DROP OF THE SAME     *
      *    CAMPAIGN NEVER MAILS ANYONE TWICE. A CUSTOMER WITH NO       *
      *    USABLE MAILING ADDRESS IS LISTED AS AN EXCEPTION AND LEFT   *
      *    OFF THE HISTORY SO A LATER DROP PICKS THEM UP ONCE THE      *
      *    ADDRESS IS KEYED. THE RUN IS REFUSED (RETURN CODE 8, NO     *
      *    LABELS) WHEN THE PARAMETER RECORD IS MISSING OR IN ERROR,   *
      *    OR WHEN THE CAMPAIGN HAS MORE CUSTOMERS ON THE HISTORY THAN *
      *    THE 5000 THE HISTORY TABLE HOLDS.                           *
      *                                                                *
      *        INPUT:   CAMPPARM.DAT - CAMPAIGN PARAMETER RECORD       *
      *                 CUSTSALE.DAT - CUSTOMER SALES FILE             *
      *                 CUSTADDR.DAT - CUSTOMER ADDRESS MASTER         *
      *                 TERRMAST.DAT - TERRITORY MASTER                *
      *                                                                *
      *        INPUT/OUTPUT:  CAMPHIST.DAT - CAMPAIGN HISTORY          *
      *                                                                *
      *        OUTPUT:  CAMPLABL.DAT - MAILING LABEL FILE              *
      *                 VSEX55-2.RPT - CAMPAIGN RESPONSE LIST          *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL CAMPAIGN-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CAMPP
      -    "ARM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-SALES-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTS
      -    "ALE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CSF-SALE-KEY
                   ALTERNATE RECORD KEY IS CSF-AUTO-MAKE
                       WITH DUPLICATES.

           SELECT CUSTOMER-ADDRESS-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CUSTA
      -    "DDR.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAR-CUSTOMER-NUMBER.

           SELECT OPTIONAL TERRITORY-MASTER-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TERRM
      -    "AST.DAT".

           SELECT OPTIONAL CAMPAIGN-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CAMPH
      -    "IST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-LABEL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CAMPL
      -    "ABL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESPONSE-LIST-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch55\VSEX5
      -    "5-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    CAMPAIGN-PARM-FILE - ONE RECORD NAMING THE CAMPAIGN AND     *
      *    ITS SELECTION. THE RECORD LAYOUT, CAMPAIGN-PARAMETERS, IS   *
      *    DEFINED IN THE WORKING-STORAGE SECTION                      *
      *                                                                *
      ******************************************************************

       FD  CAMPAIGN-PARM-FILE.

       01 CAMPAIGN-PARM-RECORD PIC X(68).

      ******************************************************************
      *                                                                *
      *    INPUT FILE - CUSTOMER SALES FILE                            *
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
      *    CUSTOMER ADDRESS FILE - CUSTOMER ADDRESS MASTER, KEYED BY   *
      *    CUSTOMER NUMBER                                             *
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
      *    TERRITORY MASTER FILE - ZIP RANGE TO TERRITORY TABLE        *
      *    (VSEX15-1)                                                  *
      *                                                                *
      ******************************************************************

       FD  TERRITORY-MASTER-FILE.

       01 TERRITORY-MASTER-RECORD.
         02 TMR-ZIP-LOW PIC X(5).
         02 TMR-ZIP-HIGH PIC X(5).
         02 TMR-TERRITORY-CODE PIC X(3).
         02 TMR-TERRITORY-NAME PIC X(20).
         02 TMR-SALESPERSON PIC X(20).

      ******************************************************************
      *                                                                *
      *    CAMPAIGN-HISTORY-FILE - ONE RECORD PER CUSTOMER MAILED, BY  *
      *    CAMPAIGN. THE RESPONSE CODE IS LEFT BLANK FOR THE OFFICE    *
      *    TO RECORD THE OUTCOME FROM THE RESPONSE LIST                *
      *                                                                *
      ******************************************************************

       FD  CAMPAIGN-HISTORY-FILE.

       01 CAMPAIGN-HISTORY-RECORD.
         02 CHR-CAMPAIGN-ID PIC X(6).
         02 CHR-CUSTOMER-NUMBER PIC X(4).
         02 CHR-MAIL-DATE PIC 9(8).
         02 CHR-RESPONSE-CODE PIC X.

      ******************************************************************
      *                                                                *
      *    MAILING-LABEL-FILE - ONE LABEL RECORD PER CUSTOMER MAILED   *
      *                                                                *
      ******************************************************************

       FD  MAILING-LABEL-FILE.

       01 MAILING-LABEL-RECORD.
         02 MLR-CAMPAIGN-ID PIC X(6).
         02 MLR-CUSTOMER-NUMBER PIC X(4).
         02 MLR-CUSTOMER-NAME PIC X(20).
         02 MLR-ADDRESS PIC X(20).
         02 MLR-CITY PIC X(15).
         02 MLR-STATE PIC XX.
         02 MLR-ZIP-CODE PIC X(5).
         02 MLR-ZIP-PLUS-4 PIC X(4).
         02 MLR-AUTO-MAKE PIC X(20).
         02 MLR-AUTO-YEAR PIC X(4).

      ******************************************************************
      *                                                                *
      *    REPORT FILE - CAMPAIGN RESPONSE LIST                        *
      *                                                                *
      ******************************************************************

       FD  RESPONSE-LIST-REPORT.

       01 RESPONSE-LINE-OUT PIC X(110).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X.
           88 END-OF-FILE VALUE "Y".

         02 SW-RUN-REFUSED PIC X VALUE "N".
           88 RUN-REFUSED VALUE "Y".

         02 SW-SALE-SELECTED PIC X.
           88 SALE-SELECTED VALUE "Y".

         02 SW-ADDRESS-FOUND PIC X.
           88 ADDRESS-FOUND VALUE "Y".

         02 SW-ALREADY-MAILED PIC X.
           88 ALREADY-MAILED VALUE "Y".

         02 SW-HISTORY-TABLE-FULL PIC X VALUE "N".
           88 HISTORY-TABLE-FULL VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-RECORD-COUNT PIC 9(5).
         02 AC-LABEL-COUNT PIC 9(5).
         02 AC-OUTSIDE-TERRITORY-COUNT PIC 9(5).
         02 AC-DO-NOT-CONTACT-COUNT PIC 9(5).
         02 AC-ALREADY-MAILED-COUNT PIC 9(5).
         02 AC-NO-ADDRESS-COUNT PIC 9(5).
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

         02 WA-CUTOFF-YMD.
           03 WA-CUTOFF-YEAR PIC 9(4).
           03 WA-CUTOFF-MONTH PIC 99.
           03 WA-CUTOFF-DAY PIC 99.

         02 WA-CUTOFF-DATE REDEFINES WA-CUTOFF-YMD PIC 9(8).

         02 WA-PURCHASE-YMD PIC 9(8).
         02 WA-YEARS-OWNED PIC 99 VALUE ZERO.
         02 WA-TERRITORY-COUNT PIC 9(3) VALUE ZERO.
         02 WA-HISTORY-COUNT PIC 9(4) VALUE ZERO.
         02 WA-HOLD-CUSTOMER PIC X(4) VALUE LOW-VALUES.
         02 WA-ADDRESS PIC X(20).
         02 WA-CITY PIC X(15).
         02 WA-STATE PIC XX.
         02 WA-ZIP-CODE PIC X(5).
         02 WA-ZIP-PLUS-4 PIC X(4).
         02 WA-CUSTOMER-TERRITORY PIC X(3).

      ******************************************************************
      *                                                                *
      *    CAMPAIGN PARAMETER RECORD LAYOUT - A BLANK SELECTION FIELD  *
      *    SELECTS EVERYONE. YEARS OWNED IS A TWO-DIGIT COUNT OF       *
      *    YEARS SINCE PURCHASE; THE MODEL YEAR IS THE NEWEST MODEL    *
      *    YEAR TO INCLUDE                                             *
      *                                                                *
      ******************************************************************

       01 CAMPAIGN-PARAMETERS.
         02 CPR-CAMPAIGN-ID PIC X(6).
         02 CPR-CAMPAIGN-NAME PIC X(30).
         02 CPR-YEARS-OWNED PIC XX.
         02 CPR-YEARS-OWNED-NUM
               REDEFINES CPR-YEARS-OWNED PIC 99.
         02 CPR-MAX-MODEL-YEAR PIC X(4).
         02 CPR-AUTO-MAKE PIC X(20).
         02 CPR-SATISFACTION-CODE PIC X.
           88 CPR-VALID-SATISFACTION VALUE "0" "1" "2" SPACE.
         02 CPR-STORE-CODE PIC XX.
         02 CPR-TERRITORY-CODE PIC X(3).

      ******************************************************************
      *                                                                *
      *        RECORD LAYOUT - CUSTOMER SALES FILE                     *
      *                                                                *
      ******************************************************************

       COPY SALESREC.

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED TERRITORY TABLE - LOADED FROM THE TERRITORY    *
      *    MASTER TO PLACE EACH CUSTOMER'S ZIP IN ITS TERRITORY        *
      *                                                                *
      ******************************************************************

       01 TERRITORY-TABLE.
         02 TET-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WA-TERRITORY-COUNT
                       INDEXED BY TET-INDEX.
           03 TET-ZIP-LOW PIC X(5).
           03 TET-ZIP-HIGH PIC X(5).
           03 TET-TERRITORY-CODE PIC X(3).

      ******************************************************************
      *                                                                *
      *    CAMPAIGN HISTORY TABLE - CUSTOMERS ALREADY MAILED UNDER     *
      *    THIS CAMPAIGN ID BY AN EARLIER RUN                          *
      *                                                                *
      ******************************************************************

       01 CAMPAIGN-HISTORY-TABLE.
         02 CHT-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WA-HISTORY-COUNT
                       INDEXED BY CHT-INDEX.
           03 CHT-CUSTOMER-NUMBER PIC X(4).
      /
      ******************************************************************
      *                                                                *
      *    REPORT HEADINGS FOR THE CAMPAIGN RESPONSE LIST              *
      *                                                                *
      ******************************************************************

       01 RESPONSE-HEADINGS.

         02 RH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 RH-DATE PIC Z9/99/9999.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(38) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 RH-PAGE-COUNT PIC ZZ9.

         02 RH-LINE-2.
           03 PIC X(40) VALUE SPACES.
           03 PIC X(23) VALUE "CAMPAIGN RESPONSE LIST ".
           03 RH-CAMPAIGN-ID PIC X(6).

         02 RH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".
           03 PIC X(28) VALUE SPACES.
           03 RH-CAMPAIGN-NAME PIC X(30).

         02 RH-SELECTION-LINE.
           03 PIC X(11) VALUE "OWNED YRS: ".
           03 RH-YEARS-OWNED PIC X(3).
           03 PIC X(14) VALUE "  MODEL YR <= ".
           03 RH-MAX-MODEL-YEAR PIC X(4).
           03 PIC X(8) VALUE "  MAKE: ".
           03 RH-AUTO-MAKE PIC X(20).
           03 PIC X(7) VALUE "  SAT: ".
           03 RH-SATISFACTION-CODE PIC X(3).
           03 PIC X(9) VALUE "  STORE: ".
           03 RH-STORE-CODE PIC X(3).
           03 PIC X(8) VALUE "  TERR: ".
           03 RH-TERRITORY-CODE PIC X(3).

         02 RH-LINE-3.
           03 PIC X(6) VALUE "CUST".
           03 PIC X(22) VALUE "CUSTOMER NAME".
           03 PIC X(17) VALUE "CITY".
           03 PIC X(4) VALUE "ST".
           03 PIC X(22) VALUE "MAKE".
           03 PIC X(6) VALUE "YEAR".
           03 PIC X(12) VALUE "PURCHASED".
           03 PIC X(7) VALUE "STORE".
           03 PIC X(6) VALUE "TERR".
           03 PIC X(8) VALUE "RESPONSE".

         02 RH-LINE-4.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(15) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC XX VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *    DETAIL LINE - ONE CUSTOMER MAILED, WITH A BLANK RESPONSE    *
      *    COLUMN FOR THE OFFICE TO MARK                               *
      *                                                                *
      ******************************************************************

       01 RESPONSE-DETAIL-LINE.
         02 RDL-CUSTOMER-NUMBER PIC X(4).
         02 PIC XX VALUE SPACES.
         02 RDL-CUSTOMER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-CITY PIC X(15).
         02 PIC XX VALUE SPACES.
         02 RDL-STATE PIC XX.
         02 PIC XX VALUE SPACES.
         02 RDL-AUTO-MAKE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 RDL-AUTO-YEAR PIC X(4).
         02 PIC XX VALUE SPACES.
         02 RDL-PURCHASE-DATE PIC 99/99/9999.
         02 PIC X(3) VALUE SPACES.
         02 RDL-STORE-CODE PIC XX.
         02 PIC X(4) VALUE SPACES.
         02 RDL-TERRITORY-CODE PIC X(3).
         02 PIC X(3) VALUE SPACES.
         02 PIC X(8) VALUE ALL "_".

      ******************************************************************
      *                                                                *
      *    EXCEPTION LINE - CUSTOMER SELECTED BUT NOT MAILED           *
      *                                                                *
      ******************************************************************

       01 RESPONSE-EXCEPTION-LINE.
         02 PIC X(12) VALUE "*  CUSTOMER ".
         02 REL-CUSTOMER-NUMBER PIC X(4).
         02 PIC XX VALUE SPACES.
         02 REL-CUSTOMER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 REL-MESSAGE PIC X(40).

      ******************************************************************
      *                                                                *
      *    SUMMARY LINES FOR THE CAMPAIGN RESPONSE LIST                *
      *                                                                *
      ******************************************************************

       01 RESPONSE-SUMMARY-LINES.

         02 RSL-RECORD-TOTAL.
           03 PIC X(36) VALUE "SALES MEETING THE SELECTION     =  ".
           03 RSL-RECORD-COUNT PIC ZZ,ZZ9.

         02 RSL-LABEL-TOTAL.
           03 PIC X(36) VALUE "LABELS PRODUCED                 =  ".
           03 RSL-LABEL-COUNT PIC ZZ,ZZ9.

         02 RSL-OUTSIDE-TERRITORY-TOTAL.
           03 PIC X(36) VALUE "CUSTOMERS OUTSIDE THE TERRITORY =  ".
           03 RSL-OUTSIDE-TERRITORY-COUNT PIC ZZ,ZZ9.

         02 RSL-DO-NOT-CONTACT-TOTAL.
           03 PIC X(36) VALUE "DO-NOT-CONTACT CUSTOMERS        =  ".
           03 RSL-DO-NOT-CONTACT-COUNT PIC ZZ,ZZ9.

         02 RSL-ALREADY-MAILED-TOTAL.
           03 PIC X(36) VALUE "ALREADY MAILED THIS CAMPAIGN    =  ".
           03 RSL-ALREADY-MAILED-COUNT PIC ZZ,ZZ9.

         02 RSL-NO-ADDRESS-TOTAL.
           03 PIC X(36) VALUE "NO MAILING ADDRESS ON FILE      =  ".
           03 RSL-NO-ADDRESS-COUNT PIC ZZ,ZZ9.

         02 RSL-MESSAGE-LINE.
           03 PIC X(3) VALUE "*  ".
           03 RSL-MESSAGE PIC X(60).

         02 RSL-END-LINE.
           03 PIC X(23) VALUE "END OF CAMPAIGN EXTRACT".
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
           IF NOT RUN-REFUSED
               PERFORM B-100-LOAD-TERRITORY-TABLE.
           IF NOT RUN-REFUSED
               PERFORM B-300-LOAD-CAMPAIGN-HISTORY.
           IF NOT RUN-REFUSED
               PERFORM C-100-PROCESS-FILE.
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
           MOVE WA-RUN-DATE TO RH-DATE.

           OPEN OUTPUT RESPONSE-LIST-REPORT
                       MAILING-LABEL-FILE.

           PERFORM A-200-READ-PARAMETERS.

      ******************************************************************
      *                                                                *
      *     READ THE CAMPAIGN PARAMETER RECORD - THE RUN IS REFUSED    *
      *     WHEN THERE IS NONE                                         *
      *                                                                *
      ******************************************************************

       A-200-READ-PARAMETERS.

           MOVE SPACES TO CAMPAIGN-PARAMETERS.

           OPEN INPUT CAMPAIGN-PARM-FILE.

           READ CAMPAIGN-PARM-FILE INTO CAMPAIGN-PARAMETERS
               AT END
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "NO CAMPAIGN PARAMETER RECORD ON CAMPPARM.DAT"
                     TO RSL-MESSAGE.

           CLOSE CAMPAIGN-PARM-FILE.

           IF NOT RUN-REFUSED
               PERFORM A-300-EDIT-PARAMETERS.

      ******************************************************************
      *                                                                *
      *     EDIT THE PARAMETERS, SET THE PURCHASE DATE CUTOFF, AND     *
      *     FILL THE SELECTION LINE OF THE HEADINGS - A BLANK          *
      *     SELECTION PRINTS AS ANY                                    *
      *                                                                *
      ******************************************************************

       A-300-EDIT-PARAMETERS.

           EVALUATE TRUE
               WHEN CPR-CAMPAIGN-ID = SPACES
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "NO CAMPAIGN ID ON THE PARAMETER RECORD"
                     TO RSL-MESSAGE
               WHEN CPR-YEARS-OWNED NOT = SPACES AND
                    CPR-YEARS-OWNED NOT NUMERIC
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "YEARS OWNED ON THE PARAMETER IS NOT NUMERIC"
                     TO RSL-MESSAGE
               WHEN CPR-MAX-MODEL-YEAR NOT = SPACES AND
                    CPR-MAX-MODEL-YEAR NOT NUMERIC
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "MODEL YEAR ON THE PARAMETER IS NOT NUMERIC"
                     TO RSL-MESSAGE
               WHEN NOT CPR-VALID-SATISFACTION
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "SATISFACTION CODE MUST BE 0, 1, 2, OR BLANK"
                     TO RSL-MESSAGE.

           IF CPR-YEARS-OWNED NUMERIC
               MOVE CPR-YEARS-OWNED-NUM TO WA-YEARS-OWNED.

      *    A SALE QUALIFIES ON AGE WHEN IT WAS MADE ON OR BEFORE THE
      *    SAME MONTH AND DAY THE GIVEN NUMBER OF YEARS BACK

           COMPUTE WA-CUTOFF-YEAR = WA-TODAYS-YEAR - WA-YEARS-OWNED.
           MOVE WA-TODAYS-MONTH TO WA-CUTOFF-MONTH.
           MOVE WA-TODAYS-DAY TO WA-CUTOFF-DAY.

           MOVE CPR-CAMPAIGN-ID TO RH-CAMPAIGN-ID.
           MOVE CPR-CAMPAIGN-NAME TO RH-CAMPAIGN-NAME.
           MOVE "ANY" TO RH-YEARS-OWNED
                         RH-MAX-MODEL-YEAR
                         RH-AUTO-MAKE
                         RH-SATISFACTION-CODE
                         RH-STORE-CODE
                         RH-TERRITORY-CODE.

           IF WA-YEARS-OWNED > 0
               MOVE CPR-YEARS-OWNED TO RH-YEARS-OWNED.
           IF CPR-MAX-MODEL-YEAR NOT = SPACES
               MOVE CPR-MAX-MODEL-YEAR TO RH-MAX-MODEL-YEAR.
           IF CPR-AUTO-MAKE NOT = SPACES
               MOVE CPR-AUTO-MAKE TO RH-AUTO-MAKE.
           IF CPR-SATISFACTION-CODE NOT = SPACE
               MOVE CPR-SATISFACTION-CODE TO RH-SATISFACTION-CODE.
           IF CPR-STORE-CODE NOT = SPACES
               MOVE CPR-STORE-CODE TO RH-STORE-CODE.
           IF CPR-TERRITORY-CODE NOT = SPACES
               MOVE CPR-TERRITORY-CODE TO RH-TERRITORY-CODE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE TERRITORY MASTER - A TERRITORY NAMED ON THE       *
      *     PARAMETER MUST BE ON IT, OR THE RUN IS REFUSED             *
      *                                                                *
      ******************************************************************

       B-100-LOAD-TERRITORY-TABLE.

           OPEN INPUT TERRITORY-MASTER-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ TERRITORY-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-200-LOAD
             VARYING TET-INDEX FROM 1 BY 1
             UNTIL END-OF-FILE OR TET-INDEX > 200.

           CLOSE TERRITORY-MASTER-FILE.

           IF CPR-TERRITORY-CODE NOT = SPACES
               IF WA-TERRITORY-COUNT = 0
                   MOVE "Y" TO SW-RUN-REFUSED
                   MOVE "TERRITORY NOT ON THE TERRITORY MASTER"
                     TO RSL-MESSAGE
               ELSE
                   SET TET-INDEX TO 1
                   SEARCH TET-ENTRY
                       AT END
                           MOVE "Y" TO SW-RUN-REFUSED
                           MOVE "TERRITORY NOT ON THE TERRITORY MASTER"
                             TO RSL-MESSAGE
                       WHEN TET-TERRITORY-CODE(TET-INDEX) =
                            CPR-TERRITORY-CODE
                           CONTINUE.

       B-200-LOAD.

           MOVE TMR-ZIP-LOW TO TET-ZIP-LOW(TET-INDEX).
           MOVE TMR-ZIP-HIGH TO TET-ZIP-HIGH(TET-INDEX).
           MOVE TMR-TERRITORY-CODE TO TET-TERRITORY-CODE(TET-INDEX).
           MOVE TET-INDEX TO WA-TERRITORY-COUNT.

           READ TERRITORY-MASTER-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     LOAD THE CUSTOMERS ALREADY MAILED UNDER THIS CAMPAIGN ID   *
      *     - OTHER CAMPAIGNS ON THE HISTORY DO NOT STOP A CUSTOMER    *
      *     FROM BEING MAILED. A CAMPAIGN WITH MORE CUSTOMERS THAN     *
      *     THE TABLE HOLDS REFUSES THE RUN, SINCE THOSE LEFT OUT      *
      *     WOULD BE MAILED AGAIN                                      *
      *                                                                *
      ******************************************************************

       B-300-LOAD-CAMPAIGN-HISTORY.

           OPEN INPUT CAMPAIGN-HISTORY-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ CAMPAIGN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-400-LOAD
             UNTIL END-OF-FILE OR HISTORY-TABLE-FULL.

           CLOSE CAMPAIGN-HISTORY-FILE.

           IF HISTORY-TABLE-FULL
               MOVE "Y" TO SW-RUN-REFUSED
               MOVE "CAMPAIGN HISTORY TABLE FULL - RUN NOT MADE"
                 TO RSL-MESSAGE.

       B-400-LOAD.

           IF CHR-CAMPAIGN-ID = CPR-CAMPAIGN-ID
               IF WA-HISTORY-COUNT = 5000
                   MOVE "Y" TO SW-HISTORY-TABLE-FULL
               ELSE
                   ADD 1 TO WA-HISTORY-COUNT
                   SET CHT-INDEX TO WA-HISTORY-COUNT
                   MOVE CHR-CUSTOMER-NUMBER
                     TO CHT-CUSTOMER-NUMBER(CHT-INDEX).

           READ CAMPAIGN-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     FILE PROCESSING CONTROL PARAGRAPH                          *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-FILE.

           OPEN INPUT CUSTOMER-SALES-FILE
                      CUSTOMER-ADDRESS-FILE.
           OPEN EXTEND CAMPAIGN-HISTORY-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           CLOSE CUSTOMER-SALES-FILE
                 CUSTOMER-ADDRESS-FILE
                 CAMPAIGN-HISTORY-FILE.

      ******************************************************************
      *                                                                *
      *     TEST ONE SALE AGAINST THE SELECTION - THE FIRST            *
      *     QUALIFYING SALE BRINGS ITS CUSTOMER INTO THE CAMPAIGN,     *
      *     AND LATER SALES FOR THE SAME CUSTOMER ARE COUNTED BUT NOT  *
      *     MAILED AGAIN                                               *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           PERFORM C-210-TEST-SALE.

           IF SALE-SELECTED
               ADD 1 TO AC-RECORD-COUNT
               IF CSR-CUSTOMER-NUMBER NOT = WA-HOLD-CUSTOMER
                   PERFORM C-300-SELECT-CUSTOMER.

           READ CUSTOMER-SALES-FILE INTO CUSTOMER-SALES-RECORD
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *     APPLY THE SALE-LEVEL SELECTIONS - YEARS SINCE PURCHASE,    *
      *     MODEL YEAR, MAKE, SATISFACTION CODE, AND SELLING STORE.    *
      *     THE PURCHASE DATE IS CARRIED MMDDYYYY AND IS TURNED        *
      *     AROUND FOR THE CUTOFF TEST                                 *
      *                                                                *
      ******************************************************************

       C-210-TEST-SALE.

           MOVE "Y" TO SW-SALE-SELECTED.

           IF WA-YEARS-OWNED > 0
               MOVE CSR-PURCHASE-DATE(5:4) TO WA-PURCHASE-YMD(1:4)
               MOVE CSR-PURCHASE-DATE(1:2) TO WA-PURCHASE-YMD(5:2)
               MOVE CSR-PURCHASE-DATE(3:2) TO WA-PURCHASE-YMD(7:2)
               IF WA-PURCHASE-YMD > WA-CUTOFF-DATE
                   MOVE "N" TO SW-SALE-SELECTED.

           IF CPR-MAX-MODEL-YEAR NOT = SPACES AND
              CSR-AUTO-YEAR > CPR-MAX-MODEL-YEAR
               MOVE "N" TO SW-SALE-SELECTED.

           IF CPR-AUTO-MAKE NOT = SPACES AND
              CSR-AUTO-MAKE NOT = CPR-AUTO-MAKE
               MOVE "N" TO SW-SALE-SELECTED.

           IF CPR-SATISFACTION-CODE NOT = SPACE AND
              CSR-SATISFACTION-CODE NOT = CPR-SATISFACTION-CODE
               MOVE "N" TO SW-SALE-SELECTED.

           IF CPR-STORE-CODE NOT = SPACES AND
              CSR-STORE-CODE NOT = CPR-STORE-CODE
               MOVE "N" TO SW-SALE-SELECTED.
      /
      ******************************************************************
      *                                                                *
      *     BRING ONE CUSTOMER INTO THE CAMPAIGN - JOIN THE ADDRESS,   *
      *     PLACE THE ZIP IN ITS TERRITORY, AND DECIDE WHETHER THE     *
      *     CUSTOMER IS MAILED                                         *
      *                                                                *
      ******************************************************************

       C-300-SELECT-CUSTOMER.

           MOVE CSR-CUSTOMER-NUMBER TO WA-HOLD-CUSTOMER.

           PERFORM C-310-JOIN-ADDRESS.
           PERFORM C-320-FIND-TERRITORY.
           PERFORM C-330-CHECK-CAMPAIGN-HISTORY.

           EVALUATE TRUE
               WHEN CPR-TERRITORY-CODE NOT = SPACES AND
                    WA-CUSTOMER-TERRITORY NOT = CPR-TERRITORY-CODE
                   ADD 1 TO AC-OUTSIDE-TERRITORY-COUNT
               WHEN ADDRESS-FOUND AND CAR-NO-CONTACT
                   ADD 1 TO AC-DO-NOT-CONTACT-COUNT
               WHEN ALREADY-MAILED
                   ADD 1 TO AC-ALREADY-MAILED-COUNT
               WHEN NOT ADDRESS-FOUND OR
                    WA-ADDRESS = SPACES OR
                    WA-CITY = SPACES
                   ADD 1 TO AC-NO-ADDRESS-COUNT
                   PERFORM C-350-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM C-400-PRODUCE-OUTPUTS.

      ******************************************************************
      *                                                                *
      *     READ THE CUSTOMER'S ADDRESS MASTER RECORD. THE ZIP FALLS   *
      *     BACK TO THE ONE CARRIED ON THE SALE RECORD WHEN THE        *
      *     MASTER HAS NONE, AS IN THE FOLLOW-UP EXTRACT (VSEX24-1)    *
      *                                                                *
      ******************************************************************

       C-310-JOIN-ADDRESS.

           MOVE "Y" TO SW-ADDRESS-FOUND.
           MOVE SPACES TO WA-ADDRESS
                          WA-CITY
                          WA-STATE.
           MOVE CSR-ZIP-CODE TO WA-ZIP-CODE.
           MOVE CSR-ZIP-PLUS-4 TO WA-ZIP-PLUS-4.

           MOVE CSR-CUSTOMER-NUMBER TO CAR-CUSTOMER-NUMBER.

           READ CUSTOMER-ADDRESS-FILE
               INVALID KEY
                   MOVE "N" TO SW-ADDRESS-FOUND
               NOT INVALID KEY
                   MOVE CAR-CUSTOMER-ADDRESS TO WA-ADDRESS
                   MOVE CAR-CITY TO WA-CITY
                   MOVE CAR-STATE TO WA-STATE
                   IF CAR-ZIP-CODE NOT = SPACES
                       MOVE CAR-ZIP-CODE TO WA-ZIP-CODE
                       MOVE CAR-ZIP-PLUS-4 TO WA-ZIP-PLUS-4
                   END-IF.

      ******************************************************************
      *                                                                *
      *     PLACE THE CUSTOMER'S ZIP IN THE TERRITORY WHOSE RANGE      *
      *     COVERS IT - BLANK WHEN NO RANGE DOES                       *
      *                                                                *
      ******************************************************************

       C-320-FIND-TERRITORY.

           MOVE SPACES TO WA-CUSTOMER-TERRITORY.

           IF WA-TERRITORY-COUNT > 0
               SET TET-INDEX TO 1
               SEARCH TET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WA-ZIP-CODE NOT < TET-ZIP-LOW(TET-INDEX) AND
                        WA-ZIP-CODE NOT > TET-ZIP-HIGH(TET-INDEX)
                       MOVE TET-TERRITORY-CODE(TET-INDEX)
                         TO WA-CUSTOMER-TERRITORY.

      ******************************************************************
      *                                                                *
      *     HAS AN EARLIER RUN OF THIS CAMPAIGN ALREADY MAILED THE     *
      *     CUSTOMER                                                   *
      *                                                                *
      ******************************************************************

       C-330-CHECK-CAMPAIGN-HISTORY.

           MOVE "N" TO SW-ALREADY-MAILED.

           IF WA-HISTORY-COUNT > 0
               SET CHT-INDEX TO 1
               SEARCH CHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CHT-CUSTOMER-NUMBER(CHT-INDEX) =
                        CSR-CUSTOMER-NUMBER
                       MOVE "Y" TO SW-ALREADY-MAILED.

      ******************************************************************
      *                                                                *
      *     LIST A SELECTED CUSTOMER THE CAMPAIGN CANNOT MAIL          *
      *                                                                *
      ******************************************************************

       C-350-WRITE-EXCEPTION-LINE.

           MOVE CSR-CUSTOMER-NUMBER TO REL-CUSTOMER-NUMBER.
           MOVE CSR-CUSTOMER-NAME TO REL-CUSTOMER-NAME.
           MOVE "NO MAILING ADDRESS ON FILE - NOT MAILED"
             TO REL-MESSAGE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RESPONSE-LINE-OUT FROM RESPONSE-EXCEPTION-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE MAILING LABEL, THE RESPONSE LIST LINE, AND THE   *
      *     CAMPAIGN HISTORY ENTRY FOR ONE CUSTOMER                    *
      *                                                                *
      ******************************************************************

       C-400-PRODUCE-OUTPUTS.

           ADD 1 TO AC-LABEL-COUNT.

           MOVE CPR-CAMPAIGN-ID TO MLR-CAMPAIGN-ID.
           MOVE CSR-CUSTOMER-NUMBER TO MLR-CUSTOMER-NUMBER.
           MOVE CSR-CUSTOMER-NAME TO MLR-CUSTOMER-NAME.
           MOVE WA-ADDRESS TO MLR-ADDRESS.
           MOVE WA-CITY TO MLR-CITY.
           MOVE WA-STATE TO MLR-STATE.
           MOVE WA-ZIP-CODE TO MLR-ZIP-CODE.
           MOVE WA-ZIP-PLUS-4 TO MLR-ZIP-PLUS-4.
           MOVE CSR-AUTO-MAKE TO MLR-AUTO-MAKE.
           MOVE CSR-AUTO-YEAR TO MLR-AUTO-YEAR.
           WRITE MAILING-LABEL-RECORD.

           MOVE CPR-CAMPAIGN-ID TO CHR-CAMPAIGN-ID.
           MOVE CSR-CUSTOMER-NUMBER TO CHR-CUSTOMER-NUMBER.
           MOVE WA-RUN-DATE TO CHR-MAIL-DATE.
           MOVE SPACE TO CHR-RESPONSE-CODE.
           WRITE CAMPAIGN-HISTORY-RECORD.

           MOVE CSR-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER.
           MOVE CSR-CUSTOMER-NAME TO RDL-CUSTOMER-NAME.
           MOVE WA-CITY TO RDL-CITY.
           MOVE WA-STATE TO RDL-STATE.
           MOVE CSR-AUTO-MAKE TO RDL-AUTO-MAKE.
           MOVE CSR-AUTO-YEAR TO RDL-AUTO-YEAR.
           MOVE CSR-PURCHASE-DATE TO RDL-PURCHASE-DATE.
           MOVE CSR-STORE-CODE TO RDL-STORE-CODE.
           MOVE WA-CUSTOMER-TERRITORY TO RDL-TERRITORY-CODE.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE RESPONSE-LINE-OUT FROM RESPONSE-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     CAMPAIGN RESPONSE LIST HEADING PARAGRAPH                   *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE RESPONSE-LINE-OUT FROM RH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE RESPONSE-LINE-OUT FROM RH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RH-SELECTION-LINE
             AFTER ADVANCING 2 LINES.
           WRITE RESPONSE-LINE-OUT FROM RH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE RESPONSE-LINE-OUT FROM RH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 9 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                    END OF JOB PARAGRAPH                        *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           IF RUN-REFUSED
               WRITE RESPONSE-LINE-OUT FROM RSL-MESSAGE-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM D-200-WRITE-TOTALS.

           WRITE RESPONSE-LINE-OUT FROM RSL-END-LINE
             AFTER ADVANCING 2 LINES.

           CLOSE RESPONSE-LIST-REPORT
                 MAILING-LABEL-FILE.

           DISPLAY " ".
           DISPLAY "CAMPAIGN EXTRACT PROGRAM HAS TERMINATED".
           DISPLAY " ".

       D-200-WRITE-TOTALS.

           MOVE AC-RECORD-COUNT TO RSL-RECORD-COUNT.
           MOVE AC-LABEL-COUNT TO RSL-LABEL-COUNT.
           MOVE AC-OUTSIDE-TERRITORY-COUNT
             TO RSL-OUTSIDE-TERRITORY-COUNT.
           MOVE AC-DO-NOT-CONTACT-COUNT TO RSL-DO-NOT-CONTACT-COUNT.
           MOVE AC-ALREADY-MAILED-COUNT TO RSL-ALREADY-MAILED-COUNT.
           MOVE AC-NO-ADDRESS-COUNT TO RSL-NO-ADDRESS-COUNT.

           WRITE RESPONSE-LINE-OUT FROM RSL-RECORD-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE RESPONSE-LINE-OUT FROM RSL-LABEL-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RSL-OUTSIDE-TERRITORY-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RSL-DO-NOT-CONTACT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RSL-ALREADY-MAILED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE RESPONSE-LINE-OUT FROM RSL-NO-ADDRESS-TOTAL
             AFTER ADVANCING 1 LINE.

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
