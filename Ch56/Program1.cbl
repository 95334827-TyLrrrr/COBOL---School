       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX56-1.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 17, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM CHECKS THE NIGHT'S VOLUMES BEFORE THE JOURNAL  *
      *    EXTRACT (VSEX32-1) SENDS THE DAY TO ACCOUNTING. FOR EVERY   *
      *    STEP NAMED ON THE VOLUME PARAMETER FILE, TONIGHT'S RECORD   *
      *    COUNT IS COMPARED WITH THE AVERAGE COUNT THE SAME STEP      *
      *    LOGGED ON THE RUN LOG OVER THE LAST N BUSINESS DAYS OF THE  *
      *    PROCESSING CALENDAR. THE SALES POSTING (VSEX9-3), THE       *
      *    SALES REPORT (VSEX8-3) AND THE PAYMENT POSTING (VSEX28-1)   *
      *    ARE ALSO MEASURED ON THEIR POSTED DOLLARS FROM THE RUN      *
      *    TOTALS FILES THEY DROP. THOSE FILES CARRY ONLY THE LATEST   *
      *    RUN, SO THIS PROGRAM KEEPS ITS OWN VOLUME HISTORY OF EACH   *
      *    NIGHT'S COUNTS AND DOLLARS FOR THE THREE RUNS, TRIMMED TO   *
      *    THE LAST 99 BUSINESS DAYS. THE PAYMENT RUN IS NOT A CHAIN   *
      *    STEP, SO ITS COUNT IS TAKEN FROM THE HISTORY RATHER THAN    *
      *    THE RUN LOG, AND A TOTALS28.DAT LEFT OVER FROM AN EARLIER   *
      *    DAY COUNTS AS NO PAYMENTS TONIGHT. A VARIANCE BEYOND THE    *
      *    STEP'S WARNING PERCENT IS LISTED AS A WARNING. A VARIANCE   *
      *    BEYOND ITS SEVERE PERCENT IS LISTED AS SEVERE AND ENDS THE  *
      *    RUN WITH RETURN CODE 8, SO THE DRIVER (VSEX18-1) HOLDS THE  *
      *    JOURNAL EXTRACT. ONCE THE VOLUMES HAVE BEEN REVIEWED, THE   *
      *    BUSINESS DATE IS KEYED ON THE VOLUME RELEASE FILE AND THE   *
      *    CHAIN IS RERUN - THE SEVERE LINES STILL PRINT BUT THE       *
      *    CHAIN IS NOT HELD. A STEP WITH FEWER THAN 5 DAYS OF         *
      *    HISTORY, OR WITH NOTHING LOGGED TONIGHT, IS LISTED AS NOT   *
      *    MEASURED.                                                   *
      *                                                                *
      *        INPUT:   VOLPARM.DAT  - VOLUME TOLERANCE PARAMETERS     *
      *                 PROCCAL.DAT  - PROCESSING CALENDAR MASTER      *
      *                 RUNLOG.DAT   - SHARED NIGHTLY RUN LOG          *
      *                 TOTALS9.DAT  - VSEX9-3 RUN TOTALS              *
      *                 TOTALS8.DAT  - VSEX8-3 RUN TOTALS              *
      *                 TOTALS28.DAT - VSEX28-1 RUN TOTALS             *
      *                 VOLREL.DAT   - VOLUME RELEASE DATE             *
      *                 BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                                                                *
      *        INPUT/OUTPUT:  VOLHIST.DAT - NIGHTLY VOLUME HISTORY     *
      *                                                                *
      *        OUTPUT:  VSEX56-1.RPT - VOLUME EXCEPTIONS REPORT        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL VOLUME-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VOLPA
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROCESS-CALENDAR-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\PROCC
      -    "AL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\RUNLO
      -    "G.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS9-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S9.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS8-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S8.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTALS28-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TOTAL
      -    "S28.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOLUME-RELEASE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VOLRE
      -    "L.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BUSDA
      -    "TE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOLUME-HISTORY-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\VOLHI
      -    "ST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOLUME-EXCEPTION-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch56\VSEX5
      -    "6-1.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************

      ******************************************************************
      *                                                                *
      *    VOLUME-PARM-FILE - ONE RECORD PER STEP TO BE MEASURED: THE  *
      *    STEP NAME AS IT APPEARS ON THE RUN LOG, THE NUMBER OF       *
      *    BUSINESS DAYS IN THE TRAILING AVERAGE (ZERO TAKES 20), AND  *
      *    THE WARNING AND SEVERE VARIANCE PERCENTS                    *
      *                                                                *
      ******************************************************************

       FD  VOLUME-PARM-FILE.

       01 VOLUME-PARM-RECORD.
         02 VPR-STEP-NAME PIC X(8).
         02 VPR-HISTORY-DAYS-ALPHA PIC XX.
         02 VPR-HISTORY-DAYS REDEFINES
            VPR-HISTORY-DAYS-ALPHA PIC 99.
         02 VPR-WARN-PERCENT-ALPHA PIC XXX.
         02 VPR-WARN-PERCENT REDEFINES
            VPR-WARN-PERCENT-ALPHA PIC 999.
         02 VPR-SEVERE-PERCENT-ALPHA PIC XXX.
         02 VPR-SEVERE-PERCENT REDEFINES
            VPR-SEVERE-PERCENT-ALPHA PIC 999.

      ******************************************************************
      *                                                                *
      *    PROCESS-CALENDAR-FILE - THE PROCESSING CALENDAR MASTER.     *
      *    ONE RECORD PER CALENDAR DAY IN DATE ORDER, TYPED B          *
      *    (BUSINESS DAY) OR H (HOLIDAY/WEEKEND)                       *
      *                                                                *
      ******************************************************************

       FD  PROCESS-CALENDAR-FILE.

       01 PROCESS-CALENDAR-RECORD.
         02 CAL-DATE PIC 9(8).
         02 CAL-DAY-TYPE PIC X.
           88 CAL-BUSINESS-DAY VALUE "B".

      ******************************************************************
      *                                                                *
      *    RUN-LOG-FILE - ONE ENTRY PER EXECUTED STEP PER BUSINESS     *
      *    DATE, WRITTEN BY THE DRIVER (VSEX18-1)                      *
      *                                                                *
      ******************************************************************

       FD  RUN-LOG-FILE.

       01 RUN-LOG-RECORD.
         02 RLR-BUSINESS-DATE PIC 9(8).
         02 RLR-STEP-NUMBER PIC 99.
         02 RLR-STEP-NAME PIC X(8).
         02 RLR-START-TIME PIC 9(6).
         02 RLR-END-TIME PIC 9(6).
         02 RLR-RECORD-COUNT PIC 9(6).
         02 RLR-STATUS PIC X(8).
         02 RLR-REASON PIC X(30).

      ******************************************************************
      *                                                                *
      *    THE RUN-TOTALS FILES THE SALES POSTING, SALES REPORT AND    *
      *    PAYMENT RUNS DROP. RUN DATES ARE MMDDYYYY                   *
      *                                                                *
      ******************************************************************

       FD  TOTALS9-FILE.

       01 TOTALS9-RECORD.
         02 TL9-RUN-DATE PIC 9(8).
         02 TL9-POSTED-COUNT PIC 9(6).
         02 TL9-POSTED-DOLLARS PIC S9(7)V99.

       FD  TOTALS8-FILE.

       01 TOTALS8-RECORD.
         02 TL8-RUN-DATE PIC 9(8).
         02 TL8-RECORD-COUNT PIC 9(6).
         02 TL8-TOTAL-SALES PIC 9(6)V99.
         02 TL8-DELTA-SALES PIC S9(6)V99.

       FD  TOTALS28-FILE.

       01 TOTALS28-RECORD.
         02 TL28-RUN-DATE PIC 9(8).
         02 TL28-POSTED-COUNT PIC 9(6).
         02 TL28-POSTED-DOLLARS PIC 9(7)V99.

      ******************************************************************
      *                                                                *
      *    VOLUME-RELEASE-FILE - THE BUSINESS DATE WHOSE SEVERE        *
      *    VARIANCES HAVE BEEN REVIEWED AND RELEASED (YYYYMMDD)        *
      *                                                                *
      ******************************************************************

       FD  VOLUME-RELEASE-FILE.

       01 VOLUME-RELEASE-RECORD.
         02 VRR-BUSINESS-DATE PIC 9(8).

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
      *    VOLUME-HISTORY-FILE - ONE RECORD PER BUSINESS DATE          *
      *    (YYYYMMDD) FOR EACH RUN-TOTALS STEP. READ AT START-UP,      *
      *    THEN WRITTEN BACK WITH TONIGHT'S VOLUMES REPLACING ANY      *
      *    FROM AN EARLIER RUN OF THE SAME DATE                        *
      *                                                                *
      ******************************************************************

       FD  VOLUME-HISTORY-FILE.

       01 VOLUME-HISTORY-RECORD.
         02 VHR-BUSINESS-DATE PIC 9(8).
         02 VHR-STEP-NAME PIC X(8).
         02 VHR-RECORD-COUNT PIC 9(6).
         02 VHR-POSTED-DOLLARS PIC S9(7)V99.

      ******************************************************************
      *                                                                *
      *    VOLUME-EXCEPTION-REPORT - VOLUME EXCEPTIONS REPORT          *
      *                                                                *
      ******************************************************************

       FD  VOLUME-EXCEPTION-REPORT.

       01 EXCEPTION-LINE-OUT PIC X(90).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                        SWITCHES                                *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-PARM-EOF PIC X.
           88 PARM-EOF VALUE "Y".

         02 SW-CALENDAR-EOF PIC X.
           88 CALENDAR-EOF VALUE "Y".

         02 SW-LOG-EOF PIC X.
           88 LOG-EOF VALUE "Y".

         02 SW-HISTORY-EOF PIC X.
           88 HISTORY-EOF VALUE "Y".

         02 SW-TOTALS9-FOUND PIC X VALUE "N".
           88 TOTALS9-FOUND VALUE "Y".

         02 SW-TOTALS8-FOUND PIC X VALUE "N".
           88 TOTALS8-FOUND VALUE "Y".

         02 SW-TOTALS28-FOUND PIC X VALUE "N".
           88 TOTALS28-FOUND VALUE "Y".

         02 SW-VOLUMES-RELEASED PIC X VALUE "N".
           88 VOLUMES-RELEASED VALUE "Y".

         02 SW-SECTION-EMPTY PIC X.
           88 SECTION-EMPTY VALUE "Y".

      ******************************************************************
      *                                                                *
      *                      ACCUMULATORS                              *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-PARM-REJECT-COUNT PIC 999.
         02 AC-WITHIN-COUNT PIC 999.
         02 AC-WARNING-COUNT PIC 999.
         02 AC-SEVERE-COUNT PIC 999.
         02 AC-NOT-MEASURED-COUNT PIC 999.
         02 AC-HISTORY-DROPPED-COUNT PIC 9(5).
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
           03 PIC X(13).

         02 WA-DATE.
           03 WA-MONTH PIC 99.
           03 WA-DAY PIC 99.
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE REDEFINES WA-DATE PIC 9(8).

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-SEARCH-DATE PIC 9(8).
         02 WA-DEFAULT-HISTORY-DAYS PIC 99 VALUE 20.
         02 WA-MINIMUM-HISTORY-DAYS PIC 99 VALUE 5.
         02 WA-PARM-COUNT PIC 99 VALUE ZERO.
         02 WA-PRIOR-DAY-COUNT PIC 9(5) VALUE ZERO.
         02 WA-CALENDAR-ORDINAL PIC 9(5).
         02 WA-WINDOW-COUNT PIC 99 VALUE ZERO.
         02 WA-WINDOW-SUB PIC 99.
         02 WA-DAY-SUB PIC 99.
         02 WA-DAYS-USED PIC 99.
         02 WA-HISTORY-COUNT PIC 9(3) VALUE ZERO.
         02 WA-HISTORY-SUB PIC 9(3).
         02 WA-TOTALS9-COUNT PIC 9(6) VALUE ZERO.
         02 WA-TOTALS9-DOLLARS PIC S9(7)V99 VALUE ZERO.
         02 WA-TOTALS8-COUNT PIC 9(6) VALUE ZERO.
         02 WA-TOTALS8-DOLLARS PIC S9(7)V99 VALUE ZERO.
         02 WA-TOTALS28-COUNT PIC 9(6) VALUE ZERO.
         02 WA-TOTALS28-DOLLARS PIC S9(7)V99 VALUE ZERO.
         02 WA-SUM-COUNT PIC 9(8).
         02 WA-SUM-DOLLARS PIC S9(9)V99.
         02 WA-TODAY-VALUE PIC S9(7)V99.
         02 WA-AVERAGE-VALUE PIC S9(7)V99.
         02 WA-DIFFERENCE PIC S9(8)V99.
         02 WA-BASE-VALUE PIC S9(8)V99.
         02 WA-VARIANCE-PERCENT PIC 999.
         02 WA-MEASURE-RESULT PIC X.
         02 WA-REJECT-REASON PIC X(40).

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED STEP TABLE - ONE ENTRY PER VOLUME PARAMETER    *
      *    RECORD, CARRYING TONIGHT'S VOLUMES, ONE HISTORY CELL PER    *
      *    DAY OF THE TRAILING WINDOW (DAY 1 IS THE MOST RECENT        *
      *    BUSINESS DAY BEFORE THE BUSINESS DATE), AND THE RESULT OF   *
      *    EACH MEASURE - O WITHIN, W WARNING, S SEVERE, N NOT         *
      *    MEASURED, SPACE NOT APPLICABLE                              *
      *                                                                *
      ******************************************************************

       01 STEP-TABLE.
         02 STP-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WA-PARM-COUNT
                       INDEXED BY STP-INDEX.
           03 STP-STEP-NAME PIC X(8).
           03 STP-HISTORY-DAYS PIC 99.
           03 STP-WARN-PERCENT PIC 999.
           03 STP-SEVERE-PERCENT PIC 999.
           03 STP-TODAY-FOUND PIC X.
             88 STP-LOGGED-TODAY VALUE "Y".
           03 STP-DOLLARS-TRACKED PIC X.
             88 STP-HAS-DOLLARS VALUE "Y".
           03 STP-TODAY-COUNT PIC 9(6).
           03 STP-TODAY-DOLLARS PIC S9(7)V99.
           03 STP-COUNT-RESULT PIC X.
           03 STP-COUNT-AVERAGE PIC S9(7)V99.
           03 STP-COUNT-DAYS PIC 99.
           03 STP-COUNT-VARIANCE PIC 999.
           03 STP-COUNT-REASON PIC X(30).
           03 STP-DOLLAR-RESULT PIC X.
           03 STP-DOLLAR-AVERAGE PIC S9(7)V99.
           03 STP-DOLLAR-DAYS PIC 99.
           03 STP-DOLLAR-VARIANCE PIC 999.
           03 STP-DOLLAR-REASON PIC X(30).
           03 STP-DAY OCCURS 99 TIMES.
             04 STD-COUNT PIC 9(6).
             04 STD-COUNT-FOUND PIC X.
               88 STD-HAS-COUNT VALUE "Y".
             04 STD-DOLLARS PIC S9(7)V99.
             04 STD-DOLLARS-FOUND PIC X.
               88 STD-HAS-DOLLARS VALUE "Y".

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED WINDOW TABLE - THE BUSINESS DAYS BEFORE THE    *
      *    BUSINESS DATE, MOST RECENT FIRST                            *
      *                                                                *
      ******************************************************************

       01 WINDOW-TABLE.
         02 WDT-ENTRY OCCURS 99 TIMES
                       INDEXED BY WDT-INDEX.
           03 WDT-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    NON-EMBEDDED HISTORY TABLE - VOLUME HISTORY RECORDS KEPT    *
      *    FOR THE REWRITE (EARLIER DATES INSIDE THE WINDOW)           *
      *                                                                *
      ******************************************************************

       01 HISTORY-TABLE.
         02 HST-ENTRY OCCURS 1 TO 600 TIMES
                       DEPENDING ON WA-HISTORY-COUNT.
           03 HST-BUSINESS-DATE PIC 9(8).
           03 HST-STEP-NAME PIC X(8).
           03 HST-RECORD-COUNT PIC 9(6).
           03 HST-POSTED-DOLLARS PIC S9(7)V99.
      /
      ******************************************************************
      *                                                                *
      *        REPORT HEADINGS FOR THE VOLUME EXCEPTIONS REPORT        *
      *                                                                *
      ******************************************************************

       01 EXCEPTION-HEADINGS.

         02 EXH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 EXH-DATE PIC Z9/99/9999.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(29) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 EXH-PAGE-COUNT PIC ZZ9.

         02 EXH-LINE-2.
           03 PIC X(21) VALUE SPACES.
           03 PIC X(33) VALUE
               "RUN VOLUME EXCEPTIONS FOR        ".
           03 EXH-BUSINESS-DATE PIC Z9/99/9999.

         02 EXH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 EXH-LINE-3.
           03 PIC X VALUE SPACE.
           03 PIC X(8) VALUE "STEP".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE "MEASURE".
           03 PIC X(9) VALUE SPACES.
           03 PIC X(7) VALUE "TONIGHT".
           03 PIC X(8) VALUE SPACES.
           03 PIC X(7) VALUE "AVERAGE".
           03 PIC X VALUE SPACE.
           03 PIC X(4) VALUE "DAYS".
           03 PIC XXX VALUE SPACES.
           03 PIC X(8) VALUE "VARIANCE".
           03 PIC X(5) VALUE SPACES.
           03 PIC X(8) VALUE "WARN/SEV".
           03 PIC X VALUE SPACE.
           03 PIC X(6) VALUE "RESULT".

         02 EXH-LINE-4.
           03 PIC X VALUE SPACE.
           03 PIC X(8) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(14) VALUE ALL "-".
           03 PIC X VALUE SPACE.
           03 PIC X(14) VALUE ALL "-".
           03 PIC X VALUE SPACE.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XXX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XXX VALUE SPACES.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *       SECTION HEADING AND DETAIL LINES FOR THE REPORT          *
      *                                                                *
      ******************************************************************

       01 SECTION-HEADING-LINE.
         02 SHL-SECTION-NAME PIC X(40).

       01 SECTION-NONE-LINE.
         02 PIC X(4) VALUE SPACES.
         02 PIC X(6) VALUE "(NONE)".

       01 EXCEPTION-DETAIL-LINE.
         02 PIC X VALUE SPACE.
         02 EDL-STEP-NAME PIC X(8).
         02 PIC XX VALUE SPACES.
         02 EDL-MEASURE PIC X(7).
         02 PIC XX VALUE SPACES.
         02 EDL-TODAY-DOLLARS PIC $Z,ZZZ,ZZ9.99-.
         02 EDL-TODAY-COUNT-VIEW REDEFINES EDL-TODAY-DOLLARS.
           03 PIC X(3).
           03 EDL-TODAY-COUNT PIC ZZZ,ZZ9.
           03 PIC X(4).
         02 PIC X VALUE SPACE.
         02 EDL-AVERAGE PIC $Z,ZZZ,ZZ9.99-.
         02 EDL-AVERAGE-COUNT-VIEW REDEFINES EDL-AVERAGE.
           03 PIC X.
           03 EDL-AVERAGE-COUNT PIC Z,ZZZ,ZZ9.99.
           03 PIC X.
         02 PIC XXX VALUE SPACES.
         02 EDL-HISTORY-DAYS PIC Z9.
         02 PIC XXX VALUE SPACES.
         02 EDL-VARIANCE PIC ZZ9.
         02 PIC X VALUE "%".
         02 EDL-DIRECTION PIC X(6).
         02 PIC XXX VALUE SPACES.
         02 EDL-WARN-PERCENT PIC ZZ9.
         02 PIC X VALUE "/".
         02 EDL-SEVERE-PERCENT PIC ZZ9.
         02 PIC XX VALUE SPACES.
         02 EDL-RESULT PIC X(8).

       01 NOT-MEASURED-LINE.
         02 PIC X VALUE SPACE.
         02 NML-STEP-NAME PIC X(8).
         02 PIC XX VALUE SPACES.
         02 NML-MEASURE PIC X(7).
         02 PIC XX VALUE SPACES.
         02 NML-REASON PIC X(30).

       01 PARM-REJECT-LINE.
         02 PIC X VALUE SPACE.
         02 PRL-PARM-RECORD PIC X(16).
         02 PIC XXX VALUE SPACES.
         02 PIC X(22) VALUE "** PARAMETER REJECTED ".
         02 PRL-REASON PIC X(40).

       01 STALE-TOTALS-LINE.
         02 PIC X(42) VALUE
             "TOTALS28.DAT CARRIES A PRIOR RUN'S TOTALS ".
         02 PIC X(27) VALUE "- NO PAYMENTS TAKEN TONIGHT".

      ******************************************************************
      *                                                                *
      *       SUMMARY LINES FOR THE VOLUME EXCEPTIONS REPORT           *
      *                                                                *
      ******************************************************************

       01 EXCEPTION-SUMMARY-LINES.

         02 ESL-STEP-TOTAL.
           03 PIC X(31) VALUE "STEPS ON PARAMETER FILE     =  ".
           03 ESL-STEP-COUNT PIC ZZ9.

         02 ESL-REJECT-TOTAL.
           03 PIC X(31) VALUE "PARAMETER RECORDS REJECTED  =  ".
           03 ESL-REJECT-COUNT PIC ZZ9.

         02 ESL-WITHIN-TOTAL.
           03 PIC X(31) VALUE "MEASURES WITHIN TOLERANCE   =  ".
           03 ESL-WITHIN-COUNT PIC ZZ9.

         02 ESL-WARNING-TOTAL.
           03 PIC X(31) VALUE "WARNING VARIANCES           =  ".
           03 ESL-WARNING-COUNT PIC ZZ9.

         02 ESL-SEVERE-TOTAL.
           03 PIC X(31) VALUE "SEVERE VARIANCES            =  ".
           03 ESL-SEVERE-COUNT PIC ZZ9.

         02 ESL-NOT-MEASURED-TOTAL.
           03 PIC X(31) VALUE "MEASURES NOT TAKEN          =  ".
           03 ESL-NOT-MEASURED-COUNT PIC ZZ9.

         02 ESL-WINDOW-TOTAL.
           03 PIC X(31) VALUE "BUSINESS DAYS IN HISTORY    =  ".
           03 ESL-WINDOW-COUNT PIC ZZ9.

         02 ESL-STATUS-LINE.
           03 PIC X(10) VALUE SPACES.
           03 ESL-STATUS-MESSAGE PIC X(60).

         02 ESL-END-OF-REPORT.
           03 PIC X(29) VALUE SPACES.
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
           PERFORM B-100-LOAD-PARAMETERS.
           PERFORM B-300-BUILD-HISTORY-WINDOW.
           PERFORM B-500-READ-RUN-TOTALS.
           PERFORM B-600-LOAD-VOLUME-HISTORY.
           PERFORM B-700-LOAD-RUN-LOG.
           PERFORM C-100-MEASURE-STEPS
             VARYING STP-INDEX FROM 1 BY 1
             UNTIL STP-INDEX > WA-PARM-COUNT.
           PERFORM C-400-LIST-EXCEPTIONS.
           PERFORM C-500-LIST-NOT-MEASURED.
           PERFORM C-600-REWRITE-VOLUME-HISTORY.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *     HOUSEKEEPING PARAGRAPH FOLLOWS                             *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.
           INITIALIZE WINDOW-TABLE.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO EXH-DATE.

           MOVE WA-TODAYS-YEAR TO WA-BUSINESS-DATE(1:4).
           MOVE WA-TODAYS-MONTH TO WA-BUSINESS-DATE(5:2).
           MOVE WA-TODAYS-DAY TO WA-BUSINESS-DATE(7:2).

           PERFORM A-200-READ-BUSINESS-DATE.

      *    THE RUN-TOTALS FILES CARRY MMDDYYYY RUN DATES, SO THE
      *    BUSINESS DATE IS RESHAPED TO MATCH THEM

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO EXH-BUSINESS-DATE.

           PERFORM A-300-READ-RELEASE-DATE.

           OPEN OUTPUT VOLUME-EXCEPTION-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

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

      ******************************************************************
      *                                                                *
      *     READ THE VOLUME RELEASE DATE, IF PRESENT. ONLY A RELEASE   *
      *     KEYED FOR THIS BUSINESS DATE LETS A SEVERE VARIANCE        *
      *     THROUGH                                                    *
      *                                                                *
      ******************************************************************

       A-300-READ-RELEASE-DATE.

           OPEN INPUT VOLUME-RELEASE-FILE.

           READ VOLUME-RELEASE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF VRR-BUSINESS-DATE = WA-BUSINESS-DATE
                       MOVE "Y" TO SW-VOLUMES-RELEASED.

           CLOSE VOLUME-RELEASE-FILE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VOLUME PARAMETERS INTO THE STEP TABLE. A RECORD   *
      *     WITH A BLANK OR REPEATED STEP NAME, A NON-NUMERIC FIELD,   *
      *     OR A SEVERE PERCENT BELOW ITS WARNING PERCENT IS LISTED    *
      *     AND LEFT OUT                                               *
      *                                                                *
      ******************************************************************

       B-100-LOAD-PARAMETERS.

           OPEN INPUT VOLUME-PARM-FILE.

           MOVE "N" TO SW-PARM-EOF.

           READ VOLUME-PARM-FILE
               AT END
                   MOVE "Y" TO SW-PARM-EOF.

           PERFORM B-200-LOAD-ONE-PARAMETER
             UNTIL PARM-EOF.

           CLOSE VOLUME-PARM-FILE.

       B-200-LOAD-ONE-PARAMETER.

           MOVE SPACES TO WA-REJECT-REASON.

           SET STP-INDEX TO 1.

           IF WA-PARM-COUNT > 0
               SEARCH STP-ENTRY
                   AT END
                       CONTINUE
                   WHEN STP-STEP-NAME(STP-INDEX) = VPR-STEP-NAME
                       MOVE "STEP NAMED TWICE"
                         TO WA-REJECT-REASON.

           EVALUATE TRUE
               WHEN VPR-STEP-NAME = SPACES
                   MOVE "STEP NAME MISSING" TO WA-REJECT-REASON
               WHEN WA-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN VPR-HISTORY-DAYS-ALPHA NOT NUMERIC
                   MOVE "HISTORY DAYS NOT NUMERIC" TO WA-REJECT-REASON
               WHEN VPR-WARN-PERCENT-ALPHA NOT NUMERIC OR
                    VPR-SEVERE-PERCENT-ALPHA NOT NUMERIC
                   MOVE "TOLERANCE PERCENT NOT NUMERIC"
                     TO WA-REJECT-REASON
               WHEN VPR-SEVERE-PERCENT < VPR-WARN-PERCENT
                   MOVE "SEVERE PERCENT BELOW WARNING PERCENT"
                     TO WA-REJECT-REASON
               WHEN WA-PARM-COUNT = 20
                   MOVE "MORE THAN 20 STEPS ON FILE"
                     TO WA-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WA-PARM-COUNT
                   SET STP-INDEX TO WA-PARM-COUNT
                   INITIALIZE STP-ENTRY(STP-INDEX)
                   MOVE VPR-STEP-NAME TO STP-STEP-NAME(STP-INDEX)
                   MOVE VPR-HISTORY-DAYS TO STP-HISTORY-DAYS(STP-INDEX)
                   IF VPR-HISTORY-DAYS = ZERO
                       MOVE WA-DEFAULT-HISTORY-DAYS
                         TO STP-HISTORY-DAYS(STP-INDEX)
                   END-IF
                   MOVE VPR-WARN-PERCENT TO STP-WARN-PERCENT(STP-INDEX)
                   MOVE VPR-SEVERE-PERCENT
                     TO STP-SEVERE-PERCENT(STP-INDEX).

           IF WA-REJECT-REASON NOT = SPACES
               ADD 1 TO AC-PARM-REJECT-COUNT
               MOVE VOLUME-PARM-RECORD TO PRL-PARM-RECORD
               MOVE WA-REJECT-REASON TO PRL-REASON
               PERFORM M-540-WRITE-NOTE-LINE.

           READ VOLUME-PARM-FILE
               AT END
                   MOVE "Y" TO SW-PARM-EOF.
      /
      ******************************************************************
      *                                                                *
      *     BUILD THE HISTORY WINDOW FROM THE PROCESSING CALENDAR -    *
      *     THE LAST 99 BUSINESS DAYS BEFORE THE BUSINESS DATE, MOST   *
      *     RECENT FIRST. THE FIRST PASS COUNTS THE BUSINESS DAYS      *
      *     BEFORE THE BUSINESS DATE AND THE SECOND PASS KEEPS THE     *
      *     LAST 99 OF THEM, SO A CALENDAR OF ANY LENGTH CAN BE READ   *
      *                                                                *
      ******************************************************************

       B-300-BUILD-HISTORY-WINDOW.

           OPEN INPUT PROCESS-CALENDAR-FILE.

           MOVE "N" TO SW-CALENDAR-EOF.

           READ PROCESS-CALENDAR-FILE
               AT END
                   MOVE "Y" TO SW-CALENDAR-EOF.

           PERFORM B-310-COUNT-PRIOR-DAY
             UNTIL CALENDAR-EOF.

           CLOSE PROCESS-CALENDAR-FILE.

           MOVE ZERO TO WA-CALENDAR-ORDINAL.

           OPEN INPUT PROCESS-CALENDAR-FILE.

           MOVE "N" TO SW-CALENDAR-EOF.

           READ PROCESS-CALENDAR-FILE
               AT END
                   MOVE "Y" TO SW-CALENDAR-EOF.

           PERFORM B-320-KEEP-WINDOW-DAY
             UNTIL CALENDAR-EOF.

           CLOSE PROCESS-CALENDAR-FILE.

       B-310-COUNT-PRIOR-DAY.

           IF CAL-BUSINESS-DAY AND CAL-DATE < WA-BUSINESS-DATE
               ADD 1 TO WA-PRIOR-DAY-COUNT.

           READ PROCESS-CALENDAR-FILE
               AT END
                   MOVE "Y" TO SW-CALENDAR-EOF.

      *    THE PRIOR BUSINESS DAYS ARE NUMBERED IN DATE ORDER AND THE
      *    LAST 99 ARE PLACED MOST RECENT FIRST

       B-320-KEEP-WINDOW-DAY.

           IF CAL-BUSINESS-DAY AND CAL-DATE < WA-BUSINESS-DATE
               ADD 1 TO WA-CALENDAR-ORDINAL
               IF WA-PRIOR-DAY-COUNT - WA-CALENDAR-ORDINAL < 99
                   COMPUTE WA-WINDOW-SUB =
                       WA-PRIOR-DAY-COUNT - WA-CALENDAR-ORDINAL + 1
                   MOVE CAL-DATE TO WDT-DATE(WA-WINDOW-SUB)
                   ADD 1 TO WA-WINDOW-COUNT.

           READ PROCESS-CALENDAR-FILE
               AT END
                   MOVE "Y" TO SW-CALENDAR-EOF.
      /
      ******************************************************************
      *                                                                *
      *     READ THE THREE RUN-TOTALS FILES, IF PRESENT. THE PAYMENT   *
      *     RUN IS NOT A CHAIN STEP, SO A TOTALS28.DAT LEFT OVER FROM  *
      *     AN EARLIER DAY MEANS NO PAYMENTS WERE POSTED TONIGHT AND   *
      *     IS TAKEN AS ZERO                                           *
      *                                                                *
      ******************************************************************

       B-500-READ-RUN-TOTALS.

           OPEN INPUT TOTALS9-FILE.

           READ TOTALS9-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS9-FOUND
                   MOVE TL9-POSTED-COUNT TO WA-TOTALS9-COUNT
                   MOVE TL9-POSTED-DOLLARS TO WA-TOTALS9-DOLLARS.

           CLOSE TOTALS9-FILE.

           OPEN INPUT TOTALS8-FILE.

           READ TOTALS8-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS8-FOUND
                   MOVE TL8-RECORD-COUNT TO WA-TOTALS8-COUNT
                   MOVE TL8-TOTAL-SALES TO WA-TOTALS8-DOLLARS.

           CLOSE TOTALS8-FILE.

           OPEN INPUT TOTALS28-FILE.

           READ TOTALS28-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO SW-TOTALS28-FOUND.

           CLOSE TOTALS28-FILE.

           IF TOTALS28-FOUND
               IF TL28-RUN-DATE = WA-BUSINESS-MDY
                   MOVE TL28-POSTED-COUNT TO WA-TOTALS28-COUNT
                   MOVE TL28-POSTED-DOLLARS TO WA-TOTALS28-DOLLARS
               ELSE
                   WRITE EXCEPTION-LINE-OUT FROM STALE-TOTALS-LINE
                     AFTER ADVANCING 2 LINES
                   ADD 2 TO AC-LINE-COUNT.

           PERFORM B-510-SET-TONIGHTS-TOTALS
             VARYING STP-INDEX FROM 1 BY 1
             UNTIL STP-INDEX > WA-PARM-COUNT.

       B-510-SET-TONIGHTS-TOTALS.

           EVALUATE TRUE
               WHEN STP-STEP-NAME(STP-INDEX) = "VSEX9-3" AND
                    TOTALS9-FOUND
                   MOVE WA-TOTALS9-COUNT TO STP-TODAY-COUNT(STP-INDEX)
                   MOVE WA-TOTALS9-DOLLARS
                     TO STP-TODAY-DOLLARS(STP-INDEX)
                   MOVE "Y" TO STP-TODAY-FOUND(STP-INDEX)
                   MOVE "Y" TO STP-DOLLARS-TRACKED(STP-INDEX)
               WHEN STP-STEP-NAME(STP-INDEX) = "VSEX8-3" AND
                    TOTALS8-FOUND
                   MOVE WA-TOTALS8-COUNT TO STP-TODAY-COUNT(STP-INDEX)
                   MOVE WA-TOTALS8-DOLLARS
                     TO STP-TODAY-DOLLARS(STP-INDEX)
                   MOVE "Y" TO STP-TODAY-FOUND(STP-INDEX)
                   MOVE "Y" TO STP-DOLLARS-TRACKED(STP-INDEX)
               WHEN STP-STEP-NAME(STP-INDEX) = "VSEX28-1" AND
                    TOTALS28-FOUND
                   MOVE WA-TOTALS28-COUNT TO STP-TODAY-COUNT(STP-INDEX)
                   MOVE WA-TOTALS28-DOLLARS
                     TO STP-TODAY-DOLLARS(STP-INDEX)
                   MOVE "Y" TO STP-TODAY-FOUND(STP-INDEX)
                   MOVE "Y" TO STP-DOLLARS-TRACKED(STP-INDEX)
               WHEN OTHER
                   CONTINUE.
      /
      ******************************************************************
      *                                                                *
      *     LOAD THE VOLUME HISTORY. RECORDS FOR THE BUSINESS DATE     *
      *     ARE DROPPED (TONIGHT'S VOLUMES REPLACE THEM), RECORDS      *
      *     OLDER THAN THE WINDOW ARE DROPPED, AND THE REST ARE KEPT   *
      *     FOR THE REWRITE AND POSTED TO THE HISTORY CELLS OF THE     *
      *     STEP THEY BELONG TO. WITH NO CALENDAR ON FILE THERE IS NO  *
      *     WINDOW AND EVERY EARLIER RECORD IS KEPT                    *
      *                                                                *
      ******************************************************************

       B-600-LOAD-VOLUME-HISTORY.

           OPEN INPUT VOLUME-HISTORY-FILE.

           MOVE "N" TO SW-HISTORY-EOF.

           READ VOLUME-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.

           PERFORM B-610-LOAD-ONE-HISTORY
             UNTIL HISTORY-EOF.

           CLOSE VOLUME-HISTORY-FILE.

       B-610-LOAD-ONE-HISTORY.

           MOVE VHR-BUSINESS-DATE TO WA-SEARCH-DATE.
           PERFORM M-600-FIND-WINDOW-DAY.

           EVALUATE TRUE
               WHEN VHR-BUSINESS-DATE = WA-BUSINESS-DATE
                   CONTINUE
               WHEN WA-DAY-SUB = 0 AND WA-WINDOW-COUNT > 0
                   CONTINUE
               WHEN WA-HISTORY-COUNT = 600
                   ADD 1 TO AC-HISTORY-DROPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WA-HISTORY-COUNT
                   MOVE VHR-BUSINESS-DATE
                     TO HST-BUSINESS-DATE(WA-HISTORY-COUNT)
                   MOVE VHR-STEP-NAME TO HST-STEP-NAME(WA-HISTORY-COUNT)
                   MOVE VHR-RECORD-COUNT
                     TO HST-RECORD-COUNT(WA-HISTORY-COUNT)
                   MOVE VHR-POSTED-DOLLARS
                     TO HST-POSTED-DOLLARS(WA-HISTORY-COUNT)
                   IF WA-DAY-SUB > 0
                       PERFORM B-620-POST-HISTORY-CELL.

           READ VOLUME-HISTORY-FILE
               AT END
                   MOVE "Y" TO SW-HISTORY-EOF.

       B-620-POST-HISTORY-CELL.

           SET STP-INDEX TO 1.

           IF WA-PARM-COUNT > 0
               SEARCH STP-ENTRY
                   AT END
                       CONTINUE
                   WHEN STP-STEP-NAME(STP-INDEX) = VHR-STEP-NAME
                       MOVE VHR-RECORD-COUNT
                         TO STD-COUNT(STP-INDEX, WA-DAY-SUB)
                       MOVE "Y"
                         TO STD-COUNT-FOUND(STP-INDEX, WA-DAY-SUB)
                       MOVE VHR-POSTED-DOLLARS
                         TO STD-DOLLARS(STP-INDEX, WA-DAY-SUB)
                       MOVE "Y"
                         TO STD-DOLLARS-FOUND(STP-INDEX, WA-DAY-SUB).
      /
      ******************************************************************
      *                                                                *
      *     READ THE RUN LOG. A COMPLETE ENTRY FOR THE BUSINESS DATE   *
      *     GIVES A STEP'S COUNT FOR TONIGHT, AND A COMPLETE ENTRY     *
      *     FOR A DAY IN THE WINDOW GIVES ITS COUNT FOR THAT DAY.      *
      *     WHEN A DATE WAS RERUN THE LAST COMPLETE ENTRY STANDS.      *
      *     STEPS MEASURED FROM A RUN-TOTALS FILE TAKE TONIGHT'S       *
      *     COUNT FROM THAT FILE INSTEAD                               *
      *                                                                *
      ******************************************************************

       B-700-LOAD-RUN-LOG.

           OPEN INPUT RUN-LOG-FILE.

           MOVE "N" TO SW-LOG-EOF.

           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO SW-LOG-EOF.

           PERFORM B-710-LOAD-ONE-LOG-ENTRY
             UNTIL LOG-EOF.

           CLOSE RUN-LOG-FILE.

       B-710-LOAD-ONE-LOG-ENTRY.

           SET STP-INDEX TO 1.

           IF RLR-STATUS = "COMPLETE" AND WA-PARM-COUNT > 0
               SEARCH STP-ENTRY
                   AT END
                       CONTINUE
                   WHEN STP-STEP-NAME(STP-INDEX) = RLR-STEP-NAME
                       PERFORM B-720-POST-LOG-ENTRY.

           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO SW-LOG-EOF.

       B-720-POST-LOG-ENTRY.

           IF RLR-BUSINESS-DATE = WA-BUSINESS-DATE
               IF NOT STP-HAS-DOLLARS(STP-INDEX)
                   MOVE RLR-RECORD-COUNT TO STP-TODAY-COUNT(STP-INDEX)
                   MOVE "Y" TO STP-TODAY-FOUND(STP-INDEX)
               END-IF
           ELSE
               MOVE RLR-BUSINESS-DATE TO WA-SEARCH-DATE
               PERFORM M-600-FIND-WINDOW-DAY
               IF WA-DAY-SUB > 0
                   MOVE RLR-RECORD-COUNT
                     TO STD-COUNT(STP-INDEX, WA-DAY-SUB)
                   MOVE "Y" TO STD-COUNT-FOUND(STP-INDEX, WA-DAY-SUB).
      /
      ******************************************************************
      *                                                                *
      *     MEASURE ONE STEP - TONIGHT'S COUNT, AND FOR A RUN-TOTALS   *
      *     STEP TONIGHT'S DOLLARS, AGAINST THE AVERAGE OF THE DAYS    *
      *     IN THE STEP'S WINDOW THAT HAVE HISTORY                     *
      *                                                                *
      ******************************************************************

       C-100-MEASURE-STEPS.

           MOVE SPACE TO STP-COUNT-RESULT(STP-INDEX).
           MOVE SPACE TO STP-DOLLAR-RESULT(STP-INDEX).

           MOVE STP-HISTORY-DAYS(STP-INDEX) TO WA-DAYS-USED.

           IF WA-DAYS-USED > WA-WINDOW-COUNT
               MOVE WA-WINDOW-COUNT TO WA-DAYS-USED.

           IF NOT STP-LOGGED-TODAY(STP-INDEX)
               MOVE "N" TO STP-COUNT-RESULT(STP-INDEX)
               MOVE "NOTHING LOGGED TONIGHT"
                 TO STP-COUNT-REASON(STP-INDEX)
               ADD 1 TO AC-NOT-MEASURED-COUNT
           ELSE
               PERFORM C-200-MEASURE-COUNT.

           IF STP-LOGGED-TODAY(STP-INDEX) AND
              STP-HAS-DOLLARS(STP-INDEX)
               PERFORM C-300-MEASURE-DOLLARS.

      ******************************************************************
      *                                                                *
      *             MEASURE TONIGHT'S COUNT FOR ONE STEP               *
      *                                                                *
      ******************************************************************

       C-200-MEASURE-COUNT.

           MOVE ZERO TO WA-SUM-COUNT.
           MOVE ZERO TO STP-COUNT-DAYS(STP-INDEX).

           PERFORM C-210-ADD-ONE-COUNT
             VARYING WA-DAY-SUB FROM 1 BY 1
             UNTIL WA-DAY-SUB > WA-DAYS-USED.

           IF STP-COUNT-DAYS(STP-INDEX) < WA-MINIMUM-HISTORY-DAYS
               MOVE "N" TO STP-COUNT-RESULT(STP-INDEX)
               MOVE "FEWER THAN 5 DAYS OF HISTORY"
                 TO STP-COUNT-REASON(STP-INDEX)
               ADD 1 TO AC-NOT-MEASURED-COUNT
           ELSE
               COMPUTE STP-COUNT-AVERAGE(STP-INDEX) ROUNDED =
                   WA-SUM-COUNT / STP-COUNT-DAYS(STP-INDEX)
               MOVE STP-TODAY-COUNT(STP-INDEX) TO WA-TODAY-VALUE
               MOVE STP-COUNT-AVERAGE(STP-INDEX) TO WA-AVERAGE-VALUE
               PERFORM C-350-RATE-VARIANCE
               MOVE WA-VARIANCE-PERCENT
                 TO STP-COUNT-VARIANCE(STP-INDEX)
               MOVE WA-MEASURE-RESULT TO STP-COUNT-RESULT(STP-INDEX).

       C-210-ADD-ONE-COUNT.

           IF STD-HAS-COUNT(STP-INDEX, WA-DAY-SUB)
               ADD STD-COUNT(STP-INDEX, WA-DAY-SUB) TO WA-SUM-COUNT
               ADD 1 TO STP-COUNT-DAYS(STP-INDEX).

      ******************************************************************
      *                                                                *
      *            MEASURE TONIGHT'S DOLLARS FOR ONE STEP              *
      *                                                                *
      ******************************************************************

       C-300-MEASURE-DOLLARS.

           MOVE ZERO TO WA-SUM-DOLLARS.
           MOVE ZERO TO STP-DOLLAR-DAYS(STP-INDEX).

           PERFORM C-310-ADD-ONE-DOLLAR-DAY
             VARYING WA-DAY-SUB FROM 1 BY 1
             UNTIL WA-DAY-SUB > WA-DAYS-USED.

           IF STP-DOLLAR-DAYS(STP-INDEX) < WA-MINIMUM-HISTORY-DAYS
               MOVE "N" TO STP-DOLLAR-RESULT(STP-INDEX)
               MOVE "FEWER THAN 5 DAYS OF HISTORY"
                 TO STP-DOLLAR-REASON(STP-INDEX)
               ADD 1 TO AC-NOT-MEASURED-COUNT
           ELSE
               COMPUTE STP-DOLLAR-AVERAGE(STP-INDEX) ROUNDED =
                   WA-SUM-DOLLARS / STP-DOLLAR-DAYS(STP-INDEX)
               MOVE STP-TODAY-DOLLARS(STP-INDEX) TO WA-TODAY-VALUE
               MOVE STP-DOLLAR-AVERAGE(STP-INDEX) TO WA-AVERAGE-VALUE
               PERFORM C-350-RATE-VARIANCE
               MOVE WA-VARIANCE-PERCENT
                 TO STP-DOLLAR-VARIANCE(STP-INDEX)
               MOVE WA-MEASURE-RESULT TO STP-DOLLAR-RESULT(STP-INDEX).

       C-310-ADD-ONE-DOLLAR-DAY.

           IF STD-HAS-DOLLARS(STP-INDEX, WA-DAY-SUB)
               ADD STD-DOLLARS(STP-INDEX, WA-DAY-SUB) TO WA-SUM-DOLLARS
               ADD 1 TO STP-DOLLAR-DAYS(STP-INDEX).

      ******************************************************************
      *                                                                *
      *     RATE TONIGHT'S VALUE AGAINST THE AVERAGE. THE VARIANCE IS  *
      *     THE DIFFERENCE AS A WHOLE PERCENT OF THE AVERAGE, EITHER   *
      *     DIRECTION, CAPPED AT 999. ANY VOLUME AGAINST A ZERO        *
      *     AVERAGE RATES 999                                          *
      *                                                                *
      ******************************************************************

       C-350-RATE-VARIANCE.

           COMPUTE WA-DIFFERENCE = WA-TODAY-VALUE - WA-AVERAGE-VALUE.

           IF WA-DIFFERENCE < ZERO
               MULTIPLY -1 BY WA-DIFFERENCE.

           MOVE WA-AVERAGE-VALUE TO WA-BASE-VALUE.

           IF WA-BASE-VALUE < ZERO
               MULTIPLY -1 BY WA-BASE-VALUE.

           EVALUATE TRUE
               WHEN WA-DIFFERENCE = ZERO
                   MOVE ZERO TO WA-VARIANCE-PERCENT
               WHEN WA-BASE-VALUE = ZERO
                   MOVE 999 TO WA-VARIANCE-PERCENT
               WHEN OTHER
                   COMPUTE WA-VARIANCE-PERCENT ROUNDED =
                       WA-DIFFERENCE * 100 / WA-BASE-VALUE
                       ON SIZE ERROR
                           MOVE 999 TO WA-VARIANCE-PERCENT.

           EVALUATE TRUE
               WHEN WA-VARIANCE-PERCENT > STP-SEVERE-PERCENT(STP-INDEX)
                   MOVE "S" TO WA-MEASURE-RESULT
                   ADD 1 TO AC-SEVERE-COUNT
               WHEN WA-VARIANCE-PERCENT > STP-WARN-PERCENT(STP-INDEX)
                   MOVE "W" TO WA-MEASURE-RESULT
                   ADD 1 TO AC-WARNING-COUNT
               WHEN OTHER
                   MOVE "O" TO WA-MEASURE-RESULT
                   ADD 1 TO AC-WITHIN-COUNT.
      /
      ******************************************************************
      *                                                                *
      *     LIST EVERY MEASURE OUTSIDE ITS WARNING OR SEVERE PERCENT   *
      *                                                                *
      ******************************************************************

       C-400-LIST-EXCEPTIONS.

           MOVE "VARIANCES OUTSIDE TOLERANCE" TO SHL-SECTION-NAME.
           PERFORM M-520-WRITE-SECTION-HEADING.

           PERFORM C-410-LIST-STEP-EXCEPTIONS
             VARYING STP-INDEX FROM 1 BY 1
             UNTIL STP-INDEX > WA-PARM-COUNT.

           IF SECTION-EMPTY
               PERFORM M-530-WRITE-NONE-LINE.

       C-410-LIST-STEP-EXCEPTIONS.

           IF STP-COUNT-RESULT(STP-INDEX) = "W" OR "S"
               MOVE "COUNT" TO EDL-MEASURE
               MOVE SPACES TO EDL-TODAY-COUNT-VIEW
               MOVE STP-TODAY-COUNT(STP-INDEX) TO EDL-TODAY-COUNT
               MOVE STP-TODAY-COUNT(STP-INDEX) TO WA-TODAY-VALUE
               MOVE STP-COUNT-AVERAGE(STP-INDEX) TO WA-AVERAGE-VALUE
               MOVE SPACES TO EDL-AVERAGE-COUNT-VIEW
               MOVE STP-COUNT-AVERAGE(STP-INDEX) TO EDL-AVERAGE-COUNT
               MOVE STP-COUNT-DAYS(STP-INDEX) TO EDL-HISTORY-DAYS
               MOVE STP-COUNT-VARIANCE(STP-INDEX) TO EDL-VARIANCE
               MOVE STP-COUNT-RESULT(STP-INDEX) TO WA-MEASURE-RESULT
               PERFORM M-510-WRITE-EXCEPTION-LINE.

           IF STP-DOLLAR-RESULT(STP-INDEX) = "W" OR "S"
               MOVE "DOLLARS" TO EDL-MEASURE
               MOVE STP-TODAY-DOLLARS(STP-INDEX) TO EDL-TODAY-DOLLARS
               MOVE STP-TODAY-DOLLARS(STP-INDEX) TO WA-TODAY-VALUE
               MOVE STP-DOLLAR-AVERAGE(STP-INDEX) TO WA-AVERAGE-VALUE
               MOVE STP-DOLLAR-AVERAGE(STP-INDEX) TO EDL-AVERAGE
               MOVE STP-DOLLAR-DAYS(STP-INDEX) TO EDL-HISTORY-DAYS
               MOVE STP-DOLLAR-VARIANCE(STP-INDEX) TO EDL-VARIANCE
               MOVE STP-DOLLAR-RESULT(STP-INDEX) TO WA-MEASURE-RESULT
               PERFORM M-510-WRITE-EXCEPTION-LINE.

      ******************************************************************
      *                                                                *
      *     LIST EVERY MEASURE THAT COULD NOT BE TAKEN, WITH THE       *
      *     REASON                                                     *
      *                                                                *
      ******************************************************************

       C-500-LIST-NOT-MEASURED.

           MOVE "STEPS NOT MEASURED" TO SHL-SECTION-NAME.
           PERFORM M-520-WRITE-SECTION-HEADING.

           PERFORM C-510-LIST-ONE-NOT-MEASURED
             VARYING STP-INDEX FROM 1 BY 1
             UNTIL STP-INDEX > WA-PARM-COUNT.

           IF SECTION-EMPTY
               PERFORM M-530-WRITE-NONE-LINE.

       C-510-LIST-ONE-NOT-MEASURED.

           MOVE STP-STEP-NAME(STP-INDEX) TO NML-STEP-NAME.

           IF STP-COUNT-RESULT(STP-INDEX) = "N"
               MOVE "COUNT" TO NML-MEASURE
               MOVE STP-COUNT-REASON(STP-INDEX) TO NML-REASON
               PERFORM M-550-WRITE-NOT-MEASURED-LINE.

           IF STP-DOLLAR-RESULT(STP-INDEX) = "N"
               MOVE "DOLLARS" TO NML-MEASURE
               MOVE STP-DOLLAR-REASON(STP-INDEX) TO NML-REASON
               PERFORM M-550-WRITE-NOT-MEASURED-LINE.
      /
      ******************************************************************
      *                                                                *
      *     WRITE THE VOLUME HISTORY BACK - THE RECORDS KEPT FROM THE  *
      *     LOAD, THEN TONIGHT'S VOLUMES FOR EACH RUN-TOTALS FILE ON   *
      *     HAND                                                       *
      *                                                                *
      ******************************************************************

       C-600-REWRITE-VOLUME-HISTORY.

           OPEN OUTPUT VOLUME-HISTORY-FILE.

           PERFORM C-610-WRITE-KEPT-HISTORY
             VARYING WA-HISTORY-SUB FROM 1 BY 1
             UNTIL WA-HISTORY-SUB > WA-HISTORY-COUNT.

           MOVE WA-BUSINESS-DATE TO VHR-BUSINESS-DATE.

           IF TOTALS9-FOUND
               MOVE "VSEX9-3" TO VHR-STEP-NAME
               MOVE WA-TOTALS9-COUNT TO VHR-RECORD-COUNT
               MOVE WA-TOTALS9-DOLLARS TO VHR-POSTED-DOLLARS
               WRITE VOLUME-HISTORY-RECORD.

           IF TOTALS8-FOUND
               MOVE "VSEX8-3" TO VHR-STEP-NAME
               MOVE WA-TOTALS8-COUNT TO VHR-RECORD-COUNT
               MOVE WA-TOTALS8-DOLLARS TO VHR-POSTED-DOLLARS
               WRITE VOLUME-HISTORY-RECORD.

           IF TOTALS28-FOUND
               MOVE "VSEX28-1" TO VHR-STEP-NAME
               MOVE WA-TOTALS28-COUNT TO VHR-RECORD-COUNT
               MOVE WA-TOTALS28-DOLLARS TO VHR-POSTED-DOLLARS
               WRITE VOLUME-HISTORY-RECORD.

           CLOSE VOLUME-HISTORY-FILE.

       C-610-WRITE-KEPT-HISTORY.

           MOVE HST-BUSINESS-DATE(WA-HISTORY-SUB) TO VHR-BUSINESS-DATE.
           MOVE HST-STEP-NAME(WA-HISTORY-SUB) TO VHR-STEP-NAME.
           MOVE HST-RECORD-COUNT(WA-HISTORY-SUB) TO VHR-RECORD-COUNT.
           MOVE HST-POSTED-DOLLARS(WA-HISTORY-SUB)
             TO VHR-POSTED-DOLLARS.

           WRITE VOLUME-HISTORY-RECORD.
      /
      ******************************************************************
      *                                                                *
      *     VOLUME EXCEPTIONS REPORT HEADING PARAGRAPH                 *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO EXH-PAGE-COUNT.

           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE EXCEPTION-LINE-OUT FROM EXH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     WRITE ONE EXCEPTION LINE FOR THE CURRENT STEP. THE CALLER  *
      *     HAS MOVED TONIGHT'S VALUE, THE AVERAGE AND THE MEASURE'S   *
      *     RESULTS                                                    *
      *                                                                *
      ******************************************************************

       M-510-WRITE-EXCEPTION-LINE.

           MOVE STP-STEP-NAME(STP-INDEX) TO EDL-STEP-NAME.
           MOVE STP-WARN-PERCENT(STP-INDEX) TO EDL-WARN-PERCENT.
           MOVE STP-SEVERE-PERCENT(STP-INDEX) TO EDL-SEVERE-PERCENT.

           IF WA-TODAY-VALUE < WA-AVERAGE-VALUE
               MOVE " LOW" TO EDL-DIRECTION
           ELSE
               MOVE " HIGH" TO EDL-DIRECTION.

           IF WA-MEASURE-RESULT = "S"
               MOVE "SEVERE" TO EDL-RESULT
           ELSE
               MOVE "WARNING" TO EDL-RESULT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM EXCEPTION-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
           MOVE "N" TO SW-SECTION-EMPTY.

      ******************************************************************
      *                                                                *
      *     START A REPORT SECTION                                     *
      *                                                                *
      ******************************************************************

       M-520-WRITE-SECTION-HEADING.

           IF AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM SECTION-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.
           MOVE "Y" TO SW-SECTION-EMPTY.

       M-530-WRITE-NONE-LINE.

           WRITE EXCEPTION-LINE-OUT FROM SECTION-NONE-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     LIST A REJECTED PARAMETER RECORD                           *
      *                                                                *
      ******************************************************************

       M-540-WRITE-NOTE-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM PARM-REJECT-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     LIST ONE MEASURE THAT WAS NOT TAKEN                        *
      *                                                                *
      ******************************************************************

       M-550-WRITE-NOT-MEASURED-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM NOT-MEASURED-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
           MOVE "N" TO SW-SECTION-EMPTY.

      ******************************************************************
      *                                                                *
      *     FIND THE SEARCH DATE IN THE HISTORY WINDOW. THE DAY        *
      *     SUBSCRIPT COMES BACK AS ITS WINDOW DAY, OR ZERO WHEN THE   *
      *     DATE IS NOT IN THE WINDOW                                  *
      *                                                                *
      ******************************************************************

       M-600-FIND-WINDOW-DAY.

           MOVE ZERO TO WA-DAY-SUB.

           SET WDT-INDEX TO 1.

           IF WA-WINDOW-COUNT > 0
               SEARCH WDT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WDT-DATE(WDT-INDEX) = WA-SEARCH-DATE
                       SET WA-DAY-SUB TO WDT-INDEX.
      /
      ******************************************************************
      *                                                                *
      *     WRAP UP - A SEVERE VARIANCE ENDS THE RUN WITH A NONZERO    *
      *     RETURN CODE SO THE DRIVER HOLDS THE JOURNAL EXTRACT,       *
      *     UNLESS THE VOLUMES FOR THIS BUSINESS DATE HAVE BEEN        *
      *     REVIEWED AND RELEASED                                      *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE WA-PARM-COUNT TO ESL-STEP-COUNT.
           MOVE AC-PARM-REJECT-COUNT TO ESL-REJECT-COUNT.
           MOVE AC-WITHIN-COUNT TO ESL-WITHIN-COUNT.
           MOVE AC-WARNING-COUNT TO ESL-WARNING-COUNT.
           MOVE AC-SEVERE-COUNT TO ESL-SEVERE-COUNT.
           MOVE AC-NOT-MEASURED-COUNT TO ESL-NOT-MEASURED-COUNT.
           MOVE WA-WINDOW-COUNT TO ESL-WINDOW-COUNT.

           IF AC-LINE-COUNT > 45
               PERFORM M-500-WRITE-HEADINGS.

           WRITE EXCEPTION-LINE-OUT FROM ESL-STEP-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE EXCEPTION-LINE-OUT FROM ESL-REJECT-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM ESL-WINDOW-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM ESL-WITHIN-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE EXCEPTION-LINE-OUT FROM ESL-WARNING-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM ESL-SEVERE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE-OUT FROM ESL-NOT-MEASURED-TOTAL
             AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN AC-SEVERE-COUNT > 0 AND VOLUMES-RELEASED
                   MOVE "SEVERE VARIANCE RELEASED FOR THIS DATE"
                     TO ESL-STATUS-MESSAGE
               WHEN AC-SEVERE-COUNT > 0
                   MOVE "** SEVERE VOLUME VARIANCE - CHAIN HELD **"
                     TO ESL-STATUS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN AC-WARNING-COUNT > 0
                   MOVE "VOLUME WARNINGS - REVIEW THE STEPS LISTED"
                     TO ESL-STATUS-MESSAGE
               WHEN WA-PARM-COUNT = 0
                   MOVE "NO STEPS ON VOLPARM.DAT - NOTHING MEASURED"
                     TO ESL-STATUS-MESSAGE
               WHEN OTHER
                   MOVE "ALL MEASURED VOLUMES WITHIN TOLERANCE"
                     TO ESL-STATUS-MESSAGE.

           WRITE EXCEPTION-LINE-OUT FROM ESL-STATUS-LINE
             AFTER ADVANCING 2 LINES.
           WRITE EXCEPTION-LINE-OUT FROM ESL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE VOLUME-EXCEPTION-REPORT.

           DISPLAY " ".
           DISPLAY "VOLUME ANOMALY CHECK PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
