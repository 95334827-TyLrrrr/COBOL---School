       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX60-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. JUNE 14, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRINTS THE DAILY TITLE WORK AGING REPORT FOR   *
      *    THE TITLE CLERK. EVERY SALE POSTED BY THE UPDATE RUN        *
      *    (VSEX9-3) OPENS TITLE WORK ON THE TITLE WORK FILE           *
      *    (TITLWORK.DAT), AND THE TITLE MAINTENANCE RUN (VSEX60-1)    *
      *    RECORDS WHEN IT WENT TO THE STATE AND WHEN IT CAME BACK     *
      *    COMPLETE. EVERY TITLE NOT YET COMPLETE IS LISTED WITH THE   *
      *    DAYS SINCE THE SALE AS OF THE BUSINESS DATE (BUSDATE.DAT,   *
      *    DEFAULT RUN DATE).                                          *
      *                                                                *
      *    THE STATE DEADLINE TABLE (TITLDEAD.DAT) GIVES THE DAYS      *
      *    EACH STATE ALLOWS FROM THE SALE TO THE TITLE APPLICATION.   *
      *    THE BUYER'S STATE SETS THE DEADLINE - A STATE NOT ON THE    *
      *    TABLE, OR NO TABLE AT ALL, GETS 30 DAYS. TITLE WORK NOT     *
      *    YET SUBMITTED IS FLAGGED PAST DUE ONCE THE DEADLINE HAS     *
      *    GONE BY, AND DUE SOON WITHIN FIVE DAYS OF IT. TITLE WORK    *
      *    WITH NO VIN OR NO ADDRESS ON FILE IS MARKED SO THE CLERK    *
      *    CAN CHASE IT. THE PROGRAM RUNS AS A STEP OF THE NIGHTLY     *
      *    CHAIN (VSEX18-1).                                           *
      *                                                                *
      *        INPUT:   BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 TITLDEAD.DAT - STATE TITLE DEADLINE TABLE      *
      *                 TITLWORK.DAT - TITLE WORK FILE                 *
      *                                                                *
      *        OUTPUT:  VSEX60-2.RPT - TITLE WORK AGING REPORT         *
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

           SELECT OPTIONAL DEADLINE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TITLD
      -    "EAD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TITLE-WORK-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\TITLW
      -    "ORK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS TWR-SALE-KEY.

           SELECT AGING-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch60\VSEX6
      -    "0-2.RPT".
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
      *    DEADLINE-FILE - DAYS EACH STATE ALLOWS FROM THE SALE TO     *
      *    THE TITLE APPLICATION                                       *
      *                                                                *
      ******************************************************************

       FD  DEADLINE-FILE.

       01 DEADLINE-RECORD.
         02 DLR-STATE PIC XX.
         02 DLR-DEADLINE-DAYS PIC 9(3).

      ******************************************************************
      *                                                                *
      *          TITLE WORK FILE - READ IN SALE KEY SEQUENCE           *
      *                                                                *
      ******************************************************************

       FD  TITLE-WORK-FILE.

       COPY TITLEREC.

      ******************************************************************
      *                                                                *
      *             AGING-REPORT - TITLE WORK AGING REPORT             *
      *                                                                *
      ******************************************************************

       FD  AGING-REPORT.

       01 AGING-LINE-OUT PIC X(110).
      /
       WORKING-STORAGE SECTION.
      ************************

      ******************************************************************
      *                                                                *
      *                            SWITCHES                            *
      *                                                                *
      ******************************************************************

       01 SWITCHES.

         02 SW-END-OF-FILE PIC X VALUE "N".
           88 END-OF-FILE VALUE "Y".

         02 SW-DEADLINE-EOF PIC X VALUE "N".
           88 DEADLINE-EOF VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-OPEN-COUNT PIC 9(5).
         02 AC-SUBMITTED-COUNT PIC 9(5).
         02 AC-DUE-SOON-COUNT PIC 9(5).
         02 AC-PAST-DUE-COUNT PIC 9(5).
         02 AC-MISSING-DATA-COUNT PIC 9(5).
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

         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-BUSINESS-MDY PIC 9(8).
         02 WA-ITEM-MDY PIC 9(8).
         02 WA-ITEM-YMD PIC 9(8).
         02 WA-DAYS-OPEN PIC S9(5).
         02 WA-DAYS-LEFT PIC S9(5).
         02 WA-DEADLINE-DAYS PIC 9(3).
         02 WA-DEFAULT-DEADLINE PIC 9(3) VALUE 30.
         02 WA-WARNING-DAYS PIC 9(3) VALUE 5.
         02 WA-DEADLINE-COUNT PIC 9(3) VALUE ZERO.

      ******************************************************************
      *                                                                *
      *               NON-EMBEDDED STATE DEADLINE TABLE                *
      *                                                                *
      ******************************************************************

       01 DEADLINE-TABLE.
         02 DLT-ENTRY OCCURS 1 TO 60 TIMES
                       DEPENDING ON WA-DEADLINE-COUNT
                       INDEXED BY DLT-INDEX.
           03 DLT-STATE PIC XX.
           03 DLT-DEADLINE-DAYS PIC 9(3).
      /
      ******************************************************************
      *                                                                *
      *        REPORT HEADINGS FOR THE TITLE WORK AGING REPORT         *
      *                                                                *
      ******************************************************************

       01 AGING-HEADINGS.

         02 AGH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 AGH-DATE PIC Z9/99/9999.
           03 PIC X(32) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(39) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 AGH-PAGE-COUNT PIC ZZ9.

         02 AGH-LINE-2.
           03 PIC X(39) VALUE SPACES.
           03 PIC X(23) VALUE "TITLE WORK AGING REPORT".

         02 AGH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".
           03 PIC X(27) VALUE SPACES.
           03 PIC X(17) VALUE "BUSINESS DATE:   ".
           03 AGH-BUSINESS-DATE PIC Z9/99/9999.

         02 AGH-LINE-3.
           03 PIC X(7) VALUE "SALE".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE "STOCK".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE "BUYER".
           03 PIC XX VALUE SPACES.
           03 PIC XX VALUE "ST".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "   SOLD".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE "DAYS".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE "LIMIT".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE " LEFT".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "SUBMITTED".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE "FLAG".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE "REMARKS".

         02 AGH-LINE-4.
           03 PIC X(7) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC XX VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(4) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(5) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(10) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *          DETAIL LINE FOR THE TITLE WORK AGING REPORT           *
      *                                                                *
      ******************************************************************

       01 AGING-DETAIL-LINE.
         02 ADL-CUSTOMER-NUMBER PIC X(4).
         02 PIC X VALUE "-".
         02 ADL-SALE-SEQUENCE PIC 99.
         02 PIC XX VALUE SPACES.
         02 ADL-STOCK-NUMBER PIC X(6).
         02 PIC XX VALUE SPACES.
         02 ADL-BUYER-NAME PIC X(20).
         02 PIC XX VALUE SPACES.
         02 ADL-STATE PIC XX.
         02 PIC XX VALUE SPACES.
         02 ADL-SALE-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 ADL-DAYS-OPEN PIC ZZZ9.
         02 PIC XX VALUE SPACES.
         02 PIC XX VALUE SPACES.
         02 ADL-DEADLINE-DAYS PIC ZZ9.
         02 PIC XX VALUE SPACES.
         02 ADL-DAYS-LEFT PIC ----9.
         02 PIC XX VALUE SPACES.
         02 ADL-SUBMITTED-DATE PIC Z9/99/9999 BLANK WHEN ZERO.
         02 PIC XX VALUE SPACES.
         02 ADL-FLAG PIC X(8).
         02 PIC XX VALUE SPACES.
         02 ADL-REMARKS PIC X(10).

      ******************************************************************
      *                                                                *
      *         SUMMARY LINES FOR THE TITLE WORK AGING REPORT          *
      *                                                                *
      ******************************************************************

       01 AGING-SUMMARY-LINES.

         02 ASL-OPEN-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "TITLE WORK NOT SUBMITTED  =  ".
           03 ASL-OPEN-COUNT PIC ZZ,ZZ9.

         02 ASL-SUBMITTED-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "TITLE WORK AT THE STATE   =  ".
           03 ASL-SUBMITTED-COUNT PIC ZZ,ZZ9.

         02 ASL-DUE-SOON-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "DUE SOON                  =  ".
           03 ASL-DUE-SOON-COUNT PIC ZZ,ZZ9.

         02 ASL-PAST-DUE-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "PAST DUE                  =  ".
           03 ASL-PAST-DUE-COUNT PIC ZZ,ZZ9.

         02 ASL-MISSING-DATA-TOTAL.
           03 PIC X(18) VALUE SPACES.
           03 PIC X(30) VALUE "MISSING VIN OR ADDRESS    =  ".
           03 ASL-MISSING-DATA-COUNT PIC ZZ,ZZ9.

         02 ASL-END-OF-REPORT.
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
           PERFORM B-100-LOAD-DEADLINE-TABLE.
           PERFORM C-100-PROCESS-TITLE-WORK.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
      *                 HOUSEKEEPING PARAGRAPH FOLLOWS                 *
      *                                                                *
      ******************************************************************

       A-100-INITIALIZATION.

           INITIALIZE ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE TO WA-TODAYS-DATE-TIME.
           MOVE WA-TODAYS-MONTH TO WA-MONTH.
           MOVE WA-TODAYS-DAY TO WA-DAY.
           MOVE WA-TODAYS-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO AGH-DATE.

           MOVE WA-TODAYS-DATE TO WA-BUSINESS-DATE.

           PERFORM A-200-READ-BUSINESS-DATE.

           MOVE WA-BUSINESS-DATE(5:2) TO WA-BUSINESS-MDY(1:2).
           MOVE WA-BUSINESS-DATE(7:2) TO WA-BUSINESS-MDY(3:2).
           MOVE WA-BUSINESS-DATE(1:4) TO WA-BUSINESS-MDY(5:4).
           MOVE WA-BUSINESS-MDY TO AGH-BUSINESS-DATE.

           OPEN OUTPUT AGING-REPORT.

           PERFORM M-500-WRITE-HEADINGS.

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
      *     LOAD THE STATE DEADLINE TABLE - A RECORD WITH NO STATE OR  *
      *     NO DAYS IS PASSED, AND THE STATE FALLS BACK TO THE         *
      *     DEFAULT DEADLINE                                           *
      *                                                                *
      ******************************************************************

       B-100-LOAD-DEADLINE-TABLE.

           OPEN INPUT DEADLINE-FILE.

           READ DEADLINE-FILE
               AT END
                   MOVE "Y" TO SW-DEADLINE-EOF.

           PERFORM B-200-LOAD-DEADLINE-ENTRY
             UNTIL DEADLINE-EOF OR WA-DEADLINE-COUNT = 60.

           CLOSE DEADLINE-FILE.

       B-200-LOAD-DEADLINE-ENTRY.

           IF DLR-STATE NOT = SPACES AND
              DLR-DEADLINE-DAYS NUMERIC AND
              DLR-DEADLINE-DAYS > ZERO
               ADD 1 TO WA-DEADLINE-COUNT
               MOVE DLR-STATE TO DLT-STATE(WA-DEADLINE-COUNT)
               MOVE DLR-DEADLINE-DAYS
                 TO DLT-DEADLINE-DAYS(WA-DEADLINE-COUNT).

           READ DEADLINE-FILE
               AT END
                   MOVE "Y" TO SW-DEADLINE-EOF.
      /
      ******************************************************************
      *                                                                *
      *     READ THE TITLE WORK IN SALE KEY SEQUENCE - COMPLETED AND   *
      *     VOIDED TITLE WORK IS PASSED                                *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-TITLE-WORK.

           OPEN INPUT TITLE-WORK-FILE.

           READ TITLE-WORK-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM C-200-AGE-TITLE-WORK
             UNTIL END-OF-FILE.

           CLOSE TITLE-WORK-FILE.

       C-200-AGE-TITLE-WORK.

           IF TWR-OPEN OR TWR-SUBMITTED
               PERFORM C-300-LIST-TITLE-WORK.

           READ TITLE-WORK-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *     AGE ONE TITLE AGAINST THE BUYER'S STATE DEADLINE. ONLY     *
      *     TITLE WORK NOT YET SUBMITTED CAN BE DUE SOON OR PAST DUE   *
      *                                                                *
      ******************************************************************

       C-300-LIST-TITLE-WORK.

           MOVE TWR-SALE-DATE TO WA-ITEM-MDY.
           PERFORM M-700-YMD-OF-DATE.

           COMPUTE WA-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WA-BUSINESS-DATE) -
               FUNCTION INTEGER-OF-DATE(WA-ITEM-YMD).

           PERFORM M-800-FIND-DEADLINE.

           COMPUTE WA-DAYS-LEFT = WA-DEADLINE-DAYS - WA-DAYS-OPEN.

           MOVE SPACES TO ADL-FLAG.
           MOVE SPACES TO ADL-REMARKS.

           IF TWR-SUBMITTED
               ADD 1 TO AC-SUBMITTED-COUNT
               MOVE TWR-SUBMITTED-DATE TO ADL-SUBMITTED-DATE
           ELSE
               ADD 1 TO AC-OPEN-COUNT
               MOVE ZERO TO ADL-SUBMITTED-DATE
               IF WA-DAYS-LEFT < 0
                   MOVE "PAST DUE" TO ADL-FLAG
                   ADD 1 TO AC-PAST-DUE-COUNT
               ELSE
                   IF WA-DAYS-LEFT NOT > WA-WARNING-DAYS
                       MOVE "DUE SOON" TO ADL-FLAG
                       ADD 1 TO AC-DUE-SOON-COUNT
                   END-IF
               END-IF.

           IF TWR-VIN = SPACES
               MOVE "NO VIN" TO ADL-REMARKS
               ADD 1 TO AC-MISSING-DATA-COUNT
           ELSE
               IF TWR-ADDRESS = SPACES OR TWR-STATE = SPACES
                   MOVE "NO ADDRESS" TO ADL-REMARKS
                   ADD 1 TO AC-MISSING-DATA-COUNT
               END-IF.

           MOVE TWR-CUSTOMER-NUMBER TO ADL-CUSTOMER-NUMBER.
           MOVE TWR-SALE-SEQUENCE TO ADL-SALE-SEQUENCE.
           MOVE TWR-STOCK-NUMBER TO ADL-STOCK-NUMBER.
           MOVE TWR-BUYER-NAME TO ADL-BUYER-NAME.
           MOVE TWR-STATE TO ADL-STATE.
           MOVE TWR-SALE-DATE TO ADL-SALE-DATE.
           MOVE WA-DAYS-OPEN TO ADL-DAYS-OPEN.
           MOVE WA-DEADLINE-DAYS TO ADL-DEADLINE-DAYS.
           MOVE WA-DAYS-LEFT TO ADL-DAYS-LEFT.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE AGING-LINE-OUT FROM AGING-DETAIL-LINE
             AFTER ADVANCING 1 LINE.
           ADD 1 TO AC-LINE-COUNT.
      /
      ******************************************************************
      *                                                                *
      *                 AGING REPORT HEADING PARAGRAPH                 *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO AGH-PAGE-COUNT.

           WRITE AGING-LINE-OUT FROM AGH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE AGING-LINE-OUT FROM AGH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM AGH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM AGH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE AGING-LINE-OUT FROM AGH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 6 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *     RESHAPE A MMDDYYYY DATE TO YYYYMMDD FOR THE DAY COUNT      *
      *                                                                *
      ******************************************************************

       M-700-YMD-OF-DATE.

           MOVE WA-ITEM-MDY(5:4) TO WA-ITEM-YMD(1:4).
           MOVE WA-ITEM-MDY(1:2) TO WA-ITEM-YMD(5:2).
           MOVE WA-ITEM-MDY(3:2) TO WA-ITEM-YMD(7:2).

      ******************************************************************
      *                                                                *
      *     LOOK UP THE BUYER'S STATE DEADLINE - A STATE NOT ON THE    *
      *     TABLE GETS THE DEFAULT                                     *
      *                                                                *
      ******************************************************************

       M-800-FIND-DEADLINE.

           MOVE WA-DEFAULT-DEADLINE TO WA-DEADLINE-DAYS.

           IF WA-DEADLINE-COUNT > 0
               SET DLT-INDEX TO 1
               SEARCH DLT-ENTRY
                   AT END
                       CONTINUE
                   WHEN DLT-STATE(DLT-INDEX) = TWR-STATE
                       MOVE DLT-DEADLINE-DAYS(DLT-INDEX)
                         TO WA-DEADLINE-DAYS.

      ******************************************************************
      *                                                                *
      *                      END OF JOB PARAGRAPH                      *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           MOVE AC-OPEN-COUNT TO ASL-OPEN-COUNT.
           MOVE AC-SUBMITTED-COUNT TO ASL-SUBMITTED-COUNT.
           MOVE AC-DUE-SOON-COUNT TO ASL-DUE-SOON-COUNT.
           MOVE AC-PAST-DUE-COUNT TO ASL-PAST-DUE-COUNT.
           MOVE AC-MISSING-DATA-COUNT TO ASL-MISSING-DATA-COUNT.

           WRITE AGING-LINE-OUT FROM ASL-OPEN-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE AGING-LINE-OUT FROM ASL-SUBMITTED-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-DUE-SOON-TOTAL
             AFTER ADVANCING 2 LINES.
           WRITE AGING-LINE-OUT FROM ASL-PAST-DUE-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-MISSING-DATA-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE AGING-LINE-OUT FROM ASL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE AGING-REPORT.

           DISPLAY " ".
           DISPLAY "TITLE WORK AGING REPORT HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
      /
