       IDENTIFICATION DIVISION.
      ************************

       PROGRAM-ID. VSEX57-2.
       AUTHOR. TYLER SATHER.
       INSTALLATION. MSTATE.
       DATE-WRITTEN. MAY 24, 2021.
       DATE-COMPILED.
      ******************************************************************
      *                      PROGRAM NARRATIVE                         *
      *                                                                *
      *    THIS PROGRAM PRINTS THE MASTER FILE CHANGE JOURNAL          *
      *    (CHGJRNL.DAT) WRITTEN BY THE REFERENCE MASTER MAINTENANCE   *
      *    RUNS - CLERKS (VSEX10-1), TERRITORIES (VSEX15-1), INVENTORY *
      *    (VSEX19-1), PRICE GUIDE (VSEX27-1), STORES (VSEX37-1),      *
      *    SALESPERSONS (VSEX47-1), CHART OF ACCOUNTS (VSEX49-1),      *
      *    CHARGE ACCOUNTS (VSEX53-2), AND TAX RATES (VSEX57-1).       *
      *    JOURNAL ENTRIES ARE SORTED BY MASTER, RECORD KEY, AND DATE  *
      *    AND TIME OF CHANGE, AND EVERY FIELD CHANGE IS LISTED OLD    *
      *    VALUE AGAINST NEW WITH THE OPERATOR AND REASON CODE THAT    *
      *    MADE IT, GROUPED BY MASTER RECORD.                          *
      *                                                                *
      *    AN OPTIONAL SELECTION PARAMETER RESTRICTS THE LISTING BY    *
      *    MASTER, RECORD KEY, OPERATOR, AND A RANGE OF CHANGE DATES   *
      *    (YYYYMMDD). A CRITERION LEFT BLANK SELECTS EVERYTHING, AND  *
      *    AN ENTRY MUST MEET EVERY CRITERION KEYED TO BE LISTED.      *
      *                                                                *
      *        INPUT:   CHGJRNL.DAT  - SHARED MASTER CHANGE JOURNAL    *
      *                 JRNLSEL.DAT  - SELECTION PARAMETER             *
      *                                                                *
      *        OUTPUT:  VSEX57-2.RPT - CHANGE JOURNAL INQUIRY          *
      *                                                                *
      *        SORT FILE:  SORTWORK  - SORT FILE FOR JOURNAL ENTRIES   *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
      *********************

       INPUT-OUTPUT SECTION.
      *********************

       FILE-CONTROL.

           SELECT OPTIONAL CHANGE-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CHGJR
      -    "NL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO "SORTWORK".

           SELECT SORTED-JOURNAL-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch57\SRTJR
      -    "NL.DAT".

           SELECT OPTIONAL SELECTION-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\JRNLS
      -    "EL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INQUIRY-REPORT
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch57\VSEX5
      -    "7-2.RPT".
      /
       DATA DIVISION.
      ***************

       FILE SECTION.
      *************


      ******************************************************************
      *                                                                *
      *    CHANGE-JOURNAL-FILE - THE SHARED CHANGE JOURNAL FOR THE     *
      *    REFERENCE MASTERS. EVERY FIELD AN APPLIED ADD, CHANGE, OR   *
      *    DELETE TOUCHES IS APPENDED WITH ITS OLD AND NEW VALUES,     *
      *    THE OPERATOR AND REASON CODE KEYED ON THE TRANSACTION, AND  *
      *    THE DATE AND TIME                                           *
      *                                                                *
      ******************************************************************

       FD  CHANGE-JOURNAL-FILE.

       01 CHANGE-JOURNAL-RECORD.
         02 CJR-MASTER-NAME PIC X(8).
         02 CJR-RECORD-KEY PIC X(24).
         02 CJR-ACTION PIC X.
           88 CJR-ADDED VALUE "A".
           88 CJR-DELETED VALUE "D".
         02 CJR-FIELD-NAME PIC X(13).
         02 CJR-OLD-VALUE PIC X(20).
         02 CJR-NEW-VALUE PIC X(20).
         02 CJR-OPERATOR-ID PIC X(6).
         02 CJR-REASON-CODE PIC XX.
         02 CJR-CHANGE-DATE PIC 9(8).
         02 CJR-CHANGE-TIME PIC 9(6).
         02 CJR-PROGRAM-NAME PIC X(8).

      ******************************************************************
      *                                                                *
      *    SORT FILE - FOR SORTING THE JOURNAL BY MASTER, RECORD KEY,  *
      *    AND DATE AND TIME OF CHANGE                                 *
      *                                                                *
      ******************************************************************

       SD  SORT-FILE.

       01 SORT-RECORD.
         02 SR-MASTER-NAME PIC X(8).
         02 SR-RECORD-KEY PIC X(24).
         02 PIC X(62).
         02 SR-CHANGE-DATE PIC 9(8).
         02 SR-CHANGE-TIME PIC 9(6).
         02 PIC X(8).

      ******************************************************************
      *                                                                *
      *    SORTED JOURNAL FILE - JOURNAL ENTRIES IN MASTER AND RECORD  *
      *    KEY SEQUENCE                                                *
      *                                                                *
      ******************************************************************

       FD  SORTED-JOURNAL-FILE.

       01 SORTED-JOURNAL-RECORD.
         02 SJR-MASTER-NAME PIC X(8).
         02 SJR-RECORD-KEY PIC X(24).
         02 SJR-ACTION PIC X.
           88 SJR-ADDED VALUE "A".
           88 SJR-CHANGED VALUE "C".
           88 SJR-DELETED VALUE "D".
           88 SJR-TRANSFERRED VALUE "T".
         02 SJR-FIELD-NAME PIC X(13).
         02 SJR-OLD-VALUE PIC X(20).
         02 SJR-NEW-VALUE PIC X(20).
         02 SJR-OPERATOR-ID PIC X(6).
         02 SJR-REASON-CODE PIC XX.
         02 SJR-CHANGE-DATE.
           03 SJR-CHANGE-YEAR PIC 9(4).
           03 SJR-CHANGE-MONTH PIC 99.
           03 SJR-CHANGE-DAY PIC 99.
         02 SJR-CHANGE-TIME.
           03 SJR-CHANGE-HOUR PIC 99.
           03 SJR-CHANGE-MINUTE PIC 99.
           03 SJR-CHANGE-SECOND PIC 99.
         02 SJR-PROGRAM-NAME PIC X(8).

      ******************************************************************
      *                                                                *
      *    SELECTION-FILE - RUN-TIME INQUIRY SELECTION PARAMETER. ANY  *
      *    CRITERION LEFT BLANK SELECTS EVERYTHING - THE DATES ARE     *
      *    CARRIED YYYYMMDD                                            *
      *                                                                *
      ******************************************************************

       FD  SELECTION-FILE.

       01 SELECTION-RECORD.
         02 SEL-MASTER-NAME PIC X(8).
         02 SEL-RECORD-KEY PIC X(24).
         02 SEL-OPERATOR-ID PIC X(6).
         02 SEL-FROM-DATE-ALPHA PIC X(8).
         02 SEL-FROM-DATE REDEFINES
            SEL-FROM-DATE-ALPHA PIC 9(8).
         02 SEL-TO-DATE-ALPHA PIC X(8).
         02 SEL-TO-DATE REDEFINES
            SEL-TO-DATE-ALPHA PIC 9(8).

      ******************************************************************
      *                                                                *
      *        INQUIRY-REPORT - CHANGE JOURNAL INQUIRY LISTING         *
      *                                                                *
      ******************************************************************

       FD  INQUIRY-REPORT.

       01 INQUIRY-LINE-OUT PIC X(100).
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

         02 SW-ENTRY-SELECTED PIC X.
           88 ENTRY-SELECTED VALUE "Y".

      ******************************************************************
      *                                                                *
      *                          ACCUMULATORS                          *
      *                                                                *
      ******************************************************************

       01 ACCUMULATORS.

         02 AC-LINE-COUNT PIC 999.
         02 AC-PAGE-COUNT PIC 999.
         02 AC-READ-COUNT PIC 9(5).
         02 AC-RECORD-COUNT PIC 9(5).
         02 AC-ENTRY-COUNT PIC 9(5).
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
           03 WA-TODAYS-TIME.
             04 WA-TODAYS-HOUR PIC 99.
             04 WA-TODAYS-MINUTES PIC 99.
           03 PIC X(9).

         02 WA-DATE.
           03 WA-MONTH PIC 99.
           03 WA-DAY PIC 99.
           03 WA-YEAR PIC 9(4).

         02 WA-RUN-DATE
               REDEFINES WA-DATE PIC 9(8).

         02 WA-EDIT-DATE PIC Z9/99/9999.

         02 WA-SELECTED-MASTER PIC X(8) VALUE SPACES.
         02 WA-SELECTED-KEY PIC X(24) VALUE SPACES.
         02 WA-SELECTED-OPERATOR PIC X(6) VALUE SPACES.
         02 WA-SELECTED-FROM-DATE PIC 9(8) VALUE ZERO.
         02 WA-SELECTED-TO-DATE PIC 9(8) VALUE 99999999.

         02 WA-HOLD-MASTER PIC X(8).
         02 WA-HOLD-KEY PIC X(24).
      /
      ******************************************************************
      *                                                                *
      *         REPORT HEADINGS FOR THE CHANGE JOURNAL INQUIRY         *
      *                                                                *
      ******************************************************************

       01 INQUIRY-HEADINGS.

         02 IQH-LINE-1.
           03 PIC X(6) VALUE "DATE: ".
           03 IQH-DATE PIC Z9/99/9999.
           03 PIC X(27) VALUE SPACES.
           03 PIC X(13) VALUE "EZ AUTO SALES".
           03 PIC X(36) VALUE SPACES.
           03 PIC X(5) VALUE "PAGE:".
           03 IQH-PAGE-COUNT PIC ZZ9.

         02 IQH-LINE-2.
           03 PIC X(6) VALUE "TIME: ".
           03 IQH-HOUR PIC Z9.
           03 PIC X VALUE ":".
           03 IQH-MINUTES PIC 99.
           03 IQH-AM-PM PIC XX.
           03 PIC X(22) VALUE SPACES.
           03 PIC X(34) VALUE "MASTER FILE CHANGE JOURNAL INQUIRY".

         02 IQH-LINE-2A.
           03 PIC X(12) VALUE "TYLER SATHER".

         02 IQH-LINE-2B.
           03 PIC X(8) VALUE "MASTER: ".
           03 IQH-SELECTED-MASTER PIC X(8).
           03 PIC X(7) VALUE "  KEY: ".
           03 IQH-SELECTED-KEY PIC X(24).
           03 PIC X(12) VALUE "  OPERATOR: ".
           03 IQH-SELECTED-OPERATOR PIC X(6).
           03 PIC X(8) VALUE "  FROM: ".
           03 IQH-SELECTED-FROM-DATE PIC X(10).
           03 PIC X(6) VALUE "  TO: ".
           03 IQH-SELECTED-TO-DATE PIC X(10).

         02 IQH-LINE-3.
           03 PIC X(11) VALUE "CHANGE DATE".
           03 PIC X VALUE SPACES.
           03 PIC X(8) VALUE "  TIME  ".
           03 PIC XX VALUE SPACES.
           03 PIC X(3) VALUE "ACT".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE "FIELD CHANGED".
           03 PIC XX VALUE SPACES.
           03 PIC X(9) VALUE "OLD VALUE".
           03 PIC X(13) VALUE SPACES.
           03 PIC X(9) VALUE "NEW VALUE".
           03 PIC X(13) VALUE SPACES.
           03 PIC X(6) VALUE "OPER. ".
           03 PIC XX VALUE SPACES.
           03 PIC X(3) VALUE "RSN".

         02 IQH-LINE-4.
           03 PIC X(10) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(8) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(3) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(13) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(20) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(6) VALUE ALL "-".
           03 PIC XX VALUE SPACES.
           03 PIC X(3) VALUE ALL "-".

      ******************************************************************
      *                                                                *
      *   MASTER RECORD GROUP HEADING FOR THE CHANGE JOURNAL INQUIRY   *
      *                                                                *
      ******************************************************************

       01 RECORD-HEADING-LINE.
         02 PIC X(8) VALUE "MASTER: ".
         02 RHL-MASTER-NAME PIC X(8).
         02 PIC X(7) VALUE "  KEY: ".
         02 RHL-RECORD-KEY PIC X(24).
         02 PIC X(11) VALUE "  PROGRAM: ".
         02 RHL-PROGRAM-NAME PIC X(8).
      /
      ******************************************************************
      *                                                                *
      *           DETAIL LINE FOR THE CHANGE JOURNAL INQUIRY           *
      *                                                                *
      ******************************************************************

       01 INQUIRY-DETAIL-LINE.
         02 IDL-CHANGE-DATE PIC Z9/99/9999.
         02 PIC XX VALUE SPACES.
         02 IDL-CHANGE-HOUR PIC 99.
         02 PIC X VALUE ":".
         02 IDL-CHANGE-MINUTE PIC 99.
         02 PIC X VALUE ":".
         02 IDL-CHANGE-SECOND PIC 99.
         02 PIC XX VALUE SPACES.
         02 IDL-ACTION PIC X(3).
         02 PIC XX VALUE SPACES.
         02 IDL-FIELD-NAME PIC X(13).
         02 PIC XX VALUE SPACES.
         02 IDL-OLD-VALUE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 IDL-NEW-VALUE PIC X(20).
         02 PIC XX VALUE SPACES.
         02 IDL-OPERATOR-ID PIC X(6).
         02 PIC XX VALUE SPACES.
         02 IDL-REASON-CODE PIC XX.

      ******************************************************************
      *                                                                *
      *          SUMMARY LINES FOR THE CHANGE JOURNAL INQUIRY          *
      *                                                                *
      ******************************************************************

       01 INQUIRY-SUMMARY-LINES.

         02 ISL-READ-TOTAL.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL JOURNAL ENTRIES READ   =  ".
           03 ISL-READ-COUNT PIC ZZ,ZZ9.

         02 ISL-RECORD-TOTAL.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL MASTER RECORDS LISTED  =  ".
           03 ISL-RECORD-COUNT PIC ZZ,ZZ9.

         02 ISL-ENTRY-TOTAL.
           03 PIC X(33) VALUE SPACES.
           03 PIC X(32) VALUE "TOTAL FIELD CHANGES LISTED   =  ".
           03 ISL-ENTRY-COUNT PIC ZZ,ZZ9.

         02 ISL-END-OF-REPORT.
           03 PIC X(44) VALUE SPACES.
           03 PIC X(13) VALUE "END OF REPORT".
      /
       PROCEDURE DIVISION.
      *******************
      ******************************************************************
      *                                                                *
      *    MAIN-PROGRAM. THIS IS THE MAIN PARAGRAPH OF THIS PROGRAM    *
      *                                                                *
      ******************************************************************

       MAIN-PROGRAM.

           PERFORM A-100-INITIALIZATION.
           PERFORM B-100-SORT-JOURNAL.
           PERFORM C-100-PROCESS-FILE.
           PERFORM D-100-WRAP-UP.
           STOP RUN.

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
           MOVE WA-RUN-DATE TO IQH-DATE.

           EVALUATE TRUE
               WHEN WA-TODAYS-HOUR = 00
                   MOVE "AM" TO IQH-AM-PM
                   MOVE 12 TO WA-TODAYS-HOUR
               WHEN WA-TODAYS-HOUR < 12
                   MOVE "AM" TO IQH-AM-PM
               WHEN WA-TODAYS-HOUR = 12
                   MOVE "PM" TO IQH-AM-PM
               WHEN WA-TODAYS-HOUR > 12
                   MOVE "PM" TO IQH-AM-PM
                   SUBTRACT 12 FROM WA-TODAYS-HOUR.

           MOVE WA-TODAYS-HOUR TO IQH-HOUR.
           MOVE WA-TODAYS-MINUTES TO IQH-MINUTES.

           OPEN OUTPUT INQUIRY-REPORT.

           PERFORM A-200-READ-SELECTION.
           PERFORM A-300-SHOW-SELECTION.

      ******************************************************************
      *                                                                *
      *     READ THE RUN-TIME INQUIRY SELECTION PARAMETER. A DATE      *
      *     THAT IS NOT NUMERIC IS TREATED AS LEFT BLANK               *
      *                                                                *
      ******************************************************************

       A-200-READ-SELECTION.

           OPEN INPUT SELECTION-FILE.

           READ SELECTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SEL-MASTER-NAME TO WA-SELECTED-MASTER
                   MOVE SEL-RECORD-KEY TO WA-SELECTED-KEY
                   MOVE SEL-OPERATOR-ID TO WA-SELECTED-OPERATOR
                   IF SEL-FROM-DATE-ALPHA NUMERIC
                       MOVE SEL-FROM-DATE TO WA-SELECTED-FROM-DATE
                   END-IF
                   IF SEL-TO-DATE-ALPHA NUMERIC
                       MOVE SEL-TO-DATE TO WA-SELECTED-TO-DATE.

           CLOSE SELECTION-FILE.

      ******************************************************************
      *                                                                *
      *     SHOW THE SELECTION IN EFFECT UNDER THE PAGE HEADINGS - A   *
      *     CRITERION LEFT BLANK PRINTS AS ALL                         *
      *                                                                *
      ******************************************************************

       A-300-SHOW-SELECTION.

           MOVE "ALL" TO IQH-SELECTED-MASTER
                         IQH-SELECTED-KEY
                         IQH-SELECTED-OPERATOR
                         IQH-SELECTED-FROM-DATE
                         IQH-SELECTED-TO-DATE.

           IF WA-SELECTED-MASTER NOT = SPACES
               MOVE WA-SELECTED-MASTER TO IQH-SELECTED-MASTER.

           IF WA-SELECTED-KEY NOT = SPACES
               MOVE WA-SELECTED-KEY TO IQH-SELECTED-KEY.

           IF WA-SELECTED-OPERATOR NOT = SPACES
               MOVE WA-SELECTED-OPERATOR TO IQH-SELECTED-OPERATOR.

           IF WA-SELECTED-FROM-DATE NOT = ZERO
               MOVE WA-SELECTED-FROM-DATE(5:2) TO WA-MONTH
               MOVE WA-SELECTED-FROM-DATE(7:2) TO WA-DAY
               MOVE WA-SELECTED-FROM-DATE(1:4) TO WA-YEAR
               MOVE WA-RUN-DATE TO WA-EDIT-DATE
               MOVE WA-EDIT-DATE TO IQH-SELECTED-FROM-DATE.

           IF WA-SELECTED-TO-DATE NOT = 99999999
               MOVE WA-SELECTED-TO-DATE(5:2) TO WA-MONTH
               MOVE WA-SELECTED-TO-DATE(7:2) TO WA-DAY
               MOVE WA-SELECTED-TO-DATE(1:4) TO WA-YEAR
               MOVE WA-RUN-DATE TO WA-EDIT-DATE
               MOVE WA-EDIT-DATE TO IQH-SELECTED-TO-DATE.
      /
      ******************************************************************
      *                                                                *
      *     SORT THE SELECTED JOURNAL ENTRIES BY MASTER, RECORD KEY,   *
      *     AND DATE AND TIME OF CHANGE. ENTRIES STAMPED IN THE SAME   *
      *     SECOND KEEP THE ORDER THEY WERE JOURNALED IN               *
      *                                                                *
      ******************************************************************

       B-100-SORT-JOURNAL.

           SORT SORT-FILE
           ON ASCENDING KEY SR-MASTER-NAME
                            SR-RECORD-KEY
                            SR-CHANGE-DATE
                            SR-CHANGE-TIME
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE B-200-SELECT-JOURNAL
             GIVING SORTED-JOURNAL-FILE.

      ******************************************************************
      *                                                                *
      *           INPUT PROCEDURE FOR THE JOURNAL SELECTION            *
      *                                                                *
      ******************************************************************

       B-200-SELECT-JOURNAL.

           OPEN INPUT CHANGE-JOURNAL-FILE.
           MOVE "N" TO SW-END-OF-FILE.

           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-300-RELEASE-JOURNAL
             UNTIL END-OF-FILE.

           CLOSE CHANGE-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *
      *     RELEASE THE JOURNAL ENTRIES THAT MEET EVERY CRITERION THE  *
      *     SELECTION PARAMETER CARRIES                                *
      *                                                                *
      ******************************************************************

       B-300-RELEASE-JOURNAL.

           ADD 1 TO AC-READ-COUNT.

           MOVE "Y" TO SW-ENTRY-SELECTED.

           IF WA-SELECTED-MASTER NOT = SPACES AND
              CJR-MASTER-NAME NOT = WA-SELECTED-MASTER
               MOVE "N" TO SW-ENTRY-SELECTED.

           IF WA-SELECTED-KEY NOT = SPACES AND
              CJR-RECORD-KEY NOT = WA-SELECTED-KEY
               MOVE "N" TO SW-ENTRY-SELECTED.

           IF WA-SELECTED-OPERATOR NOT = SPACES AND
              CJR-OPERATOR-ID NOT = WA-SELECTED-OPERATOR
               MOVE "N" TO SW-ENTRY-SELECTED.

           IF CJR-CHANGE-DATE < WA-SELECTED-FROM-DATE OR
              CJR-CHANGE-DATE > WA-SELECTED-TO-DATE
               MOVE "N" TO SW-ENTRY-SELECTED.

           IF ENTRY-SELECTED
               RELEASE SORT-RECORD FROM CHANGE-JOURNAL-RECORD.

           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *               FILE PROCESSING CONTROL PARAGRAPH                *
      *                                                                *
      ******************************************************************

       C-100-PROCESS-FILE.

           OPEN INPUT SORTED-JOURNAL-FILE.

           MOVE "N" TO SW-END-OF-FILE.

           READ SORTED-JOURNAL-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           MOVE SPACES TO WA-HOLD-MASTER
                          WA-HOLD-KEY.

           PERFORM C-200-PROCESS-RECORD
             UNTIL END-OF-FILE.

           CLOSE SORTED-JOURNAL-FILE.
      /
      ******************************************************************
      *                                                                *
      *     PRINT ONE JOURNAL ENTRY, STARTING A NEW GROUP WHEN THE     *
      *     MASTER OR RECORD KEY CHANGES                               *
      *                                                                *
      ******************************************************************

       C-200-PROCESS-RECORD.

           IF SJR-MASTER-NAME NOT = WA-HOLD-MASTER OR
              SJR-RECORD-KEY NOT = WA-HOLD-KEY
               PERFORM C-300-RECORD-HEADING.

           MOVE SJR-CHANGE-MONTH TO WA-MONTH.
           MOVE SJR-CHANGE-DAY TO WA-DAY.
           MOVE SJR-CHANGE-YEAR TO WA-YEAR.
           MOVE WA-RUN-DATE TO IDL-CHANGE-DATE.

           MOVE SJR-CHANGE-HOUR TO IDL-CHANGE-HOUR.
           MOVE SJR-CHANGE-MINUTE TO IDL-CHANGE-MINUTE.
           MOVE SJR-CHANGE-SECOND TO IDL-CHANGE-SECOND.

           EVALUATE TRUE
               WHEN SJR-ADDED
                   MOVE "ADD" TO IDL-ACTION
               WHEN SJR-CHANGED
                   MOVE "CHG" TO IDL-ACTION
               WHEN SJR-DELETED
                   MOVE "DEL" TO IDL-ACTION
               WHEN SJR-TRANSFERRED
                   MOVE "XFR" TO IDL-ACTION
               WHEN OTHER
                   MOVE SJR-ACTION TO IDL-ACTION.

           MOVE SJR-FIELD-NAME TO IDL-FIELD-NAME.
           MOVE SJR-OLD-VALUE TO IDL-OLD-VALUE.
           MOVE SJR-NEW-VALUE TO IDL-NEW-VALUE.
           MOVE SJR-OPERATOR-ID TO IDL-OPERATOR-ID.
           MOVE SJR-REASON-CODE TO IDL-REASON-CODE.

           PERFORM C-400-WRITE-DETAIL-LINE.

           READ SORTED-JOURNAL-FILE
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.
      /
      ******************************************************************
      *                                                                *
      *                START A NEW MASTER RECORD GROUP                 *
      *                                                                *
      ******************************************************************

       C-300-RECORD-HEADING.

           MOVE SJR-MASTER-NAME TO WA-HOLD-MASTER.
           MOVE SJR-RECORD-KEY TO WA-HOLD-KEY.
           ADD 1 TO AC-RECORD-COUNT.

           MOVE SJR-MASTER-NAME TO RHL-MASTER-NAME.
           MOVE SJR-RECORD-KEY TO RHL-RECORD-KEY.
           MOVE SJR-PROGRAM-NAME TO RHL-PROGRAM-NAME.

           IF AC-LINE-COUNT = 0 OR AC-LINE-COUNT > 50
               PERFORM M-500-WRITE-HEADINGS.

           WRITE INQUIRY-LINE-OUT FROM RECORD-HEADING-LINE
             AFTER ADVANCING 2 LINES.
           ADD 2 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *               WRITE ONE FIELD CHANGE DETAIL LINE               *
      *                                                                *
      ******************************************************************

       C-400-WRITE-DETAIL-LINE.

           IF AC-LINE-COUNT > 55
               PERFORM M-500-WRITE-HEADINGS.

           WRITE INQUIRY-LINE-OUT FROM INQUIRY-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

           ADD 1 TO AC-LINE-COUNT.
           ADD 1 TO AC-ENTRY-COUNT.
      /
      ******************************************************************
      *                                                                *
      *            CHANGE JOURNAL INQUIRY HEADING PARAGRAPH            *
      *                                                                *
      ******************************************************************

       M-500-WRITE-HEADINGS.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO IQH-PAGE-COUNT.

           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-1
             AFTER ADVANCING PAGE.
           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-2
             AFTER ADVANCING 1 LINE.
           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-2A
             AFTER ADVANCING 1 LINE.
           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-2B
             AFTER ADVANCING 2 LINES.
           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-3
             AFTER ADVANCING 2 LINES.
           WRITE INQUIRY-LINE-OUT FROM IQH-LINE-4
             AFTER ADVANCING 1 LINE.

           MOVE 8 TO AC-LINE-COUNT.

      ******************************************************************
      *                                                                *
      *                      END OF JOB PARAGRAPH                      *
      *                                                                *
      ******************************************************************

       D-100-WRAP-UP.

           IF AC-LINE-COUNT = 0
               PERFORM M-500-WRITE-HEADINGS.

           MOVE AC-READ-COUNT TO ISL-READ-COUNT.
           MOVE AC-RECORD-COUNT TO ISL-RECORD-COUNT.
           MOVE AC-ENTRY-COUNT TO ISL-ENTRY-COUNT.

           WRITE INQUIRY-LINE-OUT FROM ISL-READ-TOTAL
             AFTER ADVANCING 3 LINES.
           WRITE INQUIRY-LINE-OUT FROM ISL-RECORD-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE INQUIRY-LINE-OUT FROM ISL-ENTRY-TOTAL
             AFTER ADVANCING 1 LINE.
           WRITE INQUIRY-LINE-OUT FROM ISL-END-OF-REPORT
             AFTER ADVANCING 2 LINES.

           CLOSE INQUIRY-REPORT.

           DISPLAY " ".
           DISPLAY "CHANGE JOURNAL INQUIRY PROGRAM HAS TERMINATED".
           DISPLAY " ".

      ******************************************************************
      *                       END OF PROGRAM                           *
      ******************************************************************
