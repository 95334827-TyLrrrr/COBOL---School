      *    SHARED NIGHTLY RUN LOG WRITTEN BY THE BATCH DRIVER          *
      *    (VSEX18-1). ENTRIES ARE LISTED IN THE ORDER LOGGED,         *
      *    GROUPED BY BUSINESS DATE, WITH THE START TIME, END TIME,    *
      *    RECORD COUNT, AND STATUS OF EVERY STEP, NIGHTLY AND         *
      *    MONTH-END. FAILED STEPS, AND MONTH-END STEPS HELD FOR WANT  *
      *    OF A PREREQUISITE, ARE FLAGGED AND COUNTED SO THE OPERATOR  *
      *    CAN SEE AT A GLANCE WHERE THE CHAIN STOPPED.                *
      *                                                                *
      *        INPUT:   RUNLOG.DAT  - SHARED NIGHTLY RUN LOG           *
      *                                                                *

      ******************************************************************
      *                                                                *
      *        REASON LINE - PRINTED UNDER ANY ENTRY THAT CARRIES      *
      *        ONE (REFUSED, FAILED, HELD OR SKIPPED)                  *
      *                                                                *
      ******************************************************************

           MOVE RLR-RECORD-COUNT TO SDL-RECORD-COUNT.
           MOVE RLR-STATUS TO SDL-STATUS.

           IF RLR-STATUS = "FAILED" OR "REFUSED" OR "HELD"
               ADD 1 TO AC-FAILED-COUNT
               MOVE "**" TO SDL-FLAG
           ELSE
