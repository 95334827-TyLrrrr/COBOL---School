      *    THIS PROGRAM DRIVES THE NIGHTLY BATCH CHAIN IN ITS FIXED    *
      *    ORDER - VSEX20-1 (MASTER BACKUP), VSEX21-1 (INTEGRITY       *
      *    AUDIT), THEN VSEX10-1, VSEX11-1, VSEX9-3, VSEX8-3,          *
      *    VSEX9-4, VSEX52-2 (FLOOR PLAN PAYOFF AND CURTAILMENT        *
      *    LISTS), VSEX53-3 (CHARGE ACCOUNT PURCHASE POSTING AND       *
      *    OVER-LIMIT AND CREDIT HOLD REPORT), VSEX48-1 (BANK DEPOSIT  *
      *    RECONCILIATION), VSEX56-1 (RUN VOLUME ANOMALY CHECK),       *
      *    VSEX32-1 (JOURNAL EXTRACT, ONLY AFTER THE RECONCILIATION    *
      *    STEPS RAN), VSEX49-2 (GENERAL LEDGER POSTING OF THE         *
      *    EXTRACT), VSEX58-1 (DAILY OPERATING CONTROL REPORT),        *
      *    VSEX59-1 (MANUFACTURER DELIVERY EXTRACT), VSEX60-2 (TITLE   *
      *    WORK AGING REPORT), AND VSEX42-1 (REPORT CAPTURE INTO THE   *
      *    RETAINED REPOSITORY) - SO A BAD BACKUP VERIFY OR AN AUDIT   *
      *    ERROR HOLDS THE UPDATE RUN BEFORE ANY MASTER IS TOUCHED,    *
      *    AND A DEPOSIT OUT OF BALANCE OR A SEVERE SWING IN THE       *
      *    NIGHT'S VOLUMES HOLDS THE JOURNAL EXTRACT. THE DRIVER       *
      *    WRITES A START/END/RECORD-COUNT/STATUS ENTRY FOR EVERY      *
      *    STEP TO THE SHARED RUN LOG. WHEN A STEP FAILS THE CHAIN     *
      *    HALTS AND THE DRIVER ENDS WITH A NONZERO RETURN CODE. ON A  *
      *    RERUN FOR THE SAME BUSINESS DATE, STEPS THE RUN LOG         *
      *    ALREADY SHOWS COMPLETE ARE SKIPPED SO THE CHAIN RESUMES     *
      *    WHERE IT STOPPED. THE BUSINESS DATE IS TAKEN FROM THE       *
      *    BUSINESS DATE PARAMETER FILE, OR DEFAULTS TO THE RUN DATE.  *
      *    RECORD COUNTS ARE PICKED UP FROM THE RUN TOTALS FILES THE   *
      *    POSTING AND REPORT STEPS DROP (TOTALS9.DAT AND              *
      *    TOTALS8.DAT). ON THE LAST BUSINESS DAY OF THE MONTH ON THE  *
      *    PROCESSING CALENDAR, A CLEAN NIGHTLY CHAIN IS FOLLOWED BY   *
      *    THE MONTH-END CHAIN IN ITS OWN FIXED ORDER - VSEX16-1       *
      *    (DUNNING), VSEX30-1 (FINANCE CHARGE POSTING), VSEX30-2      *
      *    (CUSTOMER FILE CUTOVER), VSEX31-1 (STATEMENTS), VSEX33-1    *
      *    (TAX REMITTANCE), VSEX14-1 (COMMISSIONS), VSEX23-1 (SALES   *
      *    TREND), AND VSEX17-1 (PERIOD CLOSE). THE MONTH-END STEPS    *
      *    ARE LOGGED AND RESTARTED THE SAME WAY AS THE NIGHTLY STEPS. *
      *    BEFORE THEM THE DRIVER SETS THE STATEMENT, REMITTANCE AND   *
      *    CLOSE PERIODS TO THE BUSINESS DATE'S MONTH. EACH MONTH-END  *
      *    STEP MAY NAME STEPS THAT MUST BE COMPLETE BEFORE IT RUNS -  *
      *    THE CLOSE WAITS ON THE STATEMENTS AND THE TAX REMITTANCE. A *
      *    STEP WHOSE PREREQUISITES ARE NOT COMPLETE IS LOGGED HELD    *
      *    AND HALTS THE CHAIN. THE FINANCE CHARGE POSTING ALSO NEEDS  *
      *    THE DUNNING RUN TO HAVE WRITTEN FINCHG.DAT - WHEN IT WROTE  *
      *    NO CHARGES THE POSTING AND THE CUTOVER ARE LOGGED SKIPPED   *
      *    AND THE CHAIN GOES ON.                                      *
      *                                                                *
      *        INPUT:   BUSDATE.DAT  - BUSINESS DATE PARAMETER         *
      *                 TOTALS9.DAT  - VSEX9-3 RUN TOTALS              *
      *                 TOTALS8.DAT  - VSEX8-3 RUN TOTALS              *
      *                 FINCHG.DAT   - VSEX16-1 FINANCE CHARGES        *
      *                                                                *
      *        INPUT/OUTPUT:  RUNLOG.DAT - SHARED NIGHTLY RUN LOG      *
      *                                                                *
      *        OUTPUT:  STMTPRM.DAT  - STATEMENT PERIOD (YYYYMM)       *
      *                 REMITPRM.DAT - REMITTANCE PERIOD (YYYYMM)      *
      *                 CLOSEPRM.DAT - PERIOD TO CLOSE (YYYYMM)        *
      *                                                                *
      ******************************************************************
      /
       ENVIRONMENT DIVISION.
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\BATCH
      -    "ACT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-CHARGE-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\FINCH
      -    "G.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\STMTP
      -    "RM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMIT-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\REMIT
      -    "PRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-PARM-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Data\CLOSE
      -    "PRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      /
       DATA DIVISION.
      ***************
       01 BATCH-ACTIVE-RECORD.
         02 BAF-BATCH-STATUS PIC X.
         02 BAF-BUSINESS-DATE PIC 9(8).

      ******************************************************************
      *                                                                *
      *    FINANCE-CHARGE-FILE - THE CHARGES THE DUNNING RUN           *
      *    (VSEX16-1) ASSESSED. ONLY ITS PRESENCE IS TESTED, FOR THE   *
      *    FINANCE CHARGE POSTING RULE                                 *
      *                                                                *
      ******************************************************************

       FD  FINANCE-CHARGE-FILE.

       01 FINANCE-CHARGE-RECORD PIC X(46).

      ******************************************************************
      *                                                                *
      *    MONTH-END PERIOD PARAMETERS - SET TO THE BUSINESS DATE'S    *
      *    MONTH (YYYYMM) FOR THE STATEMENT RUN (VSEX31-1), THE TAX    *
      *    REMITTANCE (VSEX33-1) AND THE PERIOD CLOSE (VSEX17-1)       *
      *                                                                *
      ******************************************************************

       FD  STATEMENT-PARM-FILE.

       01 STATEMENT-PARM-RECORD.
         02 SPR-STATEMENT-PERIOD PIC 9(6).

       FD  REMIT-PARM-FILE.

       01 REMIT-PARM-RECORD.
         02 RPR-REMIT-PERIOD PIC 9(6).

       FD  CLOSE-PARM-FILE.

       01 CLOSE-PARM-RECORD.
         02 CPR-CLOSE-PERIOD PIC 9(6).
      /
       WORKING-STORAGE SECTION.
      ************************

         02 SW-DATE-ON-CALENDAR PIC X.
           88 DATE-ON-CALENDAR VALUE "Y".

         02 SW-MONTH-END-DAY PIC X VALUE "N".
           88 MONTH-END-DAY VALUE "Y".

         02 SW-CALENDAR-PAST-MONTH PIC X.
           88 CALENDAR-PAST-MONTH VALUE "Y".

         02 SW-MONTH-END-STARTED PIC X VALUE "N".
           88 MONTH-END-STARTED VALUE "Y".

         02 SW-STEP-DISPOSITION PIC X.
           88 STEP-READY VALUE "R".
           88 STEP-HELD VALUE "H".
           88 STEP-BYPASSED VALUE "S".
      /
      ******************************************************************
      *                                                                *
         02 WA-CURRENT-STAMP PIC X(21).
         02 WA-BUSINESS-DATE PIC 9(8).
         02 WA-STEP-SUB PIC 99.
         02 WA-STEP-NAME PIC X(8).
         02 WA-STEP-NUMBER PIC 99.
         02 WA-REQUIRED-SUB PIC 9.
         02 WA-START-TIME PIC 9(6).
         02 WA-END-TIME PIC 9(6).
         02 WA-STEP-COUNT PIC 9(6).
         02 WA-CALENDAR-COUNT PIC 9(3) VALUE ZERO.
         02 WA-CALENDAR-SUB PIC 9(3).
         02 WA-DONE-STEP-COUNT PIC 99.
         02 WA-MONTH-END-DONE-COUNT PIC 9.
         02 WA-BUSINESS-PERIOD PIC 9(6).
         02 WA-NOT-RUN-STATUS PIC X(8).
         02 WA-NOT-RUN-REASON.
           03 WA-NOT-RUN-STEP PIC X(9).
           03 WA-NOT-RUN-TEXT PIC X(21).
         02 WA-PRIOR-PERIOD.
           03 WA-PRIOR-YEAR PIC 9(4).
           03 WA-PRIOR-MONTH PIC 99.
         02 PIC X(9) VALUE "VSEX9-3 N".
         02 PIC X(9) VALUE "VSEX8-3 N".
         02 PIC X(9) VALUE "VSEX9-4 N".
         02 PIC X(9) VALUE "VSEX52-2N".
         02 PIC X(9) VALUE "VSEX53-3N".
         02 PIC X(9) VALUE "VSEX48-1N".
         02 PIC X(9) VALUE "VSEX56-1N".
         02 PIC X(9) VALUE "VSEX32-1N".
         02 PIC X(9) VALUE "VSEX49-2N".
         02 PIC X(9) VALUE "VSEX58-1N".
         02 PIC X(9) VALUE "VSEX59-1N".
         02 PIC X(9) VALUE "VSEX60-2N".
         02 PIC X(9) VALUE "VSEX42-1N".

       01 STEP-TABLE REDEFINES STEP-TABLE-DATA.
         02 STT-ENTRY OCCURS 17 TIMES
                       INDEXED BY STT-INDEX.
           03 STT-NAME PIC X(8).
           03 STT-DONE PIC X.
             88 STT-STEP-DONE VALUE "Y".

      ******************************************************************
      *                                                                *
      *    EMBEDDED MONTH-END STEP TABLE - THE MONTH-END CHAIN IN ITS  *
      *    FIXED ORDER. EACH ENTRY CARRIES ITS DONE FLAG (SET FROM     *
      *    THE RUN LOG, AS FOR THE NIGHTLY STEPS), UP TO TWO STEPS     *
      *    THAT MUST BE COMPLETE BEFORE IT RUNS, AND A Y WHEN IT ALSO  *
      *    NEEDS THE DUNNING RUN'S FINANCE CHARGE FILE                 *
      *                                                                *
      ******************************************************************

       01 MONTH-END-TABLE-DATA.
         02 PIC X(9) VALUE "VSEX16-1N".
         02 PIC X(16) VALUE SPACES.
         02 PIC X VALUE "N".
         02 PIC X(9) VALUE "VSEX30-1N".
         02 PIC X(16) VALUE "VSEX16-1".
         02 PIC X VALUE "Y".
         02 PIC X(9) VALUE "VSEX30-2N".
         02 PIC X(16) VALUE "VSEX30-1".
         02 PIC X VALUE "Y".
         02 PIC X(9) VALUE "VSEX31-1N".
         02 PIC X(16) VALUE SPACES.
         02 PIC X VALUE "N".
         02 PIC X(9) VALUE "VSEX33-1N".
         02 PIC X(16) VALUE SPACES.
         02 PIC X VALUE "N".
         02 PIC X(9) VALUE "VSEX14-1N".
         02 PIC X(16) VALUE SPACES.
         02 PIC X VALUE "N".
         02 PIC X(9) VALUE "VSEX23-1N".
         02 PIC X(16) VALUE SPACES.
         02 PIC X VALUE "N".
         02 PIC X(9) VALUE "VSEX17-1N".
         02 PIC X(16) VALUE "VSEX31-1VSEX33-1".
         02 PIC X VALUE "N".

       01 MONTH-END-TABLE REDEFINES MONTH-END-TABLE-DATA.
         02 MET-ENTRY OCCURS 8 TIMES
                       INDEXED BY MET-INDEX.
           03 MET-NAME PIC X(8).
           03 MET-DONE PIC X.
             88 MET-STEP-DONE VALUE "Y".
           03 MET-REQUIRED-STEP PIC X(8) OCCURS 2 TIMES.
           03 MET-FINCHG-RULE PIC X.
             88 MET-NEEDS-FINCHG VALUE "Y".
      /
       PROCEDURE DIVISION.
      *******************
                   WHEN STT-NAME(STT-INDEX) = RLR-STEP-NAME
                       MOVE "Y" TO STT-DONE(STT-INDEX).

           IF RLR-BUSINESS-DATE = WA-BUSINESS-DATE AND
              (RLR-STATUS = "COMPLETE" OR "SKIPPED")
               SET MET-INDEX TO 1
               SEARCH MET-ENTRY
                   AT END
                       CONTINUE
                   WHEN MET-NAME(MET-INDEX) = RLR-STEP-NAME
                       MOVE "Y" TO MET-DONE(MET-INDEX).

           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO SW-LOG-EOF.
      *     DATE IN SEQUENCE AFTER THE LAST ONE LOGGED (OR A RERUN     *
      *     OF THAT DATE), MUST NOT ALREADY BE FULLY COMPLETE, AND     *
      *     THE PRIOR ACCOUNTING PERIOD MUST BE CLOSED BEFORE A NEW    *
      *     MONTH'S POSTING RUNS. WHETHER THE DATE IS THE LAST         *
      *     BUSINESS DAY OF ITS MONTH IS SETTLED FIRST, SINCE A        *
      *     MONTH-END DATE IS NOT COMPLETE UNTIL BOTH CHAINS HAVE      *
      *     RUN                                                        *
      *                                                                *
      ******************************************************************

       B-500-CHECK-PROCESSING-CALENDAR.

           IF WA-CALENDAR-COUNT > 0
               PERFORM B-540-CHECK-MONTH-END.

           PERFORM B-505-CHECK-ALREADY-COMPLETE.

           IF NOT CHAIN-REFUSED AND WA-CALENDAR-COUNT > 0
      ******************************************************************
      *                                                                *
      *     A DATE WHOSE WHOLE CHAIN IS ALREADY COMPLETE IS THE SAME   *
      *     DATE KEYED ON A SECOND NIGHT - REFUSE IT. ON A MONTH-END   *
      *     DATE THE MONTH-END CHAIN MUST BE COMPLETE AS WELL          *
      *                                                                *
      ******************************************************************


           PERFORM B-506-COUNT-ONE-DONE-STEP
             VARYING WA-STEP-SUB FROM 1 BY 1
             UNTIL WA-STEP-SUB > 17.

           MOVE ZERO TO WA-MONTH-END-DONE-COUNT.

           PERFORM B-507-COUNT-MONTH-END-DONE
             VARYING WA-STEP-SUB FROM 1 BY 1
             UNTIL WA-STEP-SUB > 8.

           IF WA-DONE-STEP-COUNT = 17 AND
              (NOT MONTH-END-DAY OR WA-MONTH-END-DONE-COUNT = 8)
               MOVE "Y" TO SW-CHAIN-REFUSED
               MOVE "CHAIN ALREADY COMPLETE FOR DATE"
                 TO WA-REFUSAL-REASON.
           IF STT-STEP-DONE(WA-STEP-SUB)
               ADD 1 TO WA-DONE-STEP-COUNT.

       B-507-COUNT-MONTH-END-DONE.

           IF MET-STEP-DONE(WA-STEP-SUB)
               ADD 1 TO WA-MONTH-END-DONE-COUNT.

      ******************************************************************
      *                                                                *
      *     THE BUSINESS DATE MUST SIT ON THE CALENDAR AS A            *
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO SW-PERIOD-EOF.

      ******************************************************************
      *                                                                *
      *     THE BUSINESS DATE IS THE MONTH-END DATE WHEN NO LATER      *
      *     BUSINESS DAY OF THE SAME MONTH IS ON THE CALENDAR. THE     *
      *     CALENDAR MUST REACH INTO THE NEXT MONTH, SO A CALENDAR     *
      *     THAT SIMPLY RUNS OUT IS NEVER TAKEN FOR A MONTH END        *
      *                                                                *
      ******************************************************************

       B-540-CHECK-MONTH-END.

           MOVE "Y" TO SW-MONTH-END-DAY.
           MOVE "N" TO SW-CALENDAR-PAST-MONTH.

           PERFORM B-541-CHECK-ONE-LATER-DAY
             VARYING WA-CALENDAR-SUB FROM 1 BY 1
             UNTIL WA-CALENDAR-SUB > WA-CALENDAR-COUNT.

           IF NOT CALENDAR-PAST-MONTH
               MOVE "N" TO SW-MONTH-END-DAY.

       B-541-CHECK-ONE-LATER-DAY.

           IF PCT-DATE(WA-CALENDAR-SUB)(1:6) > WA-BUSINESS-DATE(1:6)
               MOVE "Y" TO SW-CALENDAR-PAST-MONTH.

           IF PCT-DATE(WA-CALENDAR-SUB) > WA-BUSINESS-DATE AND
              PCT-DATE(WA-CALENDAR-SUB)(1:6) = WA-BUSINESS-DATE(1:6) AND
              PCT-BUSINESS-DAY(WA-CALENDAR-SUB)
               MOVE "N" TO SW-MONTH-END-DAY.
      /
      ******************************************************************
      *                                                                *
      /
      ******************************************************************
      *                                                                *
      *     RUN THE CHAIN, HALTING AFTER THE FIRST FAILURE. ON THE     *
      *     MONTH-END DATE A CLEAN NIGHTLY CHAIN GOES STRAIGHT ON      *
      *     INTO THE MONTH-END CHAIN                                   *
      *                                                                *
      ******************************************************************


           PERFORM C-200-RUN-ONE-STEP
             VARYING WA-STEP-SUB FROM 1 BY 1
             UNTIL WA-STEP-SUB > 17 OR CHAIN-HALTED.

           IF NOT CHAIN-HALTED AND MONTH-END-DAY
               PERFORM C-500-RUN-MONTH-END-CHAIN.

           CLOSE RUN-LOG-FILE.

               DISPLAY "STEP ALREADY COMPLETE - SKIPPED: "
                 STT-NAME(WA-STEP-SUB)
           ELSE
               MOVE STT-NAME(WA-STEP-SUB) TO WA-STEP-NAME
               MOVE WA-STEP-SUB TO WA-STEP-NUMBER
               PERFORM C-300-EXECUTE-STEP.

      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.
           MOVE WA-CURRENT-STAMP(9:6) TO WA-START-TIME.

           DISPLAY "STARTING STEP: " WA-STEP-NAME.

           CALL WA-STEP-NAME
               ON EXCEPTION
                   MOVE "Y" TO SW-STEP-FAILED.

               PERFORM C-400-GET-STEP-COUNT.

           MOVE WA-BUSINESS-DATE TO RLR-BUSINESS-DATE.
           MOVE WA-STEP-NUMBER TO RLR-STEP-NUMBER.
           MOVE WA-STEP-NAME TO RLR-STEP-NAME.
           MOVE WA-START-TIME TO RLR-START-TIME.
           MOVE WA-END-TIME TO RLR-END-TIME.
           MOVE WA-STEP-COUNT TO RLR-RECORD-COUNT.
           IF STEP-FAILED
               MOVE "FAILED" TO RLR-STATUS
               MOVE "Y" TO SW-CHAIN-HALTED
               DISPLAY "STEP FAILED - CHAIN HALTED: " WA-STEP-NAME
           ELSE
               MOVE "COMPLETE" TO RLR-STATUS
               DISPLAY "STEP COMPLETE: " WA-STEP-NAME.

           MOVE SPACES TO RLR-REASON.


       C-400-GET-STEP-COUNT.

           EVALUATE WA-STEP-NAME
               WHEN "VSEX9-3"
                   OPEN INPUT TOTALS9-FILE
                   READ TOTALS9-FILE
      /
      ******************************************************************
      *                                                                *
      *     RUN THE MONTH-END CHAIN. THE PERIOD PARAMETERS ARE SET TO  *
      *     THE BUSINESS DATE'S MONTH FIRST, THEN EACH STEP RUNS IN    *
      *     ORDER, HALTING AFTER THE FIRST FAILURE OR HOLD. THE        *
      *     MONTH-END STEPS ARE NUMBERED ON FROM THE NIGHTLY STEPS IN  *
      *     THE RUN LOG                                                *
      *                                                                *
      ******************************************************************

       C-500-RUN-MONTH-END-CHAIN.

           MOVE "Y" TO SW-MONTH-END-STARTED.

           DISPLAY "STARTING MONTH-END CHAIN".

           PERFORM C-510-WRITE-PERIOD-PARAMETERS.

           PERFORM C-600-RUN-ONE-MONTH-END-STEP
             VARYING WA-STEP-SUB FROM 1 BY 1
             UNTIL WA-STEP-SUB > 8 OR CHAIN-HALTED.

      ******************************************************************
      *                                                                *
      *     SET THE STATEMENT, REMITTANCE AND CLOSE PERIODS TO THE     *
      *     MONTH BEING CLOSED - LEFT TO THEIR DEFAULTS, THE           *
      *     REMITTANCE AND THE CLOSE WOULD TAKE THE MONTH BEFORE       *
      *                                                                *
      ******************************************************************

       C-510-WRITE-PERIOD-PARAMETERS.

           MOVE WA-BUSINESS-DATE(1:6) TO WA-BUSINESS-PERIOD.

           OPEN OUTPUT STATEMENT-PARM-FILE.
           MOVE WA-BUSINESS-PERIOD TO SPR-STATEMENT-PERIOD.
           WRITE STATEMENT-PARM-RECORD.
           CLOSE STATEMENT-PARM-FILE.

           OPEN OUTPUT REMIT-PARM-FILE.
           MOVE WA-BUSINESS-PERIOD TO RPR-REMIT-PERIOD.
           WRITE REMIT-PARM-RECORD.
           CLOSE REMIT-PARM-FILE.

           OPEN OUTPUT CLOSE-PARM-FILE.
           MOVE WA-BUSINESS-PERIOD TO CPR-CLOSE-PERIOD.
           WRITE CLOSE-PARM-RECORD.
           CLOSE CLOSE-PARM-FILE.

      ******************************************************************
      *                                                                *
      *     RUN ONE MONTH-END STEP, UNLESS THE RUN LOG ALREADY SHOWS   *
      *     IT COMPLETE FOR THE BUSINESS DATE                          *
      *                                                                *
      ******************************************************************

       C-600-RUN-ONE-MONTH-END-STEP.

           IF MET-STEP-DONE(WA-STEP-SUB)
               DISPLAY "STEP ALREADY COMPLETE - SKIPPED: "
                 MET-NAME(WA-STEP-SUB)
           ELSE
               MOVE MET-NAME(WA-STEP-SUB) TO WA-STEP-NAME
               COMPUTE WA-STEP-NUMBER = WA-STEP-SUB + 17
               PERFORM C-610-CHECK-PREREQUISITES
               PERFORM C-640-DISPOSE-MONTH-END-STEP.

      ******************************************************************
      *                                                                *
      *     CHECK THE STEP'S PREREQUISITES - EVERY STEP IT NAMES MUST  *
      *     BE COMPLETE FOR THE BUSINESS DATE, AND A STEP THAT POSTS   *
      *     THE FINANCE CHARGES NEEDS CHARGES ON FINCHG.DAT            *
      *                                                                *
      ******************************************************************

       C-610-CHECK-PREREQUISITES.

           MOVE "R" TO SW-STEP-DISPOSITION.

           PERFORM C-620-CHECK-ONE-REQUIRED-STEP
             VARYING WA-REQUIRED-SUB FROM 1 BY 1
             UNTIL WA-REQUIRED-SUB > 2 OR STEP-HELD.

           IF STEP-READY AND MET-NEEDS-FINCHG(WA-STEP-SUB)
               PERFORM C-630-CHECK-FINANCE-CHARGES.

       C-620-CHECK-ONE-REQUIRED-STEP.

           IF MET-REQUIRED-STEP(WA-STEP-SUB, WA-REQUIRED-SUB)
                 NOT = SPACES
               SET MET-INDEX TO 1
               SEARCH MET-ENTRY
                   AT END
                       CONTINUE
                   WHEN MET-NAME(MET-INDEX) =
                        MET-REQUIRED-STEP(WA-STEP-SUB, WA-REQUIRED-SUB)
                       IF NOT MET-STEP-DONE(MET-INDEX)
                           MOVE "H" TO SW-STEP-DISPOSITION
                           MOVE MET-NAME(MET-INDEX) TO WA-NOT-RUN-STEP
                           MOVE "NOT COMPLETE" TO WA-NOT-RUN-TEXT.

       C-630-CHECK-FINANCE-CHARGES.

           OPEN INPUT FINANCE-CHARGE-FILE.

           READ FINANCE-CHARGE-FILE
               AT END
                   MOVE "S" TO SW-STEP-DISPOSITION
                   MOVE "FINCHG.DAT HAS NO CHARGES"
                     TO WA-NOT-RUN-REASON.

           CLOSE FINANCE-CHARGE-FILE.

      ******************************************************************
      *                                                                *
      *     RUN THE STEP, OR LOG WHY IT DID NOT RUN. A HELD STEP       *
      *     HALTS THE CHAIN. A SKIPPED STEP HAD NOTHING TO DO AND THE  *
      *     CHAIN GOES ON                                              *
      *                                                                *
      ******************************************************************

       C-640-DISPOSE-MONTH-END-STEP.

           EVALUATE TRUE
               WHEN STEP-HELD
                   MOVE "HELD" TO WA-NOT-RUN-STATUS
                   PERFORM C-650-LOG-STEP-NOT-RUN
                   MOVE "Y" TO SW-CHAIN-HALTED
                   DISPLAY "STEP HELD - CHAIN HALTED: " WA-STEP-NAME
               WHEN STEP-BYPASSED
                   MOVE "SKIPPED" TO WA-NOT-RUN-STATUS
                   PERFORM C-650-LOG-STEP-NOT-RUN
                   MOVE "Y" TO MET-DONE(WA-STEP-SUB)
                   DISPLAY "STEP SKIPPED: " WA-STEP-NAME
               WHEN OTHER
                   PERFORM C-300-EXECUTE-STEP
                   IF NOT STEP-FAILED
                       MOVE "Y" TO MET-DONE(WA-STEP-SUB).

       C-650-LOG-STEP-NOT-RUN.

           MOVE FUNCTION CURRENT-DATE TO WA-CURRENT-STAMP.

           MOVE WA-BUSINESS-DATE TO RLR-BUSINESS-DATE.
           MOVE WA-STEP-NUMBER TO RLR-STEP-NUMBER.
           MOVE WA-STEP-NAME TO RLR-STEP-NAME.
           MOVE WA-CURRENT-STAMP(9:6) TO RLR-START-TIME.
           MOVE WA-CURRENT-STAMP(9:6) TO RLR-END-TIME.
           MOVE ZERO TO RLR-RECORD-COUNT.
           MOVE WA-NOT-RUN-STATUS TO RLR-STATUS.
           MOVE WA-NOT-RUN-REASON TO RLR-REASON.

           WRITE RUN-LOG-RECORD.
      /
      ******************************************************************
      *                                                                *
      *                       WRAP-UP PARAGRAPH                        *
      *                                                                *
      ******************************************************************
                   DISPLAY "NIGHTLY CHAIN REFUSED - "
                     WA-REFUSAL-REASON
                   DISPLAY " "
               WHEN CHAIN-HALTED AND MONTH-END-STARTED
                   MOVE 8 TO RETURN-CODE
                   DISPLAY " "
                   DISPLAY "MONTH-END CHAIN HALTED - SEE RUN LOG"
                   DISPLAY " "
               WHEN CHAIN-HALTED
                   MOVE 8 TO RETURN-CODE
                   DISPLAY " "
                   DISPLAY "NIGHTLY CHAIN HALTED - SEE RUN LOG"
                   DISPLAY " "
               WHEN MONTH-END-STARTED
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY " "
                   DISPLAY "NIGHTLY AND MONTH-END CHAINS COMPLETE"
                   DISPLAY " "
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY " "
