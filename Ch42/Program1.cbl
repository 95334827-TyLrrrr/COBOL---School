      *                 EX8-3.RPT    - SALES SUBTOTAL REPORT (VSEX8-3) *
      *                 VSEX9-4.RPT  - RECONCILIATION RPT. (VSEX9-4)   *
      *                 VSEX7-2.RPT  - CLERK NAME REPORT (VSEX7-2)     *
      *                 VSEX58-1.RPT - OPERATING CONTROL (VSEX58-1)    *
      *                                                                *
      *        INPUT/OUTPUT:  REPOSTRY.DAT - REPORT REPOSITORY         *
      *                       REPOSTRY.NEW - SWEPT REPOSITORY          *
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\CH7\VSEX7-
      -    "2.RPT".

           SELECT OPTIONAL CAPTURE-REPORT-5
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch58\VSEX5
      -    "8-1.RPT".

           SELECT REPRINT-FILE
               ASSIGN TO "C:\Users\sathe\Desktop\Mstate\COBOL\Ch42\REPRI
      -    "NT.RPT".

       01 CAP4-LINE PIC X(110).

       FD  CAPTURE-REPORT-5.

       01 CAP5-LINE PIC X(110).

       FD  REPRINT-FILE.

       01 REPRINT-LINE-OUT PIC X(110).
           MOVE "VSEX7-2.RPT" TO WA-CAPTURE-NAME.
           PERFORM B-500-CAPTURE-REPORT-4.

           MOVE "VSEX58-1.RPT" TO WA-CAPTURE-NAME.
           PERFORM B-550-CAPTURE-REPORT-5.

           CLOSE REPOSITORY-FILE.

       B-200-CAPTURE-REPORT-1.
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

       B-550-CAPTURE-REPORT-5.

           MOVE ZERO TO AC-CAPTURED-LINES.
           OPEN INPUT CAPTURE-REPORT-5.
           MOVE "N" TO SW-END-OF-FILE.

           READ CAPTURE-REPORT-5
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

           PERFORM B-560-KEEP-ONE-LINE-5
             UNTIL END-OF-FILE.

           CLOSE CAPTURE-REPORT-5.
           PERFORM B-600-NOTE-ONE-CAPTURE.

       B-560-KEEP-ONE-LINE-5.

           MOVE CAP5-LINE TO RPR-REPORT-LINE.
           PERFORM B-700-WRITE-REPOSITORY-LINE.

           READ CAPTURE-REPORT-5
               AT END
                   MOVE "Y" TO SW-END-OF-FILE.

      ******************************************************************
      *                                                                *
      *        STAMP AND KEEP ONE REPORT LINE                          *
