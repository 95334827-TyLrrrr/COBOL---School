           PERFORM B-500-SORT-PERIOD-TABLE.
           PERFORM C-100-PRINT-TREND-REPORT.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
