           PERFORM A-100-INITIALIZATION.
           PERFORM C-100-CLOSE-PERIOD.
           PERFORM D-100-WRAP-UP.
           GOBACK.

      ******************************************************************
      *                                                                *
