      ******************************************************************
      *                                                                *
      *    REVLINE    -- DAILY REVERSAL REGISTER LINE                  *
      *                                                                *
      *    USED BY     CONDITIONALS                                   *
      *                                                                *
      ******************************************************************
       01  RV-REPORT-LINE              PIC X(80).
