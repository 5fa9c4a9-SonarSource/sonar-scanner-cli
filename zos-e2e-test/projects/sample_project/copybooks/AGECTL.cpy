      *                                                                *
      *    USED BY     SUSPAGE                                        *
      *                                                                *
      *    SA-AGE-DAYS IS THE NUMBER OF BUSINESS DAYS A RECORD MAY     *
      *    SIT IN SUSPENSE BEFORE IT IS FLAGGED ON THE AGING REPORT    *
      *    (CALENDAR DAYS WHEN THE BUSINESS CALENDAR, BUSCAL, IS NOT   *
      *    SUPPLIED). WHEN THE CARD IS NOT SUPPLIED FOR A RUN THE      *
      *    PROGRAM DEFAULT STANDS.                                     *
      *                                                                *
      ******************************************************************
       01  SA-AGE-CONTROL-RECORD.
