      *    THE SAME AND THEN CLOSES THE PERIOD, PRODUCING THE          *
      *    MONTH-END STATEMENT AND MARKING THE CONTROL RECORD          *
      *    CLOSED. WHEN THE CARD IS NOT SUPPLIED FOR A RUN THE         *
      *    PROGRAM DEFAULTS TO AN ACCUMULATE RUN, OR TO A CLOSE RUN    *
      *    WHEN THE RUN DATE IS THE LAST BUSINESS DAY OF THE FISCAL    *
      *    PERIOD ON THE BUSINESS CALENDAR (BUSCAL). A CARD SUPPLIED   *
      *    FOR THE RUN ALWAYS WINS.                                    *
      *                                                                *
      ******************************************************************
       01  PE-PERIOD-CONTROL-RECORD.
