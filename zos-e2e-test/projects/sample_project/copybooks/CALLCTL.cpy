      ******************************************************************
      *                                                                *
      *    CALLCTL    -- BUSINESS CALENDAR LISTING CONTROL CARD        *
      *                                                                *
      *    USED BY     CALLIST                                         *
      *                                                                *
      *    CY-LIST-YEAR NAMES THE YEAR TO BE LISTED. WHEN THE CARD IS  *
      *    NOT SUPPLIED FOR A RUN, OR THE YEAR IS ZERO, THE YEAR OF    *
      *    THE RUN DATE IS LISTED.                                     *
      *                                                                *
      ******************************************************************
       01  CY-LIST-CONTROL-RECORD.
           05  CY-LIST-YEAR            PIC 9(04).
           05  FILLER                  PIC X(76).
