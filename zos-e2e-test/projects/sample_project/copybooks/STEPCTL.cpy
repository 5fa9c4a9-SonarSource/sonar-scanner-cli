      ******************************************************************
      *                                                                *
      *    STEPCTL    -- CHAIN STATUS REPORT CONTROL CARD              *
      *                                                                *
      *    USED BY     STEPSTAT                                       *
      *                                                                *
      *    JC-REPORT-DATE NAMES THE RUN DATE WHOSE CYCLES ARE TO BE    *
      *    REPORTED FROM THE STEPLOG LEDGER. WHEN THE CARD IS NOT      *
      *    SUPPLIED FOR A RUN (OR CARRIES ZERO) TODAY'S DATE STANDS.   *
      *                                                                *
      ******************************************************************
       01  JC-STATUS-CONTROL-RECORD.
           05  JC-REPORT-DATE          PIC 9(08).
           05  FILLER                  PIC X(72).
