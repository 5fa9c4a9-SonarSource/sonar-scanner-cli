      ******************************************************************
      *                                                                *
      *    STEPOVR    -- JOB-STEP LEDGER OPERATOR OVERRIDE CARD        *
      *                                                                *
      *    USED BY     TRANMRG, SUSPREL, SUSPMRG, TRANSPLT,           *
      *                CONDITIONALS, RUNCONS, GLEXTRCT, GLRECON,      *
      *                PERLEDGR, DAYBAL                               *
      *                                                                *
      *    SUPPLIED ONLY WHEN OPERATIONS DELIBERATELY RERUNS A STEP    *
      *    AFTER A DOCUMENTED FAILURE. A CARD WAIVES THE STEPLOG       *
      *    LEDGER CHECKS FOR THE ONE STEP, RUN DATE, CYCLE AND         *
      *    STREAM IT NAMES (JO-STREAM-ID IS SPACES EXCEPT FOR A        *
      *    PARALLEL CLASSIFIER STREAM); FOR THE STEPS THAT TAKE THEIR  *
      *    CYCLE FROM THE LEDGER RATHER THAN FROM AN INPUT HEADER      *
      *    (SUSPREL, GLEXTRCT, GLRECON, PERLEDGR) THE CARD ALSO        *
      *    NAMES THE CYCLE TO BE RUN. THE OPERATOR ID AND REASON ARE   *
      *    PRINTED ON THE STEP'S REPORT AND THE OPERATOR ID IS         *
      *    CARRIED ONTO THE STEP'S LEDGER RECORD. CARDS FOR OTHER      *
      *    STEPS ON THE SAME DATASET ARE IGNORED.                      *
      *                                                                *
      ******************************************************************
       01  JO-OVERRIDE-RECORD.
           05  JO-STEP-NAME            PIC X(12).
           05  JO-RUN-DATE             PIC 9(08).
           05  JO-CYCLE-NO             PIC 9(02).
           05  JO-STREAM-ID            PIC X(03).
           05  JO-OPERATOR             PIC X(08).
           05  JO-REASON               PIC X(40).
           05  FILLER                  PIC X(07).
