      ******************************************************************
      *                                                                *
      *    STEPREC    -- JOB-STEP COMPLETION LEDGER RECORD             *
      *                                                                *
      *    USED BY     TRANMRG, SUSPREL, SUSPMRG, TRANSPLT,           *
      *                CONDITIONALS, RUNCONS, GLEXTRCT, GLRECON,      *
      *                PERLEDGR, DAYBAL, STEPSTAT                     *
      *                                                                *
      *    ONE RECORD APPENDED TO THE CUMULATIVE STEPLOG LEDGER BY     *
      *    EACH STEP OF THE DAILY CHAIN AS IT FINISHES, IDENTIFIED BY  *
      *    JL-RUN-DATE PLUS JL-CYCLE-NO AND THE STEP'S PROGRAM NAME.   *
      *    JL-STREAM-ID IS THE REGION OF A PARALLEL CLASSIFIER STREAM  *
      *    CUT BY TRANSPLT AND IS SPACES FOR EVERY WHOLE-DAY STEP.     *
      *    A STEP ENDING RC 4 OR LESS IS RECORDED COMPLETE, ANYTHING   *
      *    HIGHER FAILED. THE LEDGER IS ONLY EVER APPENDED TO, SO THE  *
      *    LAST RECORD FOR A DATE/CYCLE/STEP/STREAM IS ITS CURRENT     *
      *    STATE AND THE EARLIER ONES ARE ITS HISTORY. EVERY STEP      *
      *    READS THE LEDGER BEFORE IT TOUCHES ANYTHING AND REFUSES TO  *
      *    RUN WHEN ITS PREDECESSORS HAVE NOT COMPLETED FOR THE SAME   *
      *    DATE AND CYCLE OR WHEN IT HAS ALREADY COMPLETED ITSELF.     *
      *    JL-OVERRIDE-OPER CARRIES THE OPERATOR WHOSE STEPOVR CARD    *
      *    WAIVED THOSE CHECKS FOR THE RUN, SPACES OTHERWISE.          *
      *                                                                *
      ******************************************************************
       01  JL-STEP-RECORD.
           05  JL-RUN-DATE             PIC 9(08).
           05  JL-CYCLE-NO             PIC 9(02).
           05  JL-STEP-NAME            PIC X(12).
           05  JL-STREAM-ID            PIC X(03).
           05  JL-STEP-RC              PIC 9(04).
           05  JL-STEP-STATUS          PIC X(01).
               88  JL-STEP-COMPLETE               VALUE 'C'.
               88  JL-STEP-FAILED                 VALUE 'F'.
           05  JL-END-DATE             PIC 9(08).
           05  JL-END-TIME             PIC 9(06).
           05  JL-OVERRIDE-OPER        PIC X(08).
           05  FILLER                  PIC X(28).
