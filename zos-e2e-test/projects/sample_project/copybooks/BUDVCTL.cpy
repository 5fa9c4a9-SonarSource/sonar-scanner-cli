      ******************************************************************
      *                                                                *
      *    BUDVCTL    -- BUDGET VARIANCE REPORT CONTROL CARD           *
      *                                                                *
      *    USED BY     BUDVAR                                         *
      *                                                                *
      *    BV-TOLERANCE-PCT IS HOW FAR, AS A PERCENT OF BUDGET, A      *
      *    REGION/CLASS1'S PROJECTED MONTH-END VOLUME OR NUM1 MAY RUN  *
      *    OVER ITS BUDGET BEFORE IT IS FLAGGED. BV-AS-OF-DATE IS THE  *
      *    LAST DAY OF ACTIVITY THE LEDGER HOLDS, USED FOR THE PERCENT *
      *    OF THE MONTH ELAPSED; ZERO MEANS THE RUN DATE. WHEN THE     *
      *    CARD IS NOT SUPPLIED FOR A RUN THE PROGRAM DEFAULTS STAND.  *
      *                                                                *
      ******************************************************************
       01  BV-VARIANCE-CONTROL-RECORD.
           05  BV-TOLERANCE-PCT        PIC 9(03).
           05  BV-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(69).
