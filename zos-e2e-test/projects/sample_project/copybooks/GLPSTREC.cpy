      *                                                                *
      *    GLPSTREC   -- GL POSTING INTERFACE RECORD                   *
      *                                                                *
      *    USED BY     GLEXTRCT, SUSPWOF                               *
      *                                                                *
      *    THE FILE ACCOUNTING'S SYSTEM LOADS: ONE 'P' POSTING         *
      *    RECORD PER GL ACCOUNT WITH THE DAY'S SUMMARIZED DEBIT AND   *
