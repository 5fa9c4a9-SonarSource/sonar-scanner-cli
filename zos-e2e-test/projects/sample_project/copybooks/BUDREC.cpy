      ******************************************************************
      *                                                                *
      *    BUDREC     -- REGION/CLASS1 MONTHLY BUDGET MASTER RECORD    *
      *                                                                *
      *    USED BY     BUDMAINT, BUDVAR                               *
      *                                                                *
      *    ONE RECORD PER FISCAL MONTH, REGION AND CLASS1 CARRYING     *
      *    THE PLANNED RECORD VOLUME AND PLANNED NUM1 AMOUNT FOR THE   *
      *    MONTH. THE FISCAL MONTH IS THE CCYYMM PERIOD THE PERLEDGR   *
      *    MONTH-TO-DATE LEDGER IS KEPT BY. THE FILE IS HELD IN KEY    *
      *    SEQUENCE (MONTH, REGION, CLASS1) AND IS MAINTAINED ONLY BY  *
      *    BUDMAINT.                                                   *
      *                                                                *
      ******************************************************************
       01  BU-BUDGET-RECORD.
           05  BU-BUDGET-KEY.
               10  BU-FISC-MONTH       PIC 9(06).
               10  BU-REGION           PIC X(03).
               10  BU-CLASS1           PIC X(9).
           05  BU-PLAN-COUNT           PIC 9(09).
           05  BU-PLAN-NUM1            PIC S9(13).
