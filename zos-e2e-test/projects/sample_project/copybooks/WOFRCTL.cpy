      ******************************************************************
      *                                                                *
      *    WOFRCTL    -- WRITTEN-OFF REGISTER CONTROL CARD             *
      *                                                                *
      *    USED BY     WOFREG                                          *
      *                                                                *
      *    WR-REG-MONTH (YYYYMM) NAMES THE MONTH WHOSE WRITE-OFFS ARE  *
      *    LISTED. WHEN THE CARD IS NOT SUPPLIED, OR THE MONTH IS      *
      *    ZERO, THE REGISTER IS FOR THE CURRENT MONTH.                *
      *                                                                *
      ******************************************************************
       01  WR-REGISTER-CONTROL-RECORD.
           05  WR-REG-MONTH            PIC 9(06).
           05  FILLER                  PIC X(74).
