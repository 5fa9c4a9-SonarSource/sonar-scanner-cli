      ******************************************************************
      *                                                                *
      *    APRLMT     -- APPROVAL-HOLD LIMIT CONTROL RECORD            *
      *                                                                *
      *    USED BY     CONDITIONALS                                    *
      *                                                                *
      *    ONE RECORD PER REGION AND CLASS1 THAT CREDIT RISK WANTS     *
      *    UNDER DUAL CONTROL, MAINTAINED BY CREDIT RISK. A            *
      *    TRANSACTION WITH A FAIL SCORE (CHECK-VAL 000-040) WHOSE     *
      *    NUM1 IS OVER AL-LIMIT-NUM1 FOR ITS REGION AND CLASS1 IS     *
      *    HELD ON THE PENDING-APPROVAL FILE (HOLDREC) INSTEAD OF      *
      *    POSTING. A REGION AND CLASS1 WITH NO RECORD IS NEVER HELD.  *
      *                                                                *
      ******************************************************************
       01  AL-LIMIT-RECORD.
           05  AL-REGION               PIC X(03).
           05  AL-CLASS1               PIC X(9).
           05  AL-LIMIT-NUM1           PIC 9(09).
           05  FILLER                  PIC X(59).
