      ******************************************************************
      *                                                                *
      *    WOFLMT     -- SUSPENSE WRITE-OFF APPROVAL LIMIT RECORD      *
      *                                                                *
      *    USED BY     SUSPWOF                                         *
      *                                                                *
      *    ONE RECORD PER PERSON AUTHORIZED TO APPROVE SUSPENSE        *
      *    WRITE-OFFS, MAINTAINED BY FINANCE. WL-LIMIT-NUM1 IS THE     *
      *    LARGEST NUM1 AMOUNT (EITHER SIGN) THAT APPROVER MAY WRITE   *
      *    OFF ON ONE RECORD; A LARGER ITEM NEEDS A MORE SENIOR        *
      *    APPROVER.                                                   *
      *                                                                *
      ******************************************************************
       01  WL-LIMIT-RECORD.
           05  WL-APPROVER-ID          PIC X(08).
           05  WL-APPROVER-NAME        PIC X(30).
           05  WL-LIMIT-NUM1           PIC 9(09).
           05  FILLER                  PIC X(33).
