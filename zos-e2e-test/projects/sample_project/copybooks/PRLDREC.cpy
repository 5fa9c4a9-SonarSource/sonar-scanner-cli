      *    OPEN/CLOSED STATUS AND THE ENTRY COUNT AND TOTALS, SO THE   *
      *    OPENING POSITION OF EVERY RUN (AND OF THE NEXT MONTH) IS    *
      *    PROVED, NOT ASSUMED.                                        *
      *    THE COUNTS AND TOTALS ARE SIGNED: A REVERSAL NETS THE       *
      *    POSTING IT CANCELS OUT OF THE MONTH, AND MAY TAKE AN ENTRY  *
      *    BELOW ZERO WHEN THE POSTING FELL IN AN EARLIER PERIOD.      *
      *                                                                *
      ******************************************************************
       01  PL-LEDGER-RECORD.
           05  PL-LEDGER-DATA.
               10  PL-REGION           PIC X(03).
               10  PL-CLASS1           PIC X(9).
               10  PL-REC-COUNT        PIC S9(09).
               10  PL-NUM1-TOTAL       PIC S9(13).
               10  PL-NUM2-TOTAL       PIC S9(13).
           05  PL-CONTROL-DATA         REDEFINES PL-LEDGER-DATA.
               10  PL-CTL-PERIOD       PIC 9(06).
               10  PL-CTL-STATUS       PIC X(01).
                   88  PL-PERIOD-OPEN             VALUE 'O'.
                   88  PL-PERIOD-CLOSED           VALUE 'C'.
               10  PL-CTL-ENTRY-COUNT  PIC 9(05).
               10  PL-CTL-REC-COUNT    PIC S9(09).
               10  PL-CTL-NUM1-TOTAL   PIC S9(13).
               10  PL-CTL-NUM2-TOTAL   PIC S9(13).
