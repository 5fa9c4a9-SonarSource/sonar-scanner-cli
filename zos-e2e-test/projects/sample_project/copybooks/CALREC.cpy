      ******************************************************************
      *                                                                *
      *    CALREC     -- BUSINESS CALENDAR RECORD                      *
      *                                                                *
      *    USED BY     CALMAINT, CALLIST, CONDITIONALS, SUSPAGE,       *
      *                HOLDAGE, TRNDRPT, PERLEDGR, HISTVFY, BUDVAR     *
      *                                                                *
      *    THE SHARED BUSINESS CALENDAR (BUSCAL), MAINTAINED ONLY      *
      *    THROUGH CALMAINT AND KEPT IN CA-CAL-KEY ORDER. A DAY IS A   *
      *    BUSINESS DAY UNLESS IT FALLS ON A WEEKEND DAY OR IS A       *
      *    HOLIDAY.                                                    *
      *                                                                *
      *    'W' WEEKEND DAY -- A STANDING ENTRY: CA-CAL-DATE HOLDS THE  *
      *    DAY OF THE WEEK (1 MONDAY THRU 7 SUNDAY) THAT IS NEVER A    *
      *    BUSINESS DAY. 'H' HOLIDAY -- CA-CAL-DATE IS A DATE THAT IS  *
      *    NOT A BUSINESS DAY. 'P' FISCAL PERIOD END -- CA-CAL-DATE IS *
      *    THE LAST CALENDAR DAY OF THE FISCAL PERIOD NAMED IN         *
      *    CA-FISCAL-PERIOD (YYYYMM); THE PERIOD CLOSES ON THE LAST    *
      *    BUSINESS DAY ON OR BEFORE IT.                               *
      *                                                                *
      ******************************************************************
       01  CA-CALENDAR-RECORD.
           05  CA-CAL-KEY.
               10  CA-CAL-DATE         PIC 9(08).
               10  CA-CAL-DATE-R       REDEFINES CA-CAL-DATE.
                   15  FILLER          PIC 9(07).
                   15  CA-WEEKDAY      PIC 9(01).
               10  CA-DAY-TYPE         PIC X(01).
                   88  CA-WEEKEND-DAY             VALUE 'W'.
                   88  CA-HOLIDAY                 VALUE 'H'.
                   88  CA-PERIOD-END              VALUE 'P'.
           05  CA-FISCAL-PERIOD        PIC 9(06).
           05  CA-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(35).
