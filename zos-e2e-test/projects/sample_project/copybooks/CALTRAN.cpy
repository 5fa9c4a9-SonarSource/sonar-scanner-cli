      ******************************************************************
      *                                                                *
      *    CALTRAN    -- BUSINESS CALENDAR MAINTENANCE TRANSACTION     *
      *                                                                *
      *    USED BY     CALMAINT                                        *
      *                                                                *
      *    ONE TRANSACTION ADDS OR DELETES ONE BUSINESS CALENDAR       *
      *    ENTRY, NAMED BY ITS DATE (THE DAY OF THE WEEK FOR A WEEKEND *
      *    DAY) AND ENTRY TYPE AS ON CALREC. THE FILE MUST BE SORTED   *
      *    ASCENDING ON CU-CAL-KEY TO MATCH THE CURRENT CALENDAR. A    *
      *    FISCAL PERIOD END ADD MUST NAME THE PERIOD IT ENDS.         *
      *                                                                *
      ******************************************************************
       01  CU-CAL-TRANSACTION.
           05  CU-ACTION               PIC X(01).
               88  CU-ACTION-ADD                  VALUE 'A'.
               88  CU-ACTION-DELETE               VALUE 'D'.
           05  CU-CAL-KEY.
               10  CU-CAL-DATE         PIC 9(08).
               10  CU-CAL-DATE-R       REDEFINES CU-CAL-DATE.
                   15  FILLER          PIC 9(07).
                   15  CU-WEEKDAY      PIC 9(01).
               10  CU-DAY-TYPE         PIC X(01).
                   88  CU-WEEKEND-DAY             VALUE 'W'.
                   88  CU-HOLIDAY                 VALUE 'H'.
                   88  CU-PERIOD-END              VALUE 'P'.
           05  CU-FISCAL-PERIOD        PIC 9(06).
           05  CU-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(34).
