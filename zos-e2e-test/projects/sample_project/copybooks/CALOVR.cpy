      ******************************************************************
      *                                                                *
      *    CALOVR     -- NON-BUSINESS RUN DATE OVERRIDE CARD           *
      *                                                                *
      *    USED BY     CONDITIONALS, SUSPAGE, HOLDAGE, TRNDRPT,        *
      *                PERLEDGR                                        *
      *                                                                *
      *    A RUN WHOSE RUN DATE IS NOT A BUSINESS DAY ON THE BUSINESS  *
      *    CALENDAR IS REFUSED RC 4 WITH NOTHING PROCESSED. SUPPLIED   *
      *    ONLY WHEN OPERATIONS DELIBERATELY RUNS ON A WEEKEND OR      *
      *    HOLIDAY, A CARD NAMING THE PROGRAM AND RUN DATE LETS THAT   *
      *    ONE RUN PROCEED; THE OPERATOR ID AND REASON ARE PRINTED ON  *
      *    THE RUN'S REPORT. CARDS FOR OTHER PROGRAMS OR DATES ON THE  *
      *    SAME DATASET ARE IGNORED.                                   *
      *                                                                *
      ******************************************************************
       01  CV-OVERRIDE-RECORD.
           05  CV-PROGRAM-NAME         PIC X(12).
           05  CV-RUN-DATE             PIC 9(08).
           05  CV-OPERATOR             PIC X(08).
           05  CV-REASON               PIC X(40).
           05  FILLER                  PIC X(12).
