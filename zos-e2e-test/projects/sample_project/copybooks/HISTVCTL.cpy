      ******************************************************************
      *                                                                *
      *    HISTVCTL   -- HISTFILE VERIFY/REBUILD CONTROL CARD          *
      *                                                                *
      *    USED BY     HISTVFY                                        *
      *                                                                *
      *    HC-FUNCTION SELECTS THE RUN MODE: 'V' PROVES HISTFILE       *
      *    AGAINST THE RETAINED AUDIT TRAIL AND LISTS EVERY            *
      *    DIFFERENCE; 'R' REBUILDS A CLEAN HISTFILE FROM THE TRAIL.   *
      *    THE WINDOW IS HC-RETAIN-DAYS BUSINESS DAYS BACK FROM        *
      *    HC-AS-OF-DATE ON THE BUSINESS CALENDAR (CALENDAR DAYS WHEN  *
      *    BUSCAL IS NOT SUPPLIED), THE SAME WINDOW CONDITIONALS       *
      *    PURGES TO. ZERO RETAIN DAYS MEANS THE CONDITIONALS WINDOW   *
      *    OF 90 DAYS; A ZERO AS-OF DATE MEANS THE RUN DATE.           *
      *                                                                *
      ******************************************************************
       01  HC-HIST-CONTROL-RECORD.
           05  HC-FUNCTION             PIC X(01).
               88  HC-FUNC-VERIFY                 VALUE 'V'.
               88  HC-FUNC-REBUILD                VALUE 'R'.
           05  HC-RETAIN-DAYS          PIC 9(03).
           05  HC-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(68).
