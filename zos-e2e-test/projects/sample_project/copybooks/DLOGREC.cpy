      ******************************************************************
      *                                                                *
      *    DLOGREC    -- REPORT DISTRIBUTION LOG RECORD                *
      *                                                                *
      *    USED BY     RPTBURST                                       *
      *                                                                *
      *    ONE RECORD APPENDED TO THE CUMULATIVE DISTLOG FOR EVERY     *
      *    RECIPIENT OF EVERY BURST REPORT, IDENTIFIED BY DL-RUN-DATE  *
      *    PLUS DL-CYCLE-NO, SO WHAT WENT TO WHOM FOR ANY DATE/CYCLE   *
      *    CAN BE SHOWN. DL-LINE-COUNT IS THE LINES IN ONE COPY.       *
      *    'S' IS SENT. 'U' IS A REGION ON THE REPORT BUT NOT ON THE   *
      *    DISTRIBUTION MASTER, WHOSE SECTION WENT TO THE CORPORATE    *
      *    COPY ONLY. 'N' IS A REGION ON THE MASTER THAT DOES NOT      *
      *    RECEIVE THIS REPORT. 'X' IS A RECIPIENT ON THE MASTER WITH  *
      *    NO SECTION ON THIS RUN'S REPORT. 'P' IS A REPORT NOT        *
      *    PRODUCED THIS RUN.                                          *
      *                                                                *
      ******************************************************************
       01  DL-DIST-LOG-RECORD.
           05  DL-RUN-DATE             PIC 9(08).
           05  DL-CYCLE-NO             PIC 9(02).
           05  DL-REPORT-ID            PIC X(08).
           05  DL-REGION               PIC X(03).
           05  DL-DESTINATION          PIC X(20).
           05  DL-COPIES               PIC 9(02).
           05  DL-LINE-COUNT           PIC 9(07).
           05  DL-STATUS               PIC X(01).
               88  DL-SENT                        VALUE 'S'.
               88  DL-NOT-ON-MASTER               VALUE 'U'.
               88  DL-NOT-RECEIVED                VALUE 'N'.
               88  DL-NO-SECTION                  VALUE 'X'.
               88  DL-NOT-PRODUCED                VALUE 'P'.
           05  FILLER                  PIC X(29).
