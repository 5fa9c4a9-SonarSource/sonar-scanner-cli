      ******************************************************************
      *                                                                *
      *    BRSTCTL    -- REPORT BURSTING CONTROL CARD                  *
      *                                                                *
      *    USED BY     RPTBURST                                       *
      *                                                                *
      *    BC-REPORT-ID NAMES THE REPORT ON RPTIN FOR THIS STEP        *
      *    (SUMRPT, CLSRPT, SCDRPT, AGERPT OR PERRPT) AND IS THE KEY   *
      *    LOOKED UP ON THE DISTRIBUTION MASTER. BC-RUN-DATE AND       *
      *    BC-CYCLE-NO IDENTIFY THE DAY'S RUN ON THE BANNER PAGES AND  *
      *    THE DISTRIBUTION LOG; A ZERO RUN DATE MEANS TODAY.          *
      *                                                                *
      ******************************************************************
       01  BC-BURST-CONTROL-RECORD.
           05  BC-REPORT-ID            PIC X(08).
           05  BC-RUN-DATE             PIC 9(08).
           05  BC-CYCLE-NO             PIC 9(02).
           05  FILLER                  PIC X(62).
