      ******************************************************************
      *                                                                *
      *    BURSTREC   -- BURST REPORT OUTPUT RECORD                    *
      *                                                                *
      *    USED BY     RPTBURST                                       *
      *                                                                *
      *    ONE PRINT LINE OF ONE COPY OF ONE REPORT FOR ONE RECIPIENT, *
      *    CARRYING THE ROUTING THE PRINT DISTRIBUTION STEP SPLITS ON. *
      *    EACH REGION'S COPY IS CONTIGUOUS AND OPENS WITH ITS BANNER  *
      *    PAGE ('B' LINES) FOLLOWED BY THE REPORT HEADING AND THE     *
      *    REGION'S OWN SECTION ('R' LINES). BO-REGION '***' IS THE    *
      *    CORPORATE COPY, WHICH CARRIES THE WHOLE REPORT.             *
      *                                                                *
      ******************************************************************
       01  BO-BURST-RECORD.
           05  BO-ROUTING.
               10  BO-DESTINATION      PIC X(20).
               10  BO-REGION           PIC X(03).
                   88  BO-CORPORATE-COPY          VALUE '***'.
               10  BO-REPORT-ID        PIC X(08).
               10  BO-COPY-NO          PIC 9(02).
           05  BO-LINE-TYPE            PIC X(01).
               88  BO-BANNER-LINE                 VALUE 'B'.
               88  BO-REPORT-LINE                 VALUE 'R'.
           05  BO-PRINT-LINE           PIC X(80).
