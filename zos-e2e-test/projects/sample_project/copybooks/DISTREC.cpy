      ******************************************************************
      *                                                                *
      *    DISTREC    -- REPORT DISTRIBUTION MASTER RECORD             *
      *                                                                *
      *    USED BY     RPTBURST                                       *
      *                                                                *
      *    ONE RECORD PER REGION PER REPORT THE REGION RECEIVES, WITH  *
      *    THE DESTINATION ITS COPY IS ROUTED TO AND THE NUMBER OF     *
      *    COPIES. A REGION WITH NO RECORD AT ALL IS NOT ON THE        *
      *    MASTER; A REGION WITH RECORDS FOR OTHER REPORTS ONLY DOES   *
      *    NOT RECEIVE THIS ONE. REGION '***' IS THE CORPORATE COPY    *
      *    OF THE WHOLE REPORT; WITHOUT ONE THE CORPORATE COPY GOES    *
      *    TO 'CORPORATE', ONE COPY. ZERO COPIES MEANS ONE.            *
      *                                                                *
      ******************************************************************
       01  DM-DISTRIBUTION-RECORD.
           05  DM-DIST-KEY.
               10  DM-REGION           PIC X(03).
                   88  DM-CORPORATE-COPY          VALUE '***'.
               10  DM-REPORT-ID        PIC X(08).
           05  DM-DESTINATION          PIC X(20).
           05  DM-COPIES               PIC 9(02).
           05  FILLER                  PIC X(47).
