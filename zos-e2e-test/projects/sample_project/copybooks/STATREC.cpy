      *    WRITTEN PER PROCESSING CYCLE, IDENTIFIED BY ST-RUN-DATE    *
      *    PLUS ST-CYCLE-NO; TRNDRPT ROLLS THE CYCLES OF A DATE UP    *
      *    TO THE DAILY FIGURE IT TRENDS.                              *
      *    ST-REV-POSTED-COUNT IS THE REVERSALS POSTED TO CLASSOUT     *
      *    (NOT PART OF ST-ACCEPT-COUNT) AND ST-SUSP-REVERSAL THE      *
      *    REVERSALS THAT FAILED VERIFICATION AND WERE SUSPENDED.      *
      *    ST-HELD-COUNT AND ST-HELD-NUM1 ARE THE TRANSACTIONS HELD    *
      *    FOR DUAL-CONTROL APPROVAL (NOT POSTED, NOT PART OF          *
      *    ST-ACCEPT-COUNT) AND ST-APPR-POSTED-COUNT THE APPROVED      *
      *    ITEMS RECYCLED AND POSTED THIS CYCLE (PART OF               *
      *    ST-ACCEPT-COUNT).                                           *
      *                                                                *
      ******************************************************************
       01  ST-RUN-STAT-RECORD.
               10  ST-CLASS-CODE       PIC X(09).
               10  ST-CLASS-COUNT      PIC 9(07).
               10  ST-CLASS-TOTAL      PIC 9(11).
           05  ST-REV-POSTED-COUNT     PIC 9(07).
           05  ST-SUSP-REVERSAL        PIC 9(07).
           05  ST-HELD-COUNT           PIC 9(07).
           05  ST-HELD-NUM1            PIC 9(11).
           05  ST-APPR-POSTED-COUNT    PIC 9(07).
