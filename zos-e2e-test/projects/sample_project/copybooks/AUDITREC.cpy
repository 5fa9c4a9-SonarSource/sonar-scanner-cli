      *                                                                *
      *    AUDITREC   -- EVALUATE BRANCH DECISION AUDIT TRAIL RECORD   *
      *                                                                *
      *    USED BY     CONDITIONALS, AUDITQRY, TRANINQ, HISTVFY       *
      *                                                                *
      *    AU-TRAN-ID TIES THE DECISION BACK TO THE POSTED             *
      *    TRANSACTION SO AN INQUIRY BY ID CAN SHOW THE BRANCH TAKEN.  *
      *    EVERY RECORD IS ONE POSTING: A 'REVERSAL POSTED' BRANCH IS  *
      *    A REVERSAL, WHOSE AU-REV-OF-ID NAMES THE POSTING IT         *
      *    REVERSED; ANY OTHER BRANCH IS AN ORDINARY POSTING WITH A    *
      *    SPACE AU-REV-OF-ID. WITH AU-ORIG-DATE THE TRAIL CARRIES     *
      *    EVERYTHING HISTFILE HOLDS, SO HISTVFY CAN PROVE OR REBUILD  *
      *    HISTFILE FROM IT.                                           *
      *                                                                *
      ******************************************************************
       01  AU-AUDIT-RECORD.
           05  AU-BRANCH               PIC X(20).
           05  AU-REGION               PIC X(03).
           05  AU-TRAN-ID              PIC X(12).
           05  AU-ORIG-DATE            PIC 9(08).
           05  AU-REV-OF-ID            PIC X(12).
