      ******************************************************************
      *                                                                *
      *    HOLDREC    -- PENDING-APPROVAL HOLD RECORD                  *
      *                                                                *
      *    USED BY     CONDITIONALS, HOLDAPR, HOLDAGE, DISPEXT         *
      *                                                                *
      *    CONDITIONALS WRITES ONE RECORD HERE (HOLDOUT) FOR EACH      *
      *    TRANSACTION HELD OVER ITS APPROVAL LIMIT, WITH THE COMPLETE *
      *    ORIGINAL TRANSACTION IMAGE AND THE LIMIT IT EXCEEDED.       *
      *    HD-HOLD-DATE PLUS HD-HOLD-SEQ (TAKEN FROM THE SAME PER-RUN  *
      *    SEQUENCE AS THE SUSPENSE RECORDS) IDENTIFY ONE HELD ITEM;   *
      *    THE KEY IS KEPT WHEN THE ITEM MOVES TO SUSPENSE AFTER ITS   *
      *    DECISION. THE CUMULATIVE PENDING FILE IS SORTED ON          *
      *    HD-HOLD-KEY FOR THE HOLDAPR DECISION RUN, WHICH ALSO WRITES *
      *    THE APPROVED ITEMS IN THIS LAYOUT TO APRREL SO THE          *
      *    CLASSIFIER POSTS THEM WHEN THEY ARE RECYCLED.               *
      *                                                                *
      ******************************************************************
       01  HD-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-HOLD-DATE        PIC 9(08).
               10  HD-HOLD-SEQ         PIC 9(07).
           05  HD-CYCLE-NO             PIC 9(02).
           05  HD-LIMIT-NUM1           PIC 9(09).
           05  HD-ORIG-RECORD.
               10  HD-NUM1             PIC S9(9).
               10  HD-NUM2             PIC S9(9).
               10  HD-NUM3             PIC 9(5).
               10  HD-NUM4             PIC 9(6).
               10  HD-NEG-NUM          PIC S9(9).
               10  HD-CLASS1           PIC X(9).
               10  HD-SCORE            PIC 9(3).
               10  HD-REGION           PIC X(03).
               10  HD-TRAN-ID          PIC X(12).
               10  HD-ORIG-DATE        PIC 9(08).
           05  FILLER                  PIC X(12).
