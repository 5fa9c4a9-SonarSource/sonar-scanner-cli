      ******************************************************************
      *                                                                *
      *    HOLDDEC    -- APPROVAL-HOLD DECISION TRANSACTION            *
      *                                                                *
      *    USED BY     HOLDAPR                                         *
      *                                                                *
      *    ONE TRANSACTION APPROVES OR DECLINES ONE HELD ITEM, NAMED   *
      *    BY ITS HD-HOLD-KEY WITH ITS TRAN-ID AS A CROSS-CHECK. EVERY *
      *    DECISION CARRIES THE IDS OF THE TWO PEOPLE WHO MADE IT, AND *
      *    THEY MUST BE DIFFERENT. THE FILE MUST BE SORTED ASCENDING   *
      *    ON HX-HOLD-KEY TO MATCH THE PENDING FILE.                   *
      *                                                                *
      ******************************************************************
       01  HX-DECISION-RECORD.
           05  HX-HOLD-KEY.
               10  HX-HOLD-DATE        PIC 9(08).
               10  HX-HOLD-SEQ         PIC 9(07).
           05  HX-TRAN-ID              PIC X(12).
           05  HX-DECISION             PIC X(01).
               88  HX-APPROVE                     VALUE 'A'.
               88  HX-DECLINE                     VALUE 'D'.
           05  HX-APPROVER-1           PIC X(08).
           05  HX-APPROVER-2           PIC X(08).
           05  HX-DECISION-TEXT        PIC X(30).
           05  FILLER                  PIC X(06).
