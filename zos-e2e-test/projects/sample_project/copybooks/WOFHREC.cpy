      ******************************************************************
      *                                                                *
      *    WOFHREC    -- SUSPENSE WRITE-OFF HISTORY RECORD             *
      *                                                                *
      *    USED BY     SUSPWOF, WOFREG                                 *
      *                                                                *
      *    EVERY SUSPENSE RECORD WRITTEN OFF LEAVES THE SUSPENSE FILE  *
      *    AND IS APPENDED HERE: ITS FULL SUSPENSE IMAGE, STATUS 'W'   *
      *    WRITTEN OFF, FOLLOWED BY THE WRITE-OFF DATE, THE APPROVER   *
      *    AND THE REASON. THE FILE IS ONLY EVER APPENDED TO AND IS    *
      *    THE SOURCE OF THE MONTHLY WRITTEN-OFF REGISTER.             *
      *                                                                *
      ******************************************************************
       01  WH-WRITEOFF-HIST-RECORD.
           05  WH-SUSP-IMAGE.
               10  WH-SUSP-KEY.
                   15  WH-REJECT-DATE  PIC 9(08).
                   15  WH-SUSP-SEQ     PIC 9(07).
               10  WH-STATUS           PIC X(01).
                   88  WH-WRITTEN-OFF             VALUE 'W'.
               10  WH-SUSP-REASON      PIC X(14).
               10  WH-ORIG-RECORD.
                   15  WH-NUM1         PIC S9(9).
                   15  WH-NUM2         PIC S9(9).
                   15  WH-NUM3         PIC 9(5).
                   15  WH-NUM4         PIC 9(6).
                   15  WH-NEG-NUM      PIC S9(9).
                   15  WH-CLASS1       PIC X(9).
                   15  WH-SCORE        PIC 9(3).
                   15  WH-REGION       PIC X(03).
                   15  WH-TRAN-ID      PIC X(12).
                   15  WH-ORIG-DATE    PIC 9(08).
               10  WH-TRAN-TYPE        PIC X(01).
                   88  WH-REVERSAL-TRAN           VALUE 'V'.
           05  WH-WOF-DATE             PIC 9(08).
           05  WH-APPROVER-ID          PIC X(08).
           05  WH-WOF-REASON-CODE      PIC X(04).
           05  WH-WOF-REASON-TEXT      PIC X(40).
