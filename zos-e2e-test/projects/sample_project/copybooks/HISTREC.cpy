      *                                                                *
      *    HISTREC    -- PROCESSED TRANSACTION ID HISTORY RECORD       *
      *                                                                *
      *    USED BY     CONDITIONALS, TRANINQ, HISTVFY                 *
      *                                                                *
      *    ONE RECORD PER ACCEPTED TRANSACTION ID, KEYED ON            *
      *    HI-TRAN-ID, SPANNING THE RETENTION WINDOW. AN INCOMING      *
      *    ROUTED TO DUPOUT INSTEAD OF BEING POSTED AGAIN. RECORDS     *
      *    WHOSE HI-PROC-DATE HAS AGED PAST THE WINDOW ARE PURGED      *
      *    AT THE START OF EACH RUN.                                   *
      *    A 'P' POSTED ENTRY KEEPS THE CLASS1, REGION AND AMOUNTS IT  *
      *    WAS POSTED WITH SO A LATER REVERSAL CAN BE PROVED AGAINST   *
      *    IT AND POSTED UNDER THE SAME CLASS AND REGION. ONCE         *
      *    REVERSED IT IS MARKED 'R' WITH THE REVERSAL'S ID AND DATE.  *
      *    A 'V' ENTRY RECORDS THE REVERSAL ITSELF, WITH THE ID OF     *
      *    THE POSTING IT REVERSED IN HI-REV-TRAN-ID.                  *
      *                                                                *
      ******************************************************************
       01  HI-HISTORY-RECORD.
           05  HI-TRAN-ID              PIC X(12).
           05  HI-ORIG-DATE            PIC 9(08).
           05  HI-PROC-DATE            PIC 9(08).
           05  HI-ENTRY-TYPE           PIC X(01).
               88  HI-POSTED-ENTRY                VALUE 'P'.
               88  HI-REVERSAL-ENTRY              VALUE 'V'.
           05  HI-CLASS1               PIC X(9).
           05  HI-REGION               PIC X(03).
           05  HI-NUM1                 PIC S9(9).
           05  HI-NUM2                 PIC S9(9).
           05  HI-REV-STATUS           PIC X(01).
               88  HI-REVERSED                    VALUE 'R'.
           05  HI-REV-DATE             PIC 9(08).
           05  HI-REV-TRAN-ID          PIC X(12).
