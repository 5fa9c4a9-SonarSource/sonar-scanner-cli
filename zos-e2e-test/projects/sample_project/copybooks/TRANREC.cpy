      *    DATE (OVERNIGHT = 1, MIDDAY = 2, ...) SO MORE THAN ONE      *
      *    FILE CAN POST ON THE SAME DATE; ZERO IS HONORED AS          *
      *    CYCLE 1 FOR FEEDS NOT YET STAMPING A CYCLE.                 *
      *    TI-HDR-STREAM-ID IS SPACES ON A WHOLE-DAY FILE; TRANSPLT    *
      *    STAMPS EACH PARALLEL REGION STREAM'S HEADER WITH ITS        *
      *    REGION SO THE STREAM'S CLASSIFIER RUN CAN BE TOLD APART     *
      *    ON THE STEPLOG LEDGER.                                      *
      *    A 'V' REVERSAL RECORD CANCELS A TRANSACTION ALREADY POSTED. *
      *    IT CARRIES ITS OWN TI-TRAN-ID AND ORIGINATION DATE, THE     *
      *    NUM1/NUM2 AMOUNTS AND REGION OF THE POSTING IT REVERSES,    *
      *    AND THE ORIGINAL'S ID IN TI-REV-ORIG-TRAN-ID (OVER THE      *
      *    UNUSED NUM3/NUM4/NEG-NUM POSITIONS). REVERSALS ARE COUNTED  *
      *    AND HASHED WITH THE DETAILS IN THE TRAILER FIGURES.         *
      *                                                                *
      ******************************************************************
       01  TI-TRAN-RECORD.
               88  TI-HEADER-REC                  VALUE 'H'.
               88  TI-DETAIL-REC                  VALUE 'D'.
               88  TI-TRAILER-REC                 VALUE 'T'.
               88  TI-REVERSAL-REC                VALUE 'V'.
               88  TI-POSTING-REC                 VALUE 'D' 'V'.
           05  TI-DETAIL.
               10  TI-NUM1             PIC S9(9).
               10  TI-NUM2             PIC S9(9).
               10  TI-REGION           PIC X(03).
               10  TI-TRAN-ID          PIC X(12).
               10  TI-ORIG-DATE        PIC 9(08).
           05  TI-REVERSAL             REDEFINES TI-DETAIL.
               10  FILLER              PIC X(18).
               10  TI-REV-ORIG-TRAN-ID PIC X(12).
               10  FILLER              PIC X(43).
           05  TI-HEADER               REDEFINES TI-DETAIL.
               10  TI-HDR-CREATE-DATE  PIC 9(08).
               10  TI-HDR-SOURCE-SYS   PIC X(08).
               10  TI-HDR-CYCLE-NO     PIC 9(02).
               10  TI-HDR-STREAM-ID    PIC X(03).
               10  FILLER              PIC X(52).
           05  TI-TRAILER              REDEFINES TI-DETAIL.
               10  TI-TRL-DETAIL-COUNT PIC 9(09).
               10  TI-TRL-HASH-TOTAL   PIC S9(15).
