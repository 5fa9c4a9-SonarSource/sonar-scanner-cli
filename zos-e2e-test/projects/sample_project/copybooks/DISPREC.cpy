      ******************************************************************
      *                                                                *
      *    DISPREC    -- TRANSACTION DISPOSITION WAREHOUSE FEED RECORD *
      *                                                                *
      *    USED BY     DISPEXT                                         *
      *                                                                *
      *    ONE 'H' HEADER, ONE 'D' DETAIL PER TRANSACTION THE CYCLE    *
      *    HANDLED, AND ONE 'T' TRAILER. DF-TRAN-TYPE 'V' IS A         *
      *    REVERSAL, WHICH HAS NO SCORE RESULT. DF-BRANCH IS THE       *
      *    EVALUATE BRANCH AUDITOUT RECORDED FOR A POSTED ITEM.        *
      *    DF-DISPOSITION: 'P' POSTED; 'R' POSTED OUT OF RANGE; 'S'    *
      *    SUSPENDED WITH DF-SUSP-REASON; 'D' DUPLICATE WITH THE DATE  *
      *    THE ID WAS FIRST PROCESSED; 'H' HELD FOR DUAL-CONTROL       *
      *    APPROVAL; 'U' NO DISPOSITION FOUND. THE TRAILER CARRIES THE *
      *    DETAIL COUNT, THE NUM1 HASH TOTAL AND THE COUNT OF EACH     *
      *    DISPOSITION.                                                *
      *                                                                *
      ******************************************************************
       01  DF-DISPOSITION-RECORD.
           05  DF-REC-TYPE             PIC X(01).
               88  DF-HEADER-REC                  VALUE 'H'.
               88  DF-DETAIL-REC                  VALUE 'D'.
               88  DF-TRAILER-REC                 VALUE 'T'.
           05  DF-DETAIL.
               10  DF-TRAN-ID          PIC X(12).
               10  DF-ORIG-DATE        PIC 9(08).
               10  DF-REGION           PIC X(03).
               10  DF-CLASS1           PIC X(09).
               10  DF-NUM1             PIC S9(09).
               10  DF-NUM2             PIC S9(09).
               10  DF-TRAN-TYPE        PIC X(01).
                   88  DF-ORDINARY-TRAN           VALUE 'D'.
                   88  DF-REVERSAL-TRAN           VALUE 'V'.
               10  DF-SCORE            PIC 9(03).
               10  DF-SCORE-RESULT     PIC X(01).
                   88  DF-SCORE-PASS              VALUE 'P'.
                   88  DF-SCORE-FAIL              VALUE 'F'.
               10  DF-BRANCH           PIC X(20).
               10  DF-DISPOSITION      PIC X(01).
                   88  DF-POSTED                  VALUE 'P'.
                   88  DF-OUT-OF-RANGE            VALUE 'R'.
                   88  DF-SUSPENDED               VALUE 'S'.
                   88  DF-DUPLICATE               VALUE 'D'.
                   88  DF-HELD                    VALUE 'H'.
                   88  DF-NOT-FOUND               VALUE 'U'.
               10  DF-SUSP-REASON      PIC X(14).
               10  DF-FIRST-PROC-DATE  PIC 9(08).
               10  DF-RUN-DATE         PIC 9(08).
               10  DF-CYCLE-NO         PIC 9(02).
           05  DF-HEADER               REDEFINES DF-DETAIL.
               10  DF-HDR-RUN-DATE     PIC 9(08).
               10  DF-HDR-CYCLE-NO     PIC 9(02).
               10  DF-HDR-SOURCE       PIC X(12).
               10  DF-HDR-CREATE-DATE  PIC 9(08).
               10  DF-HDR-CREATE-TIME  PIC 9(06).
               10  FILLER              PIC X(72).
           05  DF-TRAILER              REDEFINES DF-DETAIL.
               10  DF-TRL-RUN-DATE     PIC 9(08).
               10  DF-TRL-CYCLE-NO     PIC 9(02).
               10  DF-TRL-DETAIL-COUNT PIC 9(09).
               10  DF-TRL-HASH-TOTAL   PIC S9(15).
               10  DF-TRL-POSTED       PIC 9(09).
               10  DF-TRL-OUT-OF-RANGE PIC 9(09).
               10  DF-TRL-SUSPENDED    PIC 9(09).
               10  DF-TRL-DUPLICATE    PIC 9(09).
               10  DF-TRL-NOT-FOUND    PIC 9(09).
               10  DF-TRL-HELD         PIC 9(09).
               10  FILLER              PIC X(20).
