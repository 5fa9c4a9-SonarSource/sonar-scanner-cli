      ******************************************************************
      *                                                                *
      *    CTLTREC    -- CHAIN CONTROL TOTALS RECORD                   *
      *                                                                *
      *    USED BY     TRANMRG, SUSPMRG, DAYBAL                       *
      *                                                                *
      *    RECORDS APPENDED TO THE CUMULATIVE CTLTOT FILE BY THE       *
      *    STEPS THAT BUILD THE DAY'S TRANIN, SO THE FIGURES THEY      *
      *    PROVED SURVIVE THEIR RUN REPORTS AND THE DAYBAL BALANCING   *
      *    STEP CAN TIE THE WHOLE CHAIN FOR A DATE AND CYCLE.          *
      *    TRANMRG WRITES ONE 'M' MERGED-FILE TOTAL FOLLOWED BY ONE    *
      *    'S' RECORD PER SOURCE FEED SUPPLIED (ACCEPTED OR FAILED).   *
      *    SUSPMRG WRITES ONE 'R' RECORD FOR THE RELEASED SUSPENSE     *
      *    RECORDS RECYCLED INTO THE FILE AND ONE 'D' RECORD FOR THE   *
      *    DAY'S DETAILS PASSED THROUGH. THE FILE IS ONLY EVER         *
      *    APPENDED TO, SO THE LAST FIGURES WRITTEN FOR A DATE, CYCLE  *
      *    AND STEP ARE THE ONES A RERUN LEFT STANDING.                *
      *                                                                *
      ******************************************************************
       01  KT-CONTROL-TOTAL-RECORD.
           05  KT-RUN-DATE             PIC 9(08).
           05  KT-CYCLE-NO             PIC 9(02).
           05  KT-STEP-NAME            PIC X(12).
           05  KT-REC-TYPE             PIC X(01).
               88  KT-MERGED-TOTAL                VALUE 'M'.
               88  KT-SOURCE-TOTAL                VALUE 'S'.
               88  KT-RECYCLE-TOTAL               VALUE 'R'.
               88  KT-DAYFILE-TOTAL               VALUE 'D'.
           05  KT-SOURCE-SYS           PIC X(08).
           05  KT-SOURCE-STATUS        PIC X(01).
               88  KT-SOURCE-ACCEPTED             VALUE 'A'.
               88  KT-SOURCE-FAILED               VALUE 'F'.
           05  KT-DETAIL-COUNT         PIC 9(09).
           05  KT-HASH-TOTAL           PIC S9(15).
           05  FILLER                  PIC X(24).
