      *                                                                *
      *    SUSPREC    -- FULL-IMAGE REJECT SUSPENSE/RECYCLE RECORD     *
      *                                                                *
      *    USED BY     CONDITIONALS, SUSPFIX, SUSPMRG, SUSPAGE,        *
      *                SUSPWOF, HOLDAPR                                *
      *                                                                *
      *    EVERY RECORD CONDITIONALS REJECTS IS WRITTEN HERE WITH THE  *
      *    COMPLETE ORIGINAL TRANSACTION IMAGE, THE REJECT REASON AND  *
      *    SU-REJECT-DATE PLUS SU-SUSP-SEQ (ASSIGNED IN REJECT ORDER   *
      *    WITHIN THE RUN) UNIQUELY IDENTIFY ONE SUSPENSE RECORD AND   *
      *    ARE THE SORT/MATCH KEY FOR THE CORRECTION PASS.             *
      *    SU-TRAN-TYPE 'V' MARKS A REJECTED REVERSAL, WHOSE IMAGE IS  *
      *    THE TRANREC REVERSAL LAYOUT (THE ORIGINAL'S ID OVER THE     *
      *    NUM3/NUM4/NEG-NUM POSITIONS) AND WHICH IS RECYCLED AS A     *
      *    REVERSAL; SPACE OR 'D' IS AN ORDINARY DETAIL.               *
      *    A HELD RECORD THE BUSINESS WRITES OFF IS MARKED 'W' BY      *
      *    SUSPWOF AND MOVED TO THE WRITE-OFF HISTORY FILE (WOFHREC);  *
      *    IT IS NOT CARRIED FORWARD ON THE SUSPENSE FILE.             *
      *                                                                *
      ******************************************************************
       01  SU-SUSPENSE-RECORD.
           05  SU-STATUS               PIC X(01).
               88  SU-HELD                        VALUE 'H'.
               88  SU-RELEASED                    VALUE 'R'.
               88  SU-WRITTEN-OFF                 VALUE 'W'.
           05  SU-REASON-CODE          PIC X(14).
           05  SU-ORIG-RECORD.
               10  SU-NUM1             PIC S9(9).
               10  SU-REGION           PIC X(03).
               10  SU-TRAN-ID          PIC X(12).
               10  SU-ORIG-DATE        PIC 9(08).
           05  SU-TRAN-TYPE            PIC X(01).
               88  SU-REVERSAL-TRAN               VALUE 'V'.
