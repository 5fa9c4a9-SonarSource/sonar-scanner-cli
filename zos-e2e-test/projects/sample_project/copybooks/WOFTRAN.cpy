      ******************************************************************
      *                                                                *
      *    WOFTRAN    -- SUSPENSE WRITE-OFF TRANSACTION                *
      *                                                                *
      *    USED BY     SUSPWOF                                         *
      *                                                                *
      *    ONE TRANSACTION WRITES OFF ONE HELD SUSPENSE RECORD THE     *
      *    BUSINESS HAS DECIDED WILL NEVER BE POSTED. IT NAMES THE     *
      *    RECORD BY ITS SU-SUSP-KEY AND CARRIES THE ID OF THE         *
      *    APPROVER, WHOSE LIMIT ON THE WOFLMT FILE MUST COVER THE     *
      *    RECORD'S NUM1, AND THE REASON FOR THE WRITE-OFF. THE FILE   *
      *    MUST BE SORTED ASCENDING ON WX-SUSP-KEY TO MATCH THE        *
      *    SUSPENSE MASTER.                                            *
      *                                                                *
      ******************************************************************
       01  WX-WRITEOFF-RECORD.
           05  WX-SUSP-KEY.
               10  WX-REJECT-DATE      PIC 9(08).
               10  WX-SUSP-SEQ         PIC 9(07).
           05  WX-APPROVER-ID          PIC X(08).
           05  WX-REASON-CODE          PIC X(04).
           05  WX-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(13).
