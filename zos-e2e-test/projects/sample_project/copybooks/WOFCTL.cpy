      ******************************************************************
      *                                                                *
      *    WOFCTL     -- SUSPENSE WRITE-OFF GL ACCOUNT CONTROL CARD    *
      *                                                                *
      *    USED BY     SUSPWOF                                         *
      *                                                                *
      *    NAMES THE GL ACCOUNTS THE RUN'S WRITE-OFF ENTRY POSTS TO:   *
      *    WC-WOF-ACCT IS THE SUSPENSE WRITE-OFF ACCOUNT, DEBITED, AND *
      *    WC-SUSP-ACCT IS THE SUSPENSE ACCOUNT, CREDITED, SO THE      *
      *    SUSPENSE BALANCE COMES DOWN BY WHAT WAS WRITTEN OFF. A      *
      *    MISSING CARD OR A BLANK ACCOUNT FAILS THE RUN RATHER THAN   *
      *    POSTING TO AN ACCOUNT NOBODY NAMED.                         *
      *                                                                *
      ******************************************************************
       01  WC-WRITEOFF-CONTROL-RECORD.
           05  WC-WOF-ACCT             PIC X(10).
           05  WC-SUSP-ACCT            PIC X(10).
           05  FILLER                  PIC X(60).
