      ******************************************************************
      *                                                                *
      *    BUDTRAN    -- BUDGET MASTER MAINTENANCE TRANSACTION         *
      *                                                                *
      *    USED BY     BUDMAINT                                       *
      *                                                                *
      *    ONE TRANSACTION ADDS, CHANGES OR DELETES ONE BUDGET LINE.   *
      *    THE FILE MUST BE SORTED ASCENDING ON BT-BUDGET-KEY (FISCAL  *
      *    MONTH, REGION, CLASS1) TO MATCH THE CURRENT BUDGET MASTER.  *
      *    A DELETE CARRIES ZERO PLANNED FIGURES; AN ADD OR CHANGE     *
      *    NAMES THE PLANNED VOLUME AND NUM1 AMOUNT FOR THE MONTH.     *
      *                                                                *
      ******************************************************************
       01  BT-BUDGET-TRANSACTION.
           05  BT-ACTION               PIC X(01).
               88  BT-ACTION-ADD                  VALUE 'A'.
               88  BT-ACTION-CHANGE               VALUE 'C'.
               88  BT-ACTION-DELETE               VALUE 'D'.
           05  BT-BUDGET-KEY.
               10  BT-FISC-MONTH       PIC 9(06).
               10  BT-FISC-MONTH-X     REDEFINES BT-FISC-MONTH.
                   15  BT-FISC-CCYY    PIC 9(04).
                   15  BT-FISC-MM      PIC 9(02).
               10  BT-REGION           PIC X(03).
               10  BT-CLASS1           PIC X(9).
           05  BT-PLAN-COUNT           PIC 9(09).
           05  BT-PLAN-NUM1            PIC S9(13).
