002210* 2026-09-02 RH    AUDIT RECORDS NOW CARRY THE TRANSACTION ID;
002220*                  THE EXTRACT, RETAINED AND ARCHIVE LAYOUTS
002230*                  FOLLOW THE WIDENED AUDITREC.
002240* 2026-10-15 RH    THE EXTRACT, RETAINED AND ARCHIVE LAYOUTS
002250*                  FOLLOW AUDITREC, WIDENED WITH THE ORIGINATION
002260*                  DATE AND REVERSED-POSTING ID.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
006200             ==AU-CLASS1==       BY ==AX-CLASS1==
006300             ==AU-BRANCH==       BY ==AX-BRANCH==
006310             ==AU-REGION==       BY ==AX-REGION==
006320             ==AU-TRAN-ID==      BY ==AX-TRAN-ID==
006340             ==AU-ORIG-DATE==    BY ==AX-ORIG-DATE==
006360             ==AU-REV-OF-ID==    BY ==AX-REV-OF-ID==.
006400 FD  AUDITNEW
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
007300             ==AU-CLASS1==       BY ==AN-CLASS1==
007400             ==AU-BRANCH==       BY ==AN-BRANCH==
007410             ==AU-REGION==       BY ==AN-REGION==
007420             ==AU-TRAN-ID==      BY ==AN-TRAN-ID==
007440             ==AU-ORIG-DATE==    BY ==AN-ORIG-DATE==
007460             ==AU-REV-OF-ID==    BY ==AN-REV-OF-ID==.
007500 FD  AUDITARC
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
008400             ==AU-CLASS1==       BY ==AR-CLASS1==
008500             ==AU-BRANCH==       BY ==AR-BRANCH==
008510             ==AU-REGION==       BY ==AR-REGION==
008520             ==AU-TRAN-ID==      BY ==AR-TRAN-ID==
008540             ==AU-ORIG-DATE==    BY ==AR-ORIG-DATE==
008560             ==AU-REV-OF-ID==    BY ==AR-REV-OF-ID==.
008600 FD  AUDQRPT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
