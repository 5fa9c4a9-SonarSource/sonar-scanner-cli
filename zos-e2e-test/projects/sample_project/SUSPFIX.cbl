001900*                  CX-FIELD-ID AND MARKS THE RECORD RELEASED SO
002000*                  SUSPMRG CAN FEED IT INTO THE FRONT OF THE
002100*                  NEXT CONDITIONALS RUN.
002120* 2026-10-15 RH    THE SUSPENSE RECORD NOW CARRIES THE TRANSACTION
002140*                  TYPE SO A SUSPENDED REVERSAL IS RECYCLED AS
002160*                  ONE.
002170* 2026-10-15 RH    THE SUSPENSE RECORD NOW CARRIES THE 'W'
002180*                  WRITTEN-OFF STATUS SET BY THE SUSPWOF WRITE-OFF
002190*                  RUN.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005800             ==SU-STATUS==          BY ==SN-STATUS==
005900             ==SU-HELD==            BY ==SN-HELD==
006000             ==SU-RELEASED==        BY ==SN-RELEASED==
006050             ==SU-WRITTEN-OFF==     BY ==SN-WRITTEN-OFF==
006100             ==SU-REASON-CODE==     BY ==SN-REASON-CODE==
006200             ==SU-ORIG-RECORD==     BY ==SN-ORIG-RECORD==
006300             ==SU-NUM1==            BY ==SN-NUM1==
006900             ==SU-SCORE==           BY ==SN-SCORE==
006910             ==SU-REGION==          BY ==SN-REGION==
006920             ==SU-TRAN-ID==         BY ==SN-TRAN-ID==
006930             ==SU-ORIG-DATE==       BY ==SN-ORIG-DATE==
006940             ==SU-TRAN-TYPE==      BY ==SN-TRAN-TYPE==
006960             ==SU-REVERSAL-TRAN==  BY ==SN-REVERSAL-TRAN==.
007000 FD  SUSPERR
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
