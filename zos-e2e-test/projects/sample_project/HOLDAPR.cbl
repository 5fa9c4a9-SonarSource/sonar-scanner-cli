000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOLDAPR.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - APPROVAL HOLD DECISION RUN.
001300*                  APPLIES THE HOLDDEC APPROVE/DECLINE DECISIONS
001400*                  (SORTED ASCENDING BY HOLD DATE AND SEQUENCE TO
001500*                  MATCH HOLDOLD) AGAINST THE CUMULATIVE PENDING-
001600*                  APPROVAL FILE TO PRODUCE HOLDNEW. A DECISION IS
001700*                  APPLIED ONLY WHEN ITS TRAN-ID AGREES WITH THE
001800*                  HELD ITEM AND IT CARRIES TWO DIFFERENT APPROVER
001900*                  IDS. AN APPROVED ITEM GOES TO HOLDSUSP RELEASED
002000*                  ('HOLD APPROVED') SO SUSPMRG RECYCLES IT INTO
002100*                  THE NEXT CYCLE'S TRANIN, AND TO APRREL SO THE
002200*                  CLASSIFIER POSTS IT INSTEAD OF HOLDING IT
002300*                  AGAIN. A DECLINED ITEM GOES TO HOLDSUSP HELD
002400*                  WITH REASON 'HOLD DECLINED'. UNDECIDED ITEMS
002500*                  ARE CARRIED FORWARD. EVERY DECISION IS LISTED
002600*                  ON THE HOLDRPT EDIT REPORT; ANY REJECTED
002700*                  DECISION ENDS THE RUN RC 4.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HOLDOLD  ASSIGN TO HOLDOLD
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT HOLDDEC  ASSIGN TO HOLDDEC
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT HOLDNEW  ASSIGN TO HOLDNEW
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT HOLDSUSP ASSIGN TO HOLDSUSP
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT APRREL   ASSIGN TO APRREL
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HOLDRPT  ASSIGN TO HOLDRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLDOLD
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY HOLDREC.
005300 FD  HOLDDEC
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY HOLDDEC.
005700 FD  HOLDNEW
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY HOLDREC
006100         REPLACING
006200             ==HD-HOLD-RECORD==     BY ==HN-HOLD-RECORD==
006300             ==HD-HOLD-KEY==        BY ==HN-HOLD-KEY==
006400             ==HD-HOLD-DATE==       BY ==HN-HOLD-DATE==
006500             ==HD-HOLD-SEQ==        BY ==HN-HOLD-SEQ==
006600             ==HD-CYCLE-NO==        BY ==HN-CYCLE-NO==
006700             ==HD-LIMIT-NUM1==      BY ==HN-LIMIT-NUM1==
006800             ==HD-ORIG-RECORD==     BY ==HN-ORIG-RECORD==
006900             ==HD-NUM1==            BY ==HN-NUM1==
007000             ==HD-NUM2==            BY ==HN-NUM2==
007100             ==HD-NUM3==            BY ==HN-NUM3==
007200             ==HD-NUM4==            BY ==HN-NUM4==
007300             ==HD-NEG-NUM==         BY ==HN-NEG-NUM==
007400             ==HD-CLASS1==          BY ==HN-CLASS1==
007500             ==HD-SCORE==           BY ==HN-SCORE==
007600             ==HD-REGION==          BY ==HN-REGION==
007700             ==HD-TRAN-ID==         BY ==HN-TRAN-ID==
007800             ==HD-ORIG-DATE==       BY ==HN-ORIG-DATE==.
007900 FD  HOLDSUSP
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY SUSPREC.
008300 FD  APRREL
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY HOLDREC
008700         REPLACING
008800             ==HD-HOLD-RECORD==     BY ==AR-HOLD-RECORD==
008900             ==HD-HOLD-KEY==        BY ==AR-HOLD-KEY==
009000             ==HD-HOLD-DATE==       BY ==AR-HOLD-DATE==
009100             ==HD-HOLD-SEQ==        BY ==AR-HOLD-SEQ==
009200             ==HD-CYCLE-NO==        BY ==AR-CYCLE-NO==
009300             ==HD-LIMIT-NUM1==      BY ==AR-LIMIT-NUM1==
009400             ==HD-ORIG-RECORD==     BY ==AR-ORIG-RECORD==
009500             ==HD-NUM1==            BY ==AR-NUM1==
009600             ==HD-NUM2==            BY ==AR-NUM2==
009700             ==HD-NUM3==            BY ==AR-NUM3==
009800             ==HD-NUM4==            BY ==AR-NUM4==
009900             ==HD-NEG-NUM==         BY ==AR-NEG-NUM==
010000             ==HD-CLASS1==          BY ==AR-CLASS1==
010100             ==HD-SCORE==           BY ==AR-SCORE==
010200             ==HD-REGION==          BY ==AR-REGION==
010300             ==HD-TRAN-ID==         BY ==AR-TRAN-ID==
010400             ==HD-ORIG-DATE==       BY ==AR-ORIG-DATE==.
010500 FD  HOLDRPT
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY SUMLINE.
010900 WORKING-STORAGE SECTION.
011000******************************************************************
011100*    SWITCHES                                                    *
011200******************************************************************
011300 01  HA-SWITCHES.
011400     05  HA-HOLD-EOF-SWITCH      PIC X(01)  VALUE 'N'.
011500         88  HA-HOLD-AT-END                 VALUE 'Y'.
011600     05  HA-DEC-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011700         88  HA-DEC-AT-END                  VALUE 'Y'.
011800 01  HA-RUN-DATE                 PIC 9(08)           VALUE ZERO.
011900******************************************************************
012000*    EDIT WORK FIELDS -- THE REASON A DECISION IS REFUSED, AND   *
012100*    THE SUSPENSE REASON AND STATUS FOR THE ITEM A DECISION      *
012200*    DISPOSES OF                                                 *
012300******************************************************************
012400 01  HA-REJECT-TEXT              PIC X(24)       VALUE SPACES.
012500 01  HA-SUSP-REASON              PIC X(14)       VALUE SPACES.
012600 01  HA-APPROVED-REASON          PIC X(14)  VALUE 'HOLD APPROVED'.
012700 01  HA-DECLINED-REASON          PIC X(14)  VALUE 'HOLD DECLINED'.
012800 01  HA-DECISION-WORD            PIC X(08)       VALUE SPACES.
012900******************************************************************
013000*    COUNTERS AND EDITED REPORT FIELDS                           *
013100******************************************************************
013200 01  HA-COUNTERS.
013300     05  HA-CARRY-COUNT          PIC 9(7)  COMP VALUE ZERO.
013400     05  HA-DEC-COUNT            PIC 9(7)  COMP VALUE ZERO.
013500     05  HA-APPROVE-COUNT        PIC 9(7)  COMP VALUE ZERO.
013600     05  HA-DECLINE-COUNT        PIC 9(7)  COMP VALUE ZERO.
013700     05  HA-REJECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
013800     05  HA-CARRY-COUNT-ED       PIC ZZZZZZ9.
013900     05  HA-DEC-COUNT-ED         PIC ZZZZZZ9.
014000     05  HA-APPROVE-COUNT-ED     PIC ZZZZZZ9.
014100     05  HA-DECLINE-COUNT-ED     PIC ZZZZZZ9.
014200     05  HA-REJECT-COUNT-ED      PIC ZZZZZZ9.
014300 01  HA-APPROVE-NUM1-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
014400 01  HA-DECLINE-NUM1-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
014500 01  HA-CARRY-NUM1-TOTAL         PIC S9(11) COMP-3 VALUE ZERO.
014600 01  HA-NUM1-ED                  PIC Z(8)9-.
014700 01  HA-NUM1-TOTAL-ED            PIC Z(10)9-.
014800 PROCEDURE DIVISION.
014900******************************************************************
015000*    0000-MAINLINE                                               *
015100******************************************************************
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     PERFORM 2000-UPDATE-HOLDS THRU 2000-EXIT
015500         UNTIL HA-HOLD-AT-END AND HA-DEC-AT-END.
015600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015700     STOP RUN.
015800******************************************************************
015900*    1000-INITIALIZE -- OPEN FILES AND PRIME BOTH INPUT STREAMS  *
016000******************************************************************
016100 1000-INITIALIZE.
016200     ACCEPT HA-RUN-DATE FROM DATE YYYYMMDD.
016300     OPEN INPUT  HOLDOLD.
016400     OPEN INPUT  HOLDDEC.
016500     OPEN OUTPUT HOLDNEW.
016600     OPEN OUTPUT HOLDSUSP.
016700     OPEN OUTPUT APRREL.
016800     OPEN OUTPUT HOLDRPT.
016900     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
017000     PERFORM 1200-READ-HOLDOLD THRU 1200-EXIT.
017100     PERFORM 1300-READ-HOLDDEC THRU 1300-EXIT.
017200 1000-EXIT.
017300     EXIT.
017400******************************************************************
017500*    1090-WRITE-HEADING -- DECISION EDIT REPORT HEADING LINES    *
017600******************************************************************
017700 1090-WRITE-HEADING.
017800     MOVE SPACES TO SR-REPORT-LINE.
017900     STRING 'APPROVAL HOLD DECISION EDIT REPORT - RUN DATE '
018000         DELIMITED BY SIZE
018100         HA-RUN-DATE     DELIMITED BY SIZE
018200         INTO SR-REPORT-LINE.
018300     WRITE SR-REPORT-LINE.
018400     MOVE SPACES TO SR-REPORT-LINE.
018500     STRING 'HOLD DATE/SEQ    TRAN-ID      RGN CLASS1         '
018600         DELIMITED BY SIZE
018700         'NUM1 APPROVER APPROVER'
018800         DELIMITED BY SIZE
018900         INTO SR-REPORT-LINE.
019000     WRITE SR-REPORT-LINE.
019100 1090-EXIT.
019200     EXIT.
019300******************************************************************
019400*    1200-READ-HOLDOLD -- READ ONE HELD ITEM, SETTING THE KEY    *
019500*    TO HIGH-VALUES AT END SO THE DECISION SIDE DRAINS CLEANLY   *
019600******************************************************************
019700 1200-READ-HOLDOLD.
019800     READ HOLDOLD
019900         AT END
020000             SET HA-HOLD-AT-END TO TRUE
020100             MOVE HIGH-VALUES TO HD-HOLD-KEY
020200     END-READ.
020300 1200-EXIT.
020400     EXIT.
020500******************************************************************
020600*    1300-READ-HOLDDEC -- READ ONE DECISION, SETTING THE KEY TO  *
020700*    HIGH-VALUES AT END SO THE HOLD SIDE DRAINS CLEANLY          *
020800******************************************************************
020900 1300-READ-HOLDDEC.
021000     READ HOLDDEC
021100         AT END
021200             SET HA-DEC-AT-END TO TRUE
021300             MOVE HIGH-VALUES TO HX-HOLD-KEY
021400         NOT AT END
021500             ADD 1 TO HA-DEC-COUNT
021600     END-READ.
021700 1300-EXIT.
021800     EXIT.
021900******************************************************************
022000*    2000-UPDATE-HOLDS -- BALANCED-LINE MATCH OF HOLDOLD         *
022100*    AGAINST HOLDDEC TO PRODUCE HOLDNEW                          *
022200******************************************************************
022300 2000-UPDATE-HOLDS.
022400     EVALUATE TRUE
022500         WHEN HD-HOLD-KEY < HX-HOLD-KEY
022600             PERFORM 2100-CARRY-FORWARD-HOLD THRU 2100-EXIT
022700         WHEN HD-HOLD-KEY > HX-HOLD-KEY
022800             PERFORM 2200-REJECT-UNMATCHED THRU 2200-EXIT
022900         WHEN OTHER
023000             PERFORM 2300-APPLY-DECISION THRU 2300-EXIT
023100     END-EVALUATE.
023200 2000-EXIT.
023300     EXIT.
023400******************************************************************
023500*    2100-CARRY-FORWARD-HOLD -- NO DECISION FOR THIS ITEM YET,   *
023600*    COPY IT FORWARD UNCHANGED                                   *
023700******************************************************************
023800 2100-CARRY-FORWARD-HOLD.
023900     PERFORM 2150-WRITE-HOLDNEW THRU 2150-EXIT.
024000     PERFORM 1200-READ-HOLDOLD THRU 1200-EXIT.
024100 2100-EXIT.
024200     EXIT.
024300******************************************************************
024400*    2150-WRITE-HOLDNEW -- CARRY THE CURRENT HELD ITEM FORWARD   *
024500******************************************************************
024600 2150-WRITE-HOLDNEW.
024700     MOVE HD-HOLD-RECORD TO HN-HOLD-RECORD.
024800     WRITE HN-HOLD-RECORD.
024900     ADD 1       TO HA-CARRY-COUNT.
025000     ADD HD-NUM1 TO HA-CARRY-NUM1-TOTAL.
025100 2150-EXIT.
025200     EXIT.
025300******************************************************************
025400*    2200-REJECT-UNMATCHED -- DECISION HAS NO MATCHING HELD      *
025500*    ITEM; LIST IT AND MOVE ON                                   *
025600******************************************************************
025700 2200-REJECT-UNMATCHED.
025800     MOVE 'NO SUCH HELD ITEM' TO HA-REJECT-TEXT.
025900     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
026000     PERFORM 1300-READ-HOLDDEC THRU 1300-EXIT.
026100 2200-EXIT.
026200     EXIT.
026300******************************************************************
026400*    2300-APPLY-DECISION -- KEYS MATCH ON BOTH FILES; A          *
026500*    DECISION THAT PASSES THE EDITS MOVES THE ITEM TO SUSPENSE,  *
026600*    ONE THAT FAILS LEAVES IT PENDING AS IT STOOD                *
026700******************************************************************
026800 2300-APPLY-DECISION.
026900     PERFORM 2310-EDIT-DECISION THRU 2310-EXIT.
027000     IF HA-REJECT-TEXT = SPACES
027100         IF HX-APPROVE
027200             PERFORM 2400-APPROVE-ITEM THRU 2400-EXIT
027300         ELSE
027400             PERFORM 2500-DECLINE-ITEM THRU 2500-EXIT
027500         END-IF
027600     ELSE
027700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
027800         PERFORM 2150-WRITE-HOLDNEW THRU 2150-EXIT
027900     END-IF.
028000     PERFORM 1200-READ-HOLDOLD THRU 1200-EXIT.
028100     PERFORM 1300-READ-HOLDDEC THRU 1300-EXIT.
028200 2300-EXIT.
028300     EXIT.
028400******************************************************************
028500*    2310-EDIT-DECISION -- THE DECISION MUST NAME THE SAME       *
028600*    TRANSACTION AS THE HELD ITEM, BE AN APPROVE OR A DECLINE,   *
028700*    AND CARRY TWO DIFFERENT APPROVER IDS. LEAVES                *
028800*    HA-REJECT-TEXT BLANK WHEN IT PASSES                         *
028900******************************************************************
029000 2310-EDIT-DECISION.
029100     MOVE SPACES TO HA-REJECT-TEXT.
029200     IF HX-TRAN-ID NOT = HD-TRAN-ID
029300         MOVE 'TRAN-ID DOES NOT MATCH'  TO HA-REJECT-TEXT
029400         GO TO 2310-EXIT.
029500     IF NOT HX-APPROVE AND NOT HX-DECLINE
029600         MOVE 'INVALID DECISION'        TO HA-REJECT-TEXT
029700         GO TO 2310-EXIT.
029800     IF HX-APPROVER-1 = SPACES OR HX-APPROVER-2 = SPACES
029900         MOVE 'TWO APPROVERS REQUIRED'  TO HA-REJECT-TEXT
030000         GO TO 2310-EXIT.
030100     IF HX-APPROVER-1 = HX-APPROVER-2
030200         MOVE 'SAME APPROVER TWICE'     TO HA-REJECT-TEXT.
030300 2310-EXIT.
030400     EXIT.
030500******************************************************************
030600*    2400-APPROVE-ITEM -- RELEASE THE ITEM TO SUSPENSE FOR       *
030700*    RECYCLING AND LIST IT ON APRREL SO IT POSTS NEXT CYCLE      *
030800******************************************************************
030900 2400-APPROVE-ITEM.
031000     MOVE HD-HOLD-RECORD TO AR-HOLD-RECORD.
031100     WRITE AR-HOLD-RECORD.
031200     MOVE HA-APPROVED-REASON TO HA-SUSP-REASON.
031300     MOVE 'APPROVED'         TO HA-DECISION-WORD.
031400     PERFORM 2600-WRITE-HOLDSUSP THRU 2600-EXIT.
031500     SET SU-RELEASED TO TRUE.
031600     WRITE SU-SUSPENSE-RECORD.
031700     ADD 1       TO HA-APPROVE-COUNT.
031800     ADD HD-NUM1 TO HA-APPROVE-NUM1-TOTAL.
031900     PERFORM 2700-WRITE-DECISION-LINE THRU 2700-EXIT.
032000 2400-EXIT.
032100     EXIT.
032200******************************************************************
032300*    2500-DECLINE-ITEM -- MOVE THE ITEM TO SUSPENSE HELD, WITH   *
032400*    ITS OWN REASON, FOR THE USUAL SUSPENSE WORK AND WRITE-OFF   *
032500******************************************************************
032600 2500-DECLINE-ITEM.
032700     MOVE HA-DECLINED-REASON TO HA-SUSP-REASON.
032800     MOVE 'DECLINED'         TO HA-DECISION-WORD.
032900     PERFORM 2600-WRITE-HOLDSUSP THRU 2600-EXIT.
033000     SET SU-HELD TO TRUE.
033100     WRITE SU-SUSPENSE-RECORD.
033200     ADD 1       TO HA-DECLINE-COUNT.
033300     ADD HD-NUM1 TO HA-DECLINE-NUM1-TOTAL.
033400     PERFORM 2700-WRITE-DECISION-LINE THRU 2700-EXIT.
033500 2500-EXIT.
033600     EXIT.
033700******************************************************************
033800*    2600-WRITE-HOLDSUSP -- BUILD THE SUSPENSE RECORD FOR THE    *
033900*    DECIDED ITEM, KEEPING THE HOLD KEY AS THE SUSPENSE KEY.     *
034000*    THE CALLER SETS THE STATUS AND WRITES IT                    *
034100******************************************************************
034200 2600-WRITE-HOLDSUSP.
034300     MOVE SPACES          TO SU-SUSPENSE-RECORD.
034400     MOVE HD-HOLD-DATE    TO SU-REJECT-DATE.
034500     MOVE HD-HOLD-SEQ     TO SU-SUSP-SEQ.
034600     MOVE HA-SUSP-REASON  TO SU-REASON-CODE.
034700     MOVE HD-ORIG-RECORD  TO SU-ORIG-RECORD.
034800     MOVE 'D'             TO SU-TRAN-TYPE.
034900 2600-EXIT.
035000     EXIT.
035100******************************************************************
035200*    2700-WRITE-DECISION-LINE -- LIST AN APPLIED DECISION        *
035300******************************************************************
035400 2700-WRITE-DECISION-LINE.
035500     MOVE HD-NUM1 TO HA-NUM1-ED.
035600     MOVE SPACES TO SR-REPORT-LINE.
035700     STRING HD-HOLD-DATE    DELIMITED BY SIZE
035800         '/'                DELIMITED BY SIZE
035900         HD-HOLD-SEQ        DELIMITED BY SIZE
036000         ' '                DELIMITED BY SIZE
036100         HD-TRAN-ID         DELIMITED BY SIZE
036200         ' '                DELIMITED BY SIZE
036300         HD-REGION          DELIMITED BY SIZE
036400         ' '                DELIMITED BY SIZE
036500         HD-CLASS1          DELIMITED BY SIZE
036600         HA-NUM1-ED         DELIMITED BY SIZE
036700         ' '                DELIMITED BY SIZE
036800         HX-APPROVER-1      DELIMITED BY SIZE
036900         ' '                DELIMITED BY SIZE
037000         HX-APPROVER-2      DELIMITED BY SIZE
037100         ' '                DELIMITED BY SIZE
037200         HA-DECISION-WORD   DELIMITED BY SIZE
037300         INTO SR-REPORT-LINE.
037400     WRITE SR-REPORT-LINE.
037500 2700-EXIT.
037600     EXIT.
037700******************************************************************
037800*    2900-WRITE-REJECT -- LIST A DECISION THAT COULD NOT BE      *
037900*    APPLIED, WITH THE REASON                                    *
038000******************************************************************
038100 2900-WRITE-REJECT.
038200     MOVE SPACES TO SR-REPORT-LINE.
038300     STRING HX-HOLD-DATE    DELIMITED BY SIZE
038400         '/'                DELIMITED BY SIZE
038500         HX-HOLD-SEQ        DELIMITED BY SIZE
038600         ' '                DELIMITED BY SIZE
038700         HX-TRAN-ID         DELIMITED BY SIZE
038800         ' '                DELIMITED BY SIZE
038900         HX-APPROVER-1      DELIMITED BY SIZE
039000         ' *** REJECTED - ' DELIMITED BY SIZE
039100         HA-REJECT-TEXT     DELIMITED BY SIZE
039200         INTO SR-REPORT-LINE.
039300     WRITE SR-REPORT-LINE.
039400     ADD 1 TO HA-REJECT-COUNT.
039500     IF RETURN-CODE < 4
039600         MOVE 4 TO RETURN-CODE.
039700 2900-EXIT.
039800     EXIT.
039900******************************************************************
040000*    9000-TERMINATE -- WRITE THE RUN SUMMARY AND CLOSE FILES     *
040100******************************************************************
040200 9000-TERMINATE.
040300     PERFORM 9300-WRITE-SUMMARY-RPT THRU 9300-EXIT.
040400     CLOSE HOLDOLD.
040500     CLOSE HOLDDEC.
040600     CLOSE HOLDNEW.
040700     CLOSE HOLDSUSP.
040800     CLOSE APRREL.
040900     CLOSE HOLDRPT.
041000 9000-EXIT.
041100     EXIT.
041200******************************************************************
041300*    9300-WRITE-SUMMARY-RPT -- APPROVAL HOLD DECISION SUMMARY    *
041400******************************************************************
041500 9300-WRITE-SUMMARY-RPT.
041600     MOVE HA-DEC-COUNT      TO HA-DEC-COUNT-ED.
041700     MOVE HA-APPROVE-COUNT  TO HA-APPROVE-COUNT-ED.
041800     MOVE HA-DECLINE-COUNT  TO HA-DECLINE-COUNT-ED.
041900     MOVE HA-REJECT-COUNT   TO HA-REJECT-COUNT-ED.
042000     MOVE HA-CARRY-COUNT    TO HA-CARRY-COUNT-ED.
042100     MOVE SPACES TO SR-REPORT-LINE.
042200     WRITE SR-REPORT-LINE.
042300     STRING 'APPROVAL HOLD DECISION SUMMARY' DELIMITED BY SIZE
042400         INTO SR-REPORT-LINE.
042500     WRITE SR-REPORT-LINE.
042600     MOVE SPACES TO SR-REPORT-LINE.
042700     STRING 'DECISIONS READ:        ' DELIMITED BY SIZE
042800         HA-DEC-COUNT-ED     DELIMITED BY SIZE
042900         INTO SR-REPORT-LINE.
043000     WRITE SR-REPORT-LINE.
043100     MOVE HA-APPROVE-NUM1-TOTAL TO HA-NUM1-TOTAL-ED.
043200     MOVE SPACES TO SR-REPORT-LINE.
043300     STRING 'ITEMS APPROVED:        ' DELIMITED BY SIZE
043400         HA-APPROVE-COUNT-ED DELIMITED BY SIZE
043500         '   NUM1: '         DELIMITED BY SIZE
043600         HA-NUM1-TOTAL-ED    DELIMITED BY SIZE
043700         INTO SR-REPORT-LINE.
043800     WRITE SR-REPORT-LINE.
043900     MOVE HA-DECLINE-NUM1-TOTAL TO HA-NUM1-TOTAL-ED.
044000     MOVE SPACES TO SR-REPORT-LINE.
044100     STRING 'ITEMS DECLINED:        ' DELIMITED BY SIZE
044200         HA-DECLINE-COUNT-ED DELIMITED BY SIZE
044300         '   NUM1: '         DELIMITED BY SIZE
044400         HA-NUM1-TOTAL-ED    DELIMITED BY SIZE
044500         INTO SR-REPORT-LINE.
044600     WRITE SR-REPORT-LINE.
044700     MOVE SPACES TO SR-REPORT-LINE.
044800     STRING 'DECISIONS REJECTED:    ' DELIMITED BY SIZE
044900         HA-REJECT-COUNT-ED  DELIMITED BY SIZE
045000         INTO SR-REPORT-LINE.
045100     WRITE SR-REPORT-LINE.
045200     MOVE HA-CARRY-NUM1-TOTAL TO HA-NUM1-TOTAL-ED.
045300     MOVE SPACES TO SR-REPORT-LINE.
045400     STRING 'ITEMS STILL PENDING:   ' DELIMITED BY SIZE
045500         HA-CARRY-COUNT-ED   DELIMITED BY SIZE
045600         '   NUM1: '         DELIMITED BY SIZE
045700         HA-NUM1-TOTAL-ED    DELIMITED BY SIZE
045800         INTO SR-REPORT-LINE.
045900     WRITE SR-REPORT-LINE.
046000 9300-EXIT.
046100     EXIT.
