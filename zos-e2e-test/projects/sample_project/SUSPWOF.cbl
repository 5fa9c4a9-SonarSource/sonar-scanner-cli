000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUSPWOF.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - SUSPENSE WRITE-OFF RUN.
001300*                  APPLIES WOFTRAN WRITE-OFF TRANSACTIONS (SORTED
001400*                  ASCENDING BY REJECT DATE AND SEQUENCE TO MATCH
001500*                  SUSPOLD) AGAINST THE CUMULATIVE SUSPENSE FILE
001600*                  TO PRODUCE SUSPNEW. A WRITE-OFF IS APPLIED ONLY
001700*                  TO A HELD RECORD, ONLY WITH A REASON, AND ONLY
001800*                  WHEN THE NAMED APPROVER IS ON THE WOFLMT FILE
001900*                  WITH A LIMIT COVERING THE RECORD'S NUM1. THE
002000*                  RECORD IS MARKED 'W' WRITTEN OFF AND MOVED TO
002100*                  THE WOFHIST WRITE-OFF HISTORY FILE INSTEAD OF
002200*                  BEING CARRIED FORWARD, AND THE AMOUNTS WRITTEN
002300*                  OFF ARE SUMMARIZED INTO A BALANCED WOFGL ENTRY
002400*                  (GLPOST LAYOUT) DEBITING THE SUSPENSE WRITE-OFF
002500*                  ACCOUNT AND CREDITING THE SUSPENSE ACCOUNT
002600*                  NAMED ON THE WOFCTL CARD. EVERY TRANSACTION IS
002700*                  LISTED ON THE WOFRPT EDIT REPORT; ANY REJECTED
002800*                  WRITE-OFF ENDS THE RUN RC 4, A MISSING OR
002900*                  INVALID CARD RC 8.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT WOFCTL   ASSIGN TO WOFCTL
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WF-WOFCTL-STATUS.
004000     SELECT WOFLMT   ASSIGN TO WOFLMT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SUSPOLD  ASSIGN TO SUSPOLD
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT WOFTRAN  ASSIGN TO WOFTRAN
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT SUSPNEW  ASSIGN TO SUSPNEW
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT WOFHIST  ASSIGN TO WOFHIST
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT WOFGL    ASSIGN TO WOFGL
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT WOFRPT   ASSIGN TO WOFRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  WOFCTL
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY WOFCTL.
006000 FD  WOFLMT
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY WOFLMT.
006400 FD  SUSPOLD
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY SUSPREC.
006800 FD  WOFTRAN
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY WOFTRAN.
007200 FD  SUSPNEW
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY SUSPREC
007600         REPLACING
007700             ==SU-SUSPENSE-RECORD== BY ==SN-SUSPENSE-RECORD==
007800             ==SU-SUSP-KEY==        BY ==SN-SUSP-KEY==
007900             ==SU-REJECT-DATE==     BY ==SN-REJECT-DATE==
008000             ==SU-SUSP-SEQ==        BY ==SN-SUSP-SEQ==
008100             ==SU-STATUS==          BY ==SN-STATUS==
008200             ==SU-HELD==            BY ==SN-HELD==
008300             ==SU-RELEASED==        BY ==SN-RELEASED==
008400             ==SU-WRITTEN-OFF==     BY ==SN-WRITTEN-OFF==
008500             ==SU-REASON-CODE==     BY ==SN-REASON-CODE==
008600             ==SU-ORIG-RECORD==     BY ==SN-ORIG-RECORD==
008700             ==SU-NUM1==            BY ==SN-NUM1==
008800             ==SU-NUM2==            BY ==SN-NUM2==
008900             ==SU-NUM3==            BY ==SN-NUM3==
009000             ==SU-NUM4==            BY ==SN-NUM4==
009100             ==SU-NEG-NUM==         BY ==SN-NEG-NUM==
009200             ==SU-CLASS1==          BY ==SN-CLASS1==
009300             ==SU-SCORE==           BY ==SN-SCORE==
009400             ==SU-REGION==          BY ==SN-REGION==
009500             ==SU-TRAN-ID==         BY ==SN-TRAN-ID==
009600             ==SU-ORIG-DATE==       BY ==SN-ORIG-DATE==
009700             ==SU-TRAN-TYPE==       BY ==SN-TRAN-TYPE==
009800             ==SU-REVERSAL-TRAN==   BY ==SN-REVERSAL-TRAN==.
009900 FD  WOFHIST
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200     COPY WOFHREC.
010300 FD  WOFGL
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600     COPY GLPSTREC.
010700 FD  WOFRPT
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY SUMLINE.
011100 WORKING-STORAGE SECTION.
011200******************************************************************
011300*    SWITCHES                                                    *
011400******************************************************************
011500 01  WF-SWITCHES.
011600     05  WF-SUSP-EOF-SWITCH      PIC X(01)  VALUE 'N'.
011700         88  WF-SUSP-AT-END                 VALUE 'Y'.
011800     05  WF-WOF-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011900         88  WF-WOF-AT-END                  VALUE 'Y'.
012000     05  WF-LMT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012100         88  WF-LMT-AT-END                  VALUE 'Y'.
012200     05  WF-CTL-SWITCH           PIC X(01)  VALUE 'N'.
012300         88  WF-CTL-LOADED                  VALUE 'Y'.
012400     05  WF-APPR-FOUND-SW        PIC X(01)  VALUE 'N'.
012500         88  WF-APPR-FOUND                  VALUE 'Y'.
012600 01  WF-WOFCTL-STATUS            PIC X(02).
012700     88  WF-WOFCTL-OK                       VALUE '00'.
012800 01  WF-RUN-DATE                 PIC 9(08)           VALUE ZERO.
012900******************************************************************
013000*    APPROVER LIMIT TABLE LOADED FROM WOFLMT                     *
013100******************************************************************
013200 01  WF-APPR-USED                PIC 9(4)  COMP VALUE ZERO.
013300 01  WF-APPR-TABLE.
013400     05  WF-APPR-ENTRY           OCCURS 1 TO 200 TIMES
013500                                 DEPENDING ON WF-APPR-USED
013600                                 INDEXED BY WF-APPR-IDX.
013700         10  WF-APPR-ID          PIC X(08).
013800         10  WF-APPR-LIMIT       PIC 9(09).
013900******************************************************************
014000*    EDIT WORK FIELDS -- THE REASON A WRITE-OFF IS REFUSED, AND  *
014100*    THE RECORD'S NUM1 WITHOUT ITS SIGN FOR THE LIMIT CHECK AND  *
014200*    THE GL AMOUNT                                               *
014300******************************************************************
014400 01  WF-REJECT-TEXT              PIC X(24)       VALUE SPACES.
014500 01  WF-ABS-NUM1                 PIC 9(09)       VALUE ZERO.
014600 01  WF-WORK-AMT                 PIC 9(11)V99 COMP-3 VALUE ZERO.
014700******************************************************************
014800*    GL WRITE-OFF ENTRY -- DEBITS AND CREDITS TO THE SUSPENSE    *
014900*    WRITE-OFF ACCOUNT AND THE SUSPENSE ACCOUNT. A NEGATIVE      *
015000*    ITEM WRITTEN OFF POSTS THE OTHER WAY ROUND                  *
015100******************************************************************
015200 01  WF-GL-AMOUNTS.
015300     05  WF-WOF-DEBIT            PIC 9(11)V99 COMP-3 VALUE ZERO.
015400     05  WF-WOF-CREDIT           PIC 9(11)V99 COMP-3 VALUE ZERO.
015500     05  WF-SUSP-DEBIT           PIC 9(11)V99 COMP-3 VALUE ZERO.
015600     05  WF-SUSP-CREDIT          PIC 9(11)V99 COMP-3 VALUE ZERO.
015700 01  WF-DEBIT-TOTAL              PIC 9(13)V99 COMP-3 VALUE ZERO.
015800 01  WF-CREDIT-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
015900 01  WF-POST-REC-COUNT           PIC 9(9)  COMP VALUE ZERO.
016000******************************************************************
016100*    COUNTERS AND EDITED REPORT FIELDS                           *
016200******************************************************************
016300 01  WF-COUNTERS.
016400     05  WF-CARRY-COUNT          PIC 9(7)  COMP VALUE ZERO.
016500     05  WF-TRAN-COUNT           PIC 9(7)  COMP VALUE ZERO.
016600     05  WF-WOF-COUNT            PIC 9(7)  COMP VALUE ZERO.
016700     05  WF-REJECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
016800     05  WF-CARRY-COUNT-ED       PIC ZZZZZZ9.
016900     05  WF-TRAN-COUNT-ED        PIC ZZZZZZ9.
017000     05  WF-WOF-COUNT-ED         PIC ZZZZZZ9.
017100     05  WF-REJECT-COUNT-ED      PIC ZZZZZZ9.
017200 01  WF-WOF-NUM1-TOTAL           PIC S9(11) COMP-3 VALUE ZERO.
017300 01  WF-NUM1-ED                  PIC Z(8)9-.
017400 01  WF-NUM1-TOTAL-ED            PIC Z(10)9-.
017500 01  WF-AMOUNT-ED                PIC Z(12)9.99.
017600 PROCEDURE DIVISION.
017700******************************************************************
017800*    0000-MAINLINE                                               *
017900******************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     IF WF-CTL-LOADED
018300         PERFORM 2000-UPDATE-SUSPENSE THRU 2000-EXIT
018400             UNTIL WF-SUSP-AT-END AND WF-WOF-AT-END
018500     END-IF.
018600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018700     STOP RUN.
018800******************************************************************
018900*    1000-INITIALIZE -- LOAD THE GL ACCOUNT CARD AND THE         *
019000*    APPROVER LIMITS, OPEN FILES AND PRIME BOTH INPUT STREAMS.   *
019100*    WITHOUT A VALID CARD NOTHING IS OPENED BUT THE REPORT       *
019200******************************************************************
019300 1000-INITIALIZE.
019400     ACCEPT WF-RUN-DATE FROM DATE YYYYMMDD.
019500     OPEN OUTPUT WOFRPT.
019600     PERFORM 1080-READ-CONTROL-CARD THRU 1080-EXIT.
019700     IF NOT WF-CTL-LOADED
019800         GO TO 1000-EXIT.
019900     OPEN INPUT  WOFLMT.
020000     PERFORM 1100-LOAD-ONE-LIMIT THRU 1100-EXIT
020100         UNTIL WF-LMT-AT-END.
020200     CLOSE WOFLMT.
020300     OPEN INPUT  SUSPOLD.
020400     OPEN INPUT  WOFTRAN.
020500     OPEN OUTPUT SUSPNEW.
020600     OPEN EXTEND WOFHIST.
020700     OPEN OUTPUT WOFGL.
020800     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
020900     PERFORM 1200-READ-SUSPOLD THRU 1200-EXIT.
021000     PERFORM 1300-READ-WOFTRAN THRU 1300-EXIT.
021100 1000-EXIT.
021200     EXIT.
021300******************************************************************
021400*    1080-READ-CONTROL-CARD -- LOAD AND EDIT THE WOFCTL CARD. A  *
021500*    MISSING CARD OR A BLANK ACCOUNT FAILS THE RUN RATHER THAN   *
021600*    POSTING TO AN ACCOUNT NOBODY NAMED                          *
021700******************************************************************
021800 1080-READ-CONTROL-CARD.
021900     OPEN INPUT WOFCTL.
022000     IF WF-WOFCTL-OK
022100         READ WOFCTL
022200             AT END
022300                 CONTINUE
022400         END-READ
022500         IF WF-WOFCTL-OK
022600                 AND WC-WOF-ACCT NOT = SPACES
022700                 AND WC-SUSP-ACCT NOT = SPACES
022800             SET WF-CTL-LOADED TO TRUE
022900         END-IF
023000         CLOSE WOFCTL
023100     END-IF.
023200     IF NOT WF-CTL-LOADED
023300         MOVE SPACES TO SR-REPORT-LINE
023400         STRING 'SUSPWOF - MISSING OR INVALID CONTROL CARD'
023500             DELIMITED BY SIZE INTO SR-REPORT-LINE
023600         WRITE SR-REPORT-LINE
023700         MOVE 8 TO RETURN-CODE
023800     END-IF.
023900 1080-EXIT.
024000     EXIT.
024100******************************************************************
024200*    1090-WRITE-HEADING -- WRITE-OFF EDIT REPORT HEADING LINES   *
024300******************************************************************
024400 1090-WRITE-HEADING.
024500     MOVE SPACES TO SR-REPORT-LINE.
024600     STRING 'SUSPENSE WRITE-OFF EDIT REPORT - RUN DATE '
024700         DELIMITED BY SIZE
024800         WF-RUN-DATE     DELIMITED BY SIZE
024900         INTO SR-REPORT-LINE.
025000     WRITE SR-REPORT-LINE.
025100     MOVE SPACES TO SR-REPORT-LINE.
025200     STRING 'REJ DATE/SEQ     TRAN-ID      RGN CLASS1         '
025300         DELIMITED BY SIZE
025400         'NUM1 APPROVER REAS'
025500         DELIMITED BY SIZE
025600         INTO SR-REPORT-LINE.
025700     WRITE SR-REPORT-LINE.
025800 1090-EXIT.
025900     EXIT.
026000******************************************************************
026100*    1100-LOAD-ONE-LIMIT -- ADD ONE APPROVER AND LIMIT TO THE    *
026200*    TABLE                                                       *
026300******************************************************************
026400 1100-LOAD-ONE-LIMIT.
026500     READ WOFLMT
026600         AT END
026700             SET WF-LMT-AT-END TO TRUE
026800             GO TO 1100-EXIT
026900     END-READ.
027000     IF WF-APPR-USED < 200
027100         ADD 1 TO WF-APPR-USED
027200         SET WF-APPR-IDX TO WF-APPR-USED
027300         MOVE WL-APPROVER-ID TO WF-APPR-ID (WF-APPR-IDX)
027400         MOVE WL-LIMIT-NUM1  TO WF-APPR-LIMIT (WF-APPR-IDX)
027500     ELSE
027600         MOVE SPACES TO SR-REPORT-LINE
027700         STRING '*** WOFLMT TABLE FULL - LIMITS TRUNCATED ***'
027800             DELIMITED BY SIZE INTO SR-REPORT-LINE
027900         WRITE SR-REPORT-LINE
028000         MOVE 8 TO RETURN-CODE
028100         SET WF-LMT-AT-END TO TRUE
028200     END-IF.
028300 1100-EXIT.
028400     EXIT.
028500******************************************************************
028600*    1200-READ-SUSPOLD -- READ ONE SUSPENSE RECORD, SETTING THE  *
028700*    KEY TO HIGH-VALUES AT END SO THE WRITE-OFF SIDE DRAINS      *
028800*    CLEANLY                                                     *
028900******************************************************************
029000 1200-READ-SUSPOLD.
029100     READ SUSPOLD
029200         AT END
029300             SET WF-SUSP-AT-END TO TRUE
029400             MOVE HIGH-VALUES TO SU-SUSP-KEY
029500     END-READ.
029600 1200-EXIT.
029700     EXIT.
029800******************************************************************
029900*    1300-READ-WOFTRAN -- READ ONE WRITE-OFF TRANSACTION,        *
030000*    SETTING THE KEY TO HIGH-VALUES AT END SO THE SUSPENSE SIDE  *
030100*    DRAINS CLEANLY                                              *
030200******************************************************************
030300 1300-READ-WOFTRAN.
030400     READ WOFTRAN
030500         AT END
030600             SET WF-WOF-AT-END TO TRUE
030700             MOVE HIGH-VALUES TO WX-SUSP-KEY
030800         NOT AT END
030900             ADD 1 TO WF-TRAN-COUNT
031000     END-READ.
031100 1300-EXIT.
031200     EXIT.
031300******************************************************************
031400*    2000-UPDATE-SUSPENSE -- BALANCED-LINE MATCH OF SUSPOLD      *
031500*    AGAINST WOFTRAN TO PRODUCE SUSPNEW                          *
031600******************************************************************
031700 2000-UPDATE-SUSPENSE.
031800     EVALUATE TRUE
031900         WHEN SU-SUSP-KEY < WX-SUSP-KEY
032000             PERFORM 2100-CARRY-FORWARD-SUSP THRU 2100-EXIT
032100         WHEN SU-SUSP-KEY > WX-SUSP-KEY
032200             PERFORM 2200-REJECT-UNMATCHED THRU 2200-EXIT
032300         WHEN OTHER
032400             PERFORM 2300-APPLY-WRITEOFF THRU 2300-EXIT
032500     END-EVALUATE.
032600 2000-EXIT.
032700     EXIT.
032800******************************************************************
032900*    2100-CARRY-FORWARD-SUSP -- NO WRITE-OFF FOR THIS RECORD,    *
033000*    COPY IT FORWARD UNCHANGED                                   *
033100******************************************************************
033200 2100-CARRY-FORWARD-SUSP.
033300     MOVE SU-SUSPENSE-RECORD TO SN-SUSPENSE-RECORD.
033400     WRITE SN-SUSPENSE-RECORD.
033500     ADD 1 TO WF-CARRY-COUNT.
033600     PERFORM 1200-READ-SUSPOLD THRU 1200-EXIT.
033700 2100-EXIT.
033800     EXIT.
033900******************************************************************
034000*    2200-REJECT-UNMATCHED -- WRITE-OFF HAS NO MATCHING          *
034100*    SUSPENSE RECORD; LIST IT AND MOVE ON                        *
034200******************************************************************
034300 2200-REJECT-UNMATCHED.
034400     MOVE 'NO SUCH SUSPENSE RECORD' TO WF-REJECT-TEXT.
034500     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
034600     PERFORM 1300-READ-WOFTRAN THRU 1300-EXIT.
034700 2200-EXIT.
034800     EXIT.
034900******************************************************************
035000*    2300-APPLY-WRITEOFF -- KEYS MATCH ON BOTH FILES; A          *
035100*    WRITE-OFF THAT PASSES THE EDITS MOVES THE RECORD TO THE     *
035200*    HISTORY FILE, ONE THAT FAILS LEAVES IT IN SUSPENSE AS IT    *
035300*    STOOD                                                       *
035400******************************************************************
035500 2300-APPLY-WRITEOFF.
035600     PERFORM 2310-EDIT-WRITEOFF THRU 2310-EXIT.
035700     IF WF-REJECT-TEXT = SPACES
035800         PERFORM 2400-WRITE-OFF-RECORD THRU 2400-EXIT
035900     ELSE
036000         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
036100         MOVE SU-SUSPENSE-RECORD TO SN-SUSPENSE-RECORD
036200         WRITE SN-SUSPENSE-RECORD
036300         ADD 1 TO WF-CARRY-COUNT
036400     END-IF.
036500     PERFORM 1200-READ-SUSPOLD THRU 1200-EXIT.
036600     PERFORM 1300-READ-WOFTRAN THRU 1300-EXIT.
036700 2300-EXIT.
036800     EXIT.
036900******************************************************************
037000*    2310-EDIT-WRITEOFF -- ONLY A HELD RECORD MAY BE WRITTEN     *
037100*    OFF (A RELEASED ONE IS ALREADY ON ITS WAY BACK INTO THE     *
037200*    CHAIN), WITH A REASON, BY A KNOWN APPROVER WHOSE LIMIT      *
037300*    COVERS THE RECORD'S NUM1. LEAVES WF-REJECT-TEXT BLANK WHEN  *
037400*    IT PASSES                                                   *
037500******************************************************************
037600 2310-EDIT-WRITEOFF.
037700     MOVE SPACES TO WF-REJECT-TEXT.
037800     IF NOT SU-HELD
037900         MOVE 'RECORD NOT HELD'         TO WF-REJECT-TEXT
038000         GO TO 2310-EXIT.
038100     IF WX-REASON-CODE = SPACES
038200         MOVE 'NO WRITE-OFF REASON'     TO WF-REJECT-TEXT
038300         GO TO 2310-EXIT.
038400     IF WX-APPROVER-ID = SPACES
038500         MOVE 'NO APPROVER'             TO WF-REJECT-TEXT
038600         GO TO 2310-EXIT.
038700     MOVE 'N' TO WF-APPR-FOUND-SW.
038800     IF WF-APPR-USED > ZERO
038900         SET WF-APPR-IDX TO 1
039000         SEARCH WF-APPR-ENTRY
039100             AT END
039200                 CONTINUE
039300             WHEN WF-APPR-ID (WF-APPR-IDX) = WX-APPROVER-ID
039400                 SET WF-APPR-FOUND TO TRUE
039500         END-SEARCH
039600     END-IF.
039700     IF NOT WF-APPR-FOUND
039800         MOVE 'UNKNOWN APPROVER'        TO WF-REJECT-TEXT
039900         GO TO 2310-EXIT.
040000     MOVE SU-NUM1 TO WF-ABS-NUM1.
040100     IF WF-ABS-NUM1 > WF-APPR-LIMIT (WF-APPR-IDX)
040200         MOVE 'OVER APPROVER LIMIT'     TO WF-REJECT-TEXT.
040300 2310-EXIT.
040400     EXIT.
040500******************************************************************
040600*    2400-WRITE-OFF-RECORD -- MARK THE RECORD WRITTEN OFF,       *
040700*    APPEND IT TO THE HISTORY FILE WITH THE APPROVER AND         *
040800*    REASON, LIST IT AND ADD ITS AMOUNT TO THE GL ENTRY          *
040900******************************************************************
041000 2400-WRITE-OFF-RECORD.
041100     MOVE SPACES             TO WH-WRITEOFF-HIST-RECORD.
041200     MOVE SU-SUSPENSE-RECORD TO WH-SUSP-IMAGE.
041300     SET WH-WRITTEN-OFF      TO TRUE.
041400     MOVE WF-RUN-DATE        TO WH-WOF-DATE.
041500     MOVE WX-APPROVER-ID     TO WH-APPROVER-ID.
041600     MOVE WX-REASON-CODE     TO WH-WOF-REASON-CODE.
041700     MOVE WX-REASON-TEXT     TO WH-WOF-REASON-TEXT.
041800     WRITE WH-WRITEOFF-HIST-RECORD.
041900     ADD 1       TO WF-WOF-COUNT.
042000     ADD SU-NUM1 TO WF-WOF-NUM1-TOTAL.
042100     MOVE SU-NUM1 TO WF-WORK-AMT.
042200     IF SU-NUM1 < ZERO
042300         ADD WF-WORK-AMT TO WF-WOF-CREDIT
042400         ADD WF-WORK-AMT TO WF-SUSP-DEBIT
042500     ELSE
042600         ADD WF-WORK-AMT TO WF-WOF-DEBIT
042700         ADD WF-WORK-AMT TO WF-SUSP-CREDIT
042800     END-IF.
042900     MOVE SU-NUM1 TO WF-NUM1-ED.
043000     MOVE SPACES TO SR-REPORT-LINE.
043100     STRING SU-REJECT-DATE  DELIMITED BY SIZE
043200         '/'                DELIMITED BY SIZE
043300         SU-SUSP-SEQ        DELIMITED BY SIZE
043400         ' '                DELIMITED BY SIZE
043500         SU-TRAN-ID         DELIMITED BY SIZE
043600         ' '                DELIMITED BY SIZE
043700         SU-REGION          DELIMITED BY SIZE
043800         ' '                DELIMITED BY SIZE
043900         SU-CLASS1          DELIMITED BY SIZE
044000         WF-NUM1-ED         DELIMITED BY SIZE
044100         ' '                DELIMITED BY SIZE
044200         WX-APPROVER-ID     DELIMITED BY SIZE
044300         ' '                DELIMITED BY SIZE
044400         WX-REASON-CODE     DELIMITED BY SIZE
044500         ' WRITTEN OFF'     DELIMITED BY SIZE
044600         INTO SR-REPORT-LINE.
044700     WRITE SR-REPORT-LINE.
044800 2400-EXIT.
044900     EXIT.
045000******************************************************************
045100*    2900-WRITE-REJECT -- LIST A WRITE-OFF THAT COULD NOT BE     *
045200*    APPLIED, WITH THE REASON                                    *
045300******************************************************************
045400 2900-WRITE-REJECT.
045500     MOVE SPACES TO SR-REPORT-LINE.
045600     STRING WX-REJECT-DATE  DELIMITED BY SIZE
045700         '/'                DELIMITED BY SIZE
045800         WX-SUSP-SEQ        DELIMITED BY SIZE
045900         ' '                DELIMITED BY SIZE
046000         WX-APPROVER-ID     DELIMITED BY SIZE
046100         ' '                DELIMITED BY SIZE
046200         WX-REASON-CODE     DELIMITED BY SIZE
046300         ' *** REJECTED - ' DELIMITED BY SIZE
046400         WF-REJECT-TEXT     DELIMITED BY SIZE
046500         INTO SR-REPORT-LINE.
046600     WRITE SR-REPORT-LINE.
046700     ADD 1 TO WF-REJECT-COUNT.
046800     IF RETURN-CODE < 4
046900         MOVE 4 TO RETURN-CODE.
047000 2900-EXIT.
047100     EXIT.
047200******************************************************************
047300*    9000-TERMINATE -- WRITE THE GL ENTRY AND THE RUN SUMMARY    *
047400*    AND CLOSE FILES                                             *
047500******************************************************************
047600 9000-TERMINATE.
047700     IF WF-CTL-LOADED
047800         PERFORM 9100-WRITE-GL-ENTRY THRU 9100-EXIT
047900         PERFORM 9300-WRITE-SUMMARY-RPT THRU 9300-EXIT
048000         CLOSE SUSPOLD
048100         CLOSE WOFTRAN
048200         CLOSE SUSPNEW
048300         CLOSE WOFHIST
048400         CLOSE WOFGL
048500     END-IF.
048600     CLOSE WOFRPT.
048700 9000-EXIT.
048800     EXIT.
048900******************************************************************
049000*    9100-WRITE-GL-ENTRY -- ONE POSTING RECORD FOR EACH OF THE   *
049100*    TWO ACCOUNTS AND THE CONTROL RECORD. A RUN THAT WROTE       *
049200*    NOTHING OFF SENDS THE CONTROL RECORD ALONE, SO THE LOAD     *
049300*    STILL BALANCES                                              *
049400******************************************************************
049500 9100-WRITE-GL-ENTRY.
049600     IF WF-WOF-COUNT > ZERO
049700         MOVE SPACES         TO GP-POSTING-RECORD
049800         MOVE WC-WOF-ACCT    TO GP-ACCOUNT
049900         MOVE WF-WOF-DEBIT   TO GP-DEBIT-AMT
050000         MOVE WF-WOF-CREDIT  TO GP-CREDIT-AMT
050100         PERFORM 9200-WRITE-ONE-POSTING THRU 9200-EXIT
050200         MOVE SPACES         TO GP-POSTING-RECORD
050300         MOVE WC-SUSP-ACCT   TO GP-ACCOUNT
050400         MOVE WF-SUSP-DEBIT  TO GP-DEBIT-AMT
050500         MOVE WF-SUSP-CREDIT TO GP-CREDIT-AMT
050600         PERFORM 9200-WRITE-ONE-POSTING THRU 9200-EXIT
050700     END-IF.
050800     MOVE SPACES TO GP-POSTING-RECORD.
050900     SET GP-CONTROL-REC TO TRUE.
051000     MOVE WF-POST-REC-COUNT TO GP-CTL-RECORD-COUNT.
051100     MOVE WF-DEBIT-TOTAL    TO GP-CTL-DEBIT-TOTAL.
051200     MOVE WF-CREDIT-TOTAL   TO GP-CTL-CREDIT-TOTAL.
051300     WRITE GP-POSTING-RECORD.
051400 9100-EXIT.
051500     EXIT.
051600******************************************************************
051700*    9200-WRITE-ONE-POSTING -- WRITE THE POSTING RECORD BUILT    *
051800*    IN GP-POSTING-DATA AND ADD IT TO THE CONTROL TOTALS         *
051900******************************************************************
052000 9200-WRITE-ONE-POSTING.
052100     SET GP-POSTING-REC TO TRUE.
052200     MOVE WF-RUN-DATE   TO GP-POST-DATE.
052300     WRITE GP-POSTING-RECORD.
052400     ADD 1             TO WF-POST-REC-COUNT.
052500     ADD GP-DEBIT-AMT  TO WF-DEBIT-TOTAL.
052600     ADD GP-CREDIT-AMT TO WF-CREDIT-TOTAL.
052700 9200-EXIT.
052800     EXIT.
052900******************************************************************
053000*    9300-WRITE-SUMMARY-RPT -- SUSPENSE WRITE-OFF SUMMARY        *
053100******************************************************************
053200 9300-WRITE-SUMMARY-RPT.
053300     MOVE WF-CARRY-COUNT    TO WF-CARRY-COUNT-ED.
053400     MOVE WF-TRAN-COUNT     TO WF-TRAN-COUNT-ED.
053500     MOVE WF-WOF-COUNT      TO WF-WOF-COUNT-ED.
053600     MOVE WF-REJECT-COUNT   TO WF-REJECT-COUNT-ED.
053700     MOVE WF-WOF-NUM1-TOTAL TO WF-NUM1-TOTAL-ED.
053800     MOVE SPACES TO SR-REPORT-LINE.
053900     WRITE SR-REPORT-LINE.
054000     STRING 'SUSPENSE WRITE-OFF SUMMARY' DELIMITED BY SIZE
054100         INTO SR-REPORT-LINE.
054200     WRITE SR-REPORT-LINE.
054300     MOVE SPACES TO SR-REPORT-LINE.
054400     STRING 'WRITE-OFFS READ:       ' DELIMITED BY SIZE
054500         WF-TRAN-COUNT-ED   DELIMITED BY SIZE
054600         INTO SR-REPORT-LINE.
054700     WRITE SR-REPORT-LINE.
054800     MOVE SPACES TO SR-REPORT-LINE.
054900     STRING 'RECORDS WRITTEN OFF:   ' DELIMITED BY SIZE
055000         WF-WOF-COUNT-ED    DELIMITED BY SIZE
055100         INTO SR-REPORT-LINE.
055200     WRITE SR-REPORT-LINE.
055300     MOVE SPACES TO SR-REPORT-LINE.
055400     STRING 'WRITE-OFFS REJECTED:   ' DELIMITED BY SIZE
055500         WF-REJECT-COUNT-ED DELIMITED BY SIZE
055600         INTO SR-REPORT-LINE.
055700     WRITE SR-REPORT-LINE.
055800     MOVE SPACES TO SR-REPORT-LINE.
055900     STRING 'RECORDS CARRIED:       ' DELIMITED BY SIZE
056000         WF-CARRY-COUNT-ED  DELIMITED BY SIZE
056100         INTO SR-REPORT-LINE.
056200     WRITE SR-REPORT-LINE.
056300     MOVE SPACES TO SR-REPORT-LINE.
056400     STRING 'NUM1 WRITTEN OFF:  ' DELIMITED BY SIZE
056500         WF-NUM1-TOTAL-ED   DELIMITED BY SIZE
056600         INTO SR-REPORT-LINE.
056700     WRITE SR-REPORT-LINE.
056800     MOVE WF-DEBIT-TOTAL TO WF-AMOUNT-ED.
056900     MOVE SPACES TO SR-REPORT-LINE.
057000     STRING 'GL DEBIT TOTAL:    ' DELIMITED BY SIZE
057100         WF-AMOUNT-ED       DELIMITED BY SIZE
057200         INTO SR-REPORT-LINE.
057300     WRITE SR-REPORT-LINE.
057400     MOVE WF-CREDIT-TOTAL TO WF-AMOUNT-ED.
057500     MOVE SPACES TO SR-REPORT-LINE.
057600     STRING 'GL CREDIT TOTAL:   ' DELIMITED BY SIZE
057700         WF-AMOUNT-ED       DELIMITED BY SIZE
057800         INTO SR-REPORT-LINE.
057900     WRITE SR-REPORT-LINE.
058000 9300-EXIT.
058100     EXIT.
