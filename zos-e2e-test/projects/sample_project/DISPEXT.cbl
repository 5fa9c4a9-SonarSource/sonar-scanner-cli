000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DISPEXT.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - DAILY TRANSACTION DISPOSITION
001300*                  FEED FOR THE DATA WAREHOUSE. RUNS AFTER EACH
001400*                  CYCLE AND WRITES ONE DISPFEED RECORD PER
001500*                  TRANSACTION THE CLASSIFIER HANDLED: ITS KEY
001600*                  FIELDS, SCORE AND PASS/FAIL, THE AUDITOUT
001700*                  EVALUATE BRANCH AND ITS DISPOSITION (POSTED,
001800*                  POSTED OUT OF RANGE, SUSPENDED WITH REASON OR
001900*                  DUPLICATE WITH FIRST PROCESSED DATE), BETWEEN A
002000*                  HEADER AND A TRAILER CARRYING THE COUNTS AND
002100*                  NUM1 HASH TOTAL. THE CLASSIFIER WRITES
002150*                  AUDITOUT, SUSPOUT AND DUPOUT IN TRANIN ORDER,
002200*                  SO EACH TRANSACTION IS MATCHED TO THE NEXT
002300*                  UNMATCHED RECORD FOR ITS ID ON THOSE FILES. THE
002400*                  DETAIL COUNT IS PROVED AGAINST THE RUNSTAT READ
002500*                  COUNT FOR THE DATE AND CYCLE; NO RUNSTAT
002600*                  RECORD, A COUNT THAT DOES NOT PROVE, OR ANY
002700*                  TRANSACTION OR OUTPUT RECORD LEFT UNMATCHED
002800*                  ENDS THE RUN RC 8.
002810* 2026-10-15 RH    A TRANSACTION HELD FOR DUAL-CONTROL APPROVAL IS
002820*                  FED WITH DISPOSITION 'H', MATCHED ON ID AND
002830*                  NUM1 TO THE NEXT UNMATCHED HOLDOUT RECORD
002840*                  (HOLDIN), AND THE TRAILER AND CONTROL REPORT
002850*                  CARRY THE HELD COUNT.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TRANIN   ASSIGN TO TRANIN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT AUDITIN  ASSIGN TO AUDITIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SUSPIN   ASSIGN TO SUSPIN
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT DUPIN    ASSIGN TO DUPIN
004300         ORGANIZATION IS SEQUENTIAL.
004320     SELECT HOLDIN   ASSIGN TO HOLDIN
004340         ORGANIZATION IS SEQUENTIAL.
004400     SELECT RUNSTAT  ASSIGN TO RUNSTAT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS DX-RUNSTAT-STATUS.
004700     SELECT DISPFEED ASSIGN TO DISPFEED
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT DISPRPT  ASSIGN TO DISPRPT
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  TRANIN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY TRANREC.
005700 FD  AUDITIN
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY AUDITREC.
006100 FD  SUSPIN
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY SUSPREC.
006500 FD  DUPIN
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DUPREC.
006820 FD  HOLDIN
006840     RECORDING MODE IS F
006860     LABEL RECORDS ARE STANDARD.
006880     COPY HOLDREC.
006900 FD  RUNSTAT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200     COPY STATREC.
007300 FD  DISPFEED
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DISPREC.
007700 FD  DISPRPT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY SUMLINE.
008100 WORKING-STORAGE SECTION.
008200******************************************************************
008300*    SWITCHES                                                    *
008400******************************************************************
008500 01  DX-SWITCHES.
008600     05  DX-TRAN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008700         88  DX-TRAN-AT-END                 VALUE 'Y'.
008800     05  DX-AUD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
008900         88  DX-AUD-AT-END                  VALUE 'Y'.
009000     05  DX-SUSP-EOF-SWITCH      PIC X(01)  VALUE 'N'.
009100         88  DX-SUSP-AT-END                 VALUE 'Y'.
009200     05  DX-DUP-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009300         88  DX-DUP-AT-END                  VALUE 'Y'.
009320     05  DX-HOLD-EOF-SWITCH      PIC X(01)  VALUE 'N'.
009340         88  DX-HOLD-AT-END                 VALUE 'Y'.
009400     05  DX-STAT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
009500         88  DX-STAT-AT-END                 VALUE 'Y'.
009600     05  DX-ST-FOUND-SW          PIC X(01)  VALUE 'N'.
009700         88  DX-ST-FOUND                    VALUE 'Y'.
009800     05  DX-HEADER-SW            PIC X(01)  VALUE 'N'.
009900         88  DX-HEADER-MISSING              VALUE 'Y'.
010000 01  DX-RUNSTAT-STATUS           PIC X(02).
010100     88  DX-RUNSTAT-OK                      VALUE '00'.
010200******************************************************************
010300*    RUN IDENTIFICATION, FROM THE TRANIN HEADER                  *
010400******************************************************************
010500 01  DX-RUN-DATE                 PIC 9(08)           VALUE ZERO.
010600 01  DX-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
010700 01  DX-CURRENT-DATE             PIC 9(08)           VALUE ZERO.
010800 01  DX-CURRENT-TIME             PIC 9(08)           VALUE ZERO.
010900******************************************************************
011000*    SCORE TEST -- THE CLASSIFIER'S PASS/FAIL BANDS ON           *
011100*    CHECK-VAL                                                   *
011200******************************************************************
011300 01  DX-CHECK-VAL                PIC 9(03)           VALUE ZERO.
011400     88  DX-SCORE-PASS           VALUES ARE 041 THRU 100.
011500     88  DX-SCORE-FAIL           VALUES ARE 000 THRU 040.
011600******************************************************************
011700*    COUNTERS, CONTROL TOTALS AND EDITED REPORT FIELDS           *
011800******************************************************************
011900 01  DX-COUNTERS.
012000     05  DX-DETAIL-COUNT         PIC 9(9)  COMP VALUE ZERO.
012100     05  DX-POSTED-COUNT         PIC 9(9)  COMP VALUE ZERO.
012200     05  DX-RANGE-COUNT          PIC 9(9)  COMP VALUE ZERO.
012300     05  DX-SUSP-COUNT           PIC 9(9)  COMP VALUE ZERO.
012400     05  DX-DUP-COUNT            PIC 9(9)  COMP VALUE ZERO.
012450     05  DX-HELD-COUNT           PIC 9(9)  COMP VALUE ZERO.
012500     05  DX-NOTFOUND-COUNT       PIC 9(9)  COMP VALUE ZERO.
012600     05  DX-LEFTOVER-COUNT       PIC 9(9)  COMP VALUE ZERO.
012700     05  DX-ST-READ              PIC 9(9)  COMP VALUE ZERO.
012800 01  DX-HASH-TOTAL               PIC S9(15) COMP-3 VALUE ZERO.
012900 01  DX-COUNT-ED                 PIC ZZZZZZZZ9.
013000 01  DX-HASH-ED                  PIC Z(14)9-.
013100 01  DX-READ-ED                  PIC ZZZZZZZZ9.
013200 01  DX-CYCLE-ED                 PIC 9(02).
013300 PROCEDURE DIVISION.
013400******************************************************************
013500*    0000-MAINLINE                                               *
013600******************************************************************
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     IF DX-HEADER-MISSING
014000         CLOSE DISPRPT
014100         STOP RUN.
014200     PERFORM 2000-EXTRACT-ONE-RECORD THRU 2000-EXIT
014300         UNTIL DX-TRAN-AT-END.
014400     PERFORM 3000-CHECK-LEFTOVERS THRU 3000-EXIT.
014500     PERFORM 4000-LOAD-RUN-STATS THRU 4000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800******************************************************************
014900*    1000-INITIALIZE -- TAKE THE DATE AND CYCLE FROM THE TRANIN  *
015000*    HEADER; WITHOUT ONE NOTHING IS EXTRACTED. OPEN THE FEED,    *
015100*    WRITE ITS HEADER AND PRIME THE THREE DISPOSITION FILES      *
015200******************************************************************
015300 1000-INITIALIZE.
015400     OPEN OUTPUT DISPRPT.
015500     MOVE SPACES TO SR-REPORT-LINE.
015600     STRING 'TRANSACTION DISPOSITION FEED - CONTROL REPORT'
015700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
015800     WRITE SR-REPORT-LINE.
015900     OPEN INPUT TRANIN.
016000     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
016100     IF DX-TRAN-AT-END OR NOT TI-HEADER-REC
016200         MOVE SPACES TO SR-REPORT-LINE
016300         STRING '*** TRANIN HEADER MISSING - '
016400             'NOTHING EXTRACTED ***'
016500             DELIMITED BY SIZE INTO SR-REPORT-LINE
016600         WRITE SR-REPORT-LINE
016700         SET DX-HEADER-MISSING TO TRUE
016800         MOVE 8 TO RETURN-CODE
016900         CLOSE TRANIN
017000         GO TO 1000-EXIT.
017100     MOVE TI-HDR-CREATE-DATE TO DX-RUN-DATE.
017200     MOVE TI-HDR-CYCLE-NO    TO DX-CYCLE-NO.
017300     IF DX-CYCLE-NO = ZERO
017400         MOVE 1 TO DX-CYCLE-NO
017500     END-IF.
017600     MOVE DX-CYCLE-NO TO DX-CYCLE-ED.
017700     MOVE SPACES TO SR-REPORT-LINE.
017800     STRING 'RUN DATE: '  DELIMITED BY SIZE
017900         DX-RUN-DATE      DELIMITED BY SIZE
018000         '  CYCLE: '      DELIMITED BY SIZE
018100         DX-CYCLE-ED      DELIMITED BY SIZE
018200         INTO SR-REPORT-LINE.
018300     WRITE SR-REPORT-LINE.
018400     OPEN INPUT AUDITIN.
018500     OPEN INPUT SUSPIN.
018600     OPEN INPUT DUPIN.
018650     OPEN INPUT HOLDIN.
018700     OPEN OUTPUT DISPFEED.
018800     ACCEPT DX-CURRENT-DATE FROM DATE YYYYMMDD.
018900     ACCEPT DX-CURRENT-TIME FROM TIME.
019000     MOVE SPACES TO DF-DISPOSITION-RECORD.
019100     SET DF-HEADER-REC TO TRUE.
019200     MOVE DX-RUN-DATE     TO DF-HDR-RUN-DATE.
019300     MOVE DX-CYCLE-NO     TO DF-HDR-CYCLE-NO.
019400     MOVE 'CONDITIONALS'  TO DF-HDR-SOURCE.
019500     MOVE DX-CURRENT-DATE TO DF-HDR-CREATE-DATE.
019600     MOVE DX-CURRENT-TIME (1:6) TO DF-HDR-CREATE-TIME.
019700     WRITE DF-DISPOSITION-RECORD.
019800     PERFORM 1200-READ-AUDITIN THRU 1200-EXIT.
019900     PERFORM 1300-READ-SUSPIN THRU 1300-EXIT.
020000     PERFORM 1400-READ-DUPIN THRU 1400-EXIT.
020050     PERFORM 1450-READ-HOLDIN THRU 1450-EXIT.
020100     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400******************************************************************
020500*    1100-READ-TRANIN                                            *
020600******************************************************************
020700 1100-READ-TRANIN.
020800     READ TRANIN
020900         AT END
021000             SET DX-TRAN-AT-END TO TRUE
021100     END-READ.
021200 1100-EXIT.
021300     EXIT.
021400******************************************************************
021500*    1200-READ-AUDITIN                                           *
021600******************************************************************
021700 1200-READ-AUDITIN.
021800     READ AUDITIN
021900         AT END
022000             SET DX-AUD-AT-END TO TRUE
022100     END-READ.
022200 1200-EXIT.
022300     EXIT.
022400******************************************************************
022500*    1300-READ-SUSPIN                                            *
022600******************************************************************
022700 1300-READ-SUSPIN.
022800     READ SUSPIN
022900         AT END
023000             SET DX-SUSP-AT-END TO TRUE
023100     END-READ.
023200 1300-EXIT.
023300     EXIT.
023400******************************************************************
023500*    1400-READ-DUPIN                                             *
023600******************************************************************
023700 1400-READ-DUPIN.
023800     READ DUPIN
023900         AT END
024000             SET DX-DUP-AT-END TO TRUE
024100     END-READ.
024200 1400-EXIT.
024300     EXIT.
024305******************************************************************
024310*    1450-READ-HOLDIN                                            *
024315******************************************************************
024320 1450-READ-HOLDIN.
024325     READ HOLDIN
024330         AT END
024335             SET DX-HOLD-AT-END TO TRUE
024340     END-READ.
024345 1450-EXIT.
024350     EXIT.
024400******************************************************************
024500*    2000-EXTRACT-ONE-RECORD -- ONE FEED DETAIL PER TRANIN       *
024600*    DETAIL OR REVERSAL; HEADERS AND TRAILERS (ONE PAIR PER      *
024700*    STREAM ON A SPLIT DAY) ARE PASSED OVER                      *
024800******************************************************************
024900 2000-EXTRACT-ONE-RECORD.
025000     IF NOT TI-POSTING-REC
025100         GO TO 2000-NEXT.
025200     ADD 1 TO DX-DETAIL-COUNT.
025300     ADD TI-NUM1 TO DX-HASH-TOTAL.
025400     MOVE SPACES          TO DF-DISPOSITION-RECORD.
025500     SET DF-DETAIL-REC    TO TRUE.
025600     MOVE TI-TRAN-ID      TO DF-TRAN-ID.
025700     MOVE TI-ORIG-DATE    TO DF-ORIG-DATE.
025800     MOVE TI-REGION       TO DF-REGION.
025900     MOVE TI-CLASS1       TO DF-CLASS1.
026000     MOVE TI-NUM1         TO DF-NUM1.
026100     MOVE TI-NUM2         TO DF-NUM2.
026200     MOVE TI-REC-TYPE     TO DF-TRAN-TYPE.
026300     MOVE ZERO            TO DF-SCORE.
026400     MOVE ZERO            TO DF-FIRST-PROC-DATE.
026500     MOVE DX-RUN-DATE     TO DF-RUN-DATE.
026600     MOVE DX-CYCLE-NO     TO DF-CYCLE-NO.
026700     IF TI-DETAIL-REC AND TI-SCORE NUMERIC
026800         MOVE TI-SCORE TO DF-SCORE
026900         MOVE TI-SCORE TO DX-CHECK-VAL
027000         IF DX-SCORE-PASS
027100             SET DF-SCORE-PASS TO TRUE
027200         END-IF
027300         IF DX-SCORE-FAIL
027400             SET DF-SCORE-FAIL TO TRUE
027500         END-IF
027600     END-IF.
027700     PERFORM 2100-FIND-DISPOSITION THRU 2100-EXIT.
027800     WRITE DF-DISPOSITION-RECORD.
027900 2000-NEXT.
028000     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300******************************************************************
028400*    2100-FIND-DISPOSITION -- MATCH THE TRANSACTION TO THE NEXT  *
028450*    UNMATCHED HOLDOUT RECORD FOR ITS ID AND NUM1, OR THE NEXT   *
028500*    UNMATCHED SUSPOUT, AUDITOUT OR DUPOUT RECORD FOR ITS ID.    *
028600*    WHEN THE SAME ID COMES TWICE IN A CYCLE A SUSPENSION CAN    *
028700*    ONLY PRECEDE A POSTING OF IT, AND A POSTING A DUPLICATE,    *
028800*    SO THE FILES ARE TRIED IN THAT ORDER                        *
028900******************************************************************
029000 2100-FIND-DISPOSITION.
029010     IF NOT DX-HOLD-AT-END AND HD-TRAN-ID = TI-TRAN-ID
029020             AND HD-NUM1 = TI-NUM1
029030         SET DF-HELD TO TRUE
029040         ADD 1 TO DX-HELD-COUNT
029050         PERFORM 1450-READ-HOLDIN THRU 1450-EXIT
029060         GO TO 2100-EXIT.
029100     IF NOT DX-SUSP-AT-END AND SU-TRAN-ID = TI-TRAN-ID
029200         SET DF-SUSPENDED TO TRUE
029300         MOVE SU-REASON-CODE TO DF-SUSP-REASON
029400         ADD 1 TO DX-SUSP-COUNT
029500         PERFORM 1300-READ-SUSPIN THRU 1300-EXIT
029600         GO TO 2100-EXIT.
029700     IF NOT DX-AUD-AT-END AND AU-TRAN-ID = TI-TRAN-ID
029800         MOVE AU-BRANCH TO DF-BRANCH
029900         IF AU-BRANCH = 'NUM1 OUT OF RANGE'
030000             SET DF-OUT-OF-RANGE TO TRUE
030100             ADD 1 TO DX-RANGE-COUNT
030200         ELSE
030300             SET DF-POSTED TO TRUE
030400             ADD 1 TO DX-POSTED-COUNT
030500         END-IF
030600         PERFORM 1200-READ-AUDITIN THRU 1200-EXIT
030700         GO TO 2100-EXIT.
030800     IF NOT DX-DUP-AT-END AND DP-TRAN-ID = TI-TRAN-ID
030900         SET DF-DUPLICATE TO TRUE
031000         MOVE DP-FIRST-PROC-DATE TO DF-FIRST-PROC-DATE
031100         ADD 1 TO DX-DUP-COUNT
031200         PERFORM 1400-READ-DUPIN THRU 1400-EXIT
031300         GO TO 2100-EXIT.
031400     SET DF-NOT-FOUND TO TRUE.
031500     ADD 1 TO DX-NOTFOUND-COUNT.
031600     MOVE SPACES TO SR-REPORT-LINE.
031700     STRING '*** NO DISPOSITION FOUND FOR ' DELIMITED BY SIZE
031800         TI-TRAN-ID   DELIMITED BY SIZE
031900         ' ***'       DELIMITED BY SIZE
032000         INTO SR-REPORT-LINE.
032100     WRITE SR-REPORT-LINE.
032200     MOVE 8 TO RETURN-CODE.
032300 2100-EXIT.
032400     EXIT.
032500******************************************************************
032600*    3000-CHECK-LEFTOVERS -- EVERY AUDITOUT, SUSPOUT, DUPOUT AND *
032700*    HOLDOUT RECORD MUST HAVE BEEN MATCHED TO A TRANSACTION      *
032800******************************************************************
032900 3000-CHECK-LEFTOVERS.
033000     PERFORM 3100-COUNT-AUDIT-LEFT THRU 3100-EXIT
033100         UNTIL DX-AUD-AT-END.
033200     PERFORM 3200-COUNT-SUSP-LEFT THRU 3200-EXIT
033300         UNTIL DX-SUSP-AT-END.
033400     PERFORM 3300-COUNT-DUP-LEFT THRU 3300-EXIT
033500         UNTIL DX-DUP-AT-END.
033520     PERFORM 3400-COUNT-HOLD-LEFT THRU 3400-EXIT
033540         UNTIL DX-HOLD-AT-END.
033600     CLOSE TRANIN.
033700     CLOSE AUDITIN.
033800     CLOSE SUSPIN.
033900     CLOSE DUPIN.
033950     CLOSE HOLDIN.
034000     IF DX-LEFTOVER-COUNT > ZERO
034100         MOVE DX-LEFTOVER-COUNT TO DX-COUNT-ED
034200         MOVE SPACES TO SR-REPORT-LINE
034300         STRING '*** DISPOSITION RECORDS NOT MATCHED: '
034400             DELIMITED BY SIZE
034500             DX-COUNT-ED DELIMITED BY SIZE
034600             ' ***'      DELIMITED BY SIZE
034700             INTO SR-REPORT-LINE
034800         WRITE SR-REPORT-LINE
034900         MOVE 8 TO RETURN-CODE
035000     END-IF.
035100 3000-EXIT.
035200     EXIT.
035300******************************************************************
035400*    3100-COUNT-AUDIT-LEFT                                       *
035500******************************************************************
035600 3100-COUNT-AUDIT-LEFT.
035700     ADD 1 TO DX-LEFTOVER-COUNT.
035800     PERFORM 1200-READ-AUDITIN THRU 1200-EXIT.
035900 3100-EXIT.
036000     EXIT.
036100******************************************************************
036200*    3200-COUNT-SUSP-LEFT                                        *
036300******************************************************************
036400 3200-COUNT-SUSP-LEFT.
036500     ADD 1 TO DX-LEFTOVER-COUNT.
036600     PERFORM 1300-READ-SUSPIN THRU 1300-EXIT.
036700 3200-EXIT.
036800     EXIT.
036900******************************************************************
037000*    3300-COUNT-DUP-LEFT                                         *
037100******************************************************************
037200 3300-COUNT-DUP-LEFT.
037300     ADD 1 TO DX-LEFTOVER-COUNT.
037400     PERFORM 1400-READ-DUPIN THRU 1400-EXIT.
037500 3300-EXIT.
037600     EXIT.
037610******************************************************************
037620*    3400-COUNT-HOLD-LEFT                                        *
037630******************************************************************
037640 3400-COUNT-HOLD-LEFT.
037650     ADD 1 TO DX-LEFTOVER-COUNT.
037660     PERFORM 1450-READ-HOLDIN THRU 1450-EXIT.
037670 3400-EXIT.
037680     EXIT.
037700******************************************************************
037800*    4000-LOAD-RUN-STATS -- THE LATEST RUNSTAT RECORD FOR THE    *
037900*    DATE AND CYCLE; ON A SPLIT DAY THAT IS THE RUNCONS          *
038000*    CONSOLIDATION OF THE STREAMS                                *
038100******************************************************************
038200 4000-LOAD-RUN-STATS.
038300     OPEN INPUT RUNSTAT.
038400     IF NOT DX-RUNSTAT-OK
038500         GO TO 4000-EXIT.
038600     PERFORM 4100-NOTE-ONE-STAT THRU 4100-EXIT
038700         UNTIL DX-STAT-AT-END.
038800     CLOSE RUNSTAT.
038900 4000-EXIT.
039000     EXIT.
039100******************************************************************
039200*    4100-NOTE-ONE-STAT                                          *
039300******************************************************************
039400 4100-NOTE-ONE-STAT.
039500     READ RUNSTAT
039600         AT END
039700             SET DX-STAT-AT-END TO TRUE
039800             GO TO 4100-EXIT
039900     END-READ.
040000     IF ST-RUN-DATE NOT = DX-RUN-DATE
040100             OR ST-CYCLE-NO NOT = DX-CYCLE-NO
040200         GO TO 4100-EXIT.
040300     SET DX-ST-FOUND TO TRUE.
040400     MOVE ST-READ-COUNT TO DX-ST-READ.
040500 4100-EXIT.
040600     EXIT.
040700******************************************************************
040800*    9000-TERMINATE -- WRITE THE FEED TRAILER, PROVE THE DETAIL  *
040900*    COUNT AGAINST RUNSTAT AND WRITE THE CONTROL REPORT          *
041000******************************************************************
041100 9000-TERMINATE.
041200     MOVE SPACES TO DF-DISPOSITION-RECORD.
041300     SET DF-TRAILER-REC TO TRUE.
041400     MOVE DX-RUN-DATE       TO DF-TRL-RUN-DATE.
041500     MOVE DX-CYCLE-NO       TO DF-TRL-CYCLE-NO.
041600     MOVE DX-DETAIL-COUNT   TO DF-TRL-DETAIL-COUNT.
041700     MOVE DX-HASH-TOTAL     TO DF-TRL-HASH-TOTAL.
041800     MOVE DX-POSTED-COUNT   TO DF-TRL-POSTED.
041900     MOVE DX-RANGE-COUNT    TO DF-TRL-OUT-OF-RANGE.
042000     MOVE DX-SUSP-COUNT     TO DF-TRL-SUSPENDED.
042100     MOVE DX-DUP-COUNT      TO DF-TRL-DUPLICATE.
042200     MOVE DX-NOTFOUND-COUNT TO DF-TRL-NOT-FOUND.
042250     MOVE DX-HELD-COUNT     TO DF-TRL-HELD.
042300     WRITE DF-DISPOSITION-RECORD.
042400     CLOSE DISPFEED.
042500     MOVE DX-DETAIL-COUNT TO DX-COUNT-ED.
042600     MOVE SPACES TO SR-REPORT-LINE.
042700     STRING 'TRANSACTIONS EXTRACTED:  ' DELIMITED BY SIZE
042800         DX-COUNT-ED DELIMITED BY SIZE
042900         INTO SR-REPORT-LINE.
043000     WRITE SR-REPORT-LINE.
043100     MOVE DX-POSTED-COUNT TO DX-COUNT-ED.
043200     MOVE SPACES TO SR-REPORT-LINE.
043300     STRING '  POSTED:                ' DELIMITED BY SIZE
043400         DX-COUNT-ED DELIMITED BY SIZE
043500         INTO SR-REPORT-LINE.
043600     WRITE SR-REPORT-LINE.
043700     MOVE DX-RANGE-COUNT TO DX-COUNT-ED.
043800     MOVE SPACES TO SR-REPORT-LINE.
043900     STRING '  POSTED OUT OF RANGE:   ' DELIMITED BY SIZE
044000         DX-COUNT-ED DELIMITED BY SIZE
044100         INTO SR-REPORT-LINE.
044200     WRITE SR-REPORT-LINE.
044300     MOVE DX-SUSP-COUNT TO DX-COUNT-ED.
044400     MOVE SPACES TO SR-REPORT-LINE.
044500     STRING '  SUSPENDED:             ' DELIMITED BY SIZE
044600         DX-COUNT-ED DELIMITED BY SIZE
044700         INTO SR-REPORT-LINE.
044800     WRITE SR-REPORT-LINE.
044900     MOVE DX-DUP-COUNT TO DX-COUNT-ED.
045000     MOVE SPACES TO SR-REPORT-LINE.
045100     STRING '  DUPLICATES:            ' DELIMITED BY SIZE
045200         DX-COUNT-ED DELIMITED BY SIZE
045300         INTO SR-REPORT-LINE.
045400     WRITE SR-REPORT-LINE.
045410     MOVE DX-HELD-COUNT TO DX-COUNT-ED.
045420     MOVE SPACES TO SR-REPORT-LINE.
045430     STRING '  HELD FOR APPROVAL:     ' DELIMITED BY SIZE
045440         DX-COUNT-ED DELIMITED BY SIZE
045450         INTO SR-REPORT-LINE.
045460     WRITE SR-REPORT-LINE.
045500     MOVE DX-NOTFOUND-COUNT TO DX-COUNT-ED.
045600     MOVE SPACES TO SR-REPORT-LINE.
045700     STRING '  NO DISPOSITION FOUND:  ' DELIMITED BY SIZE
045800         DX-COUNT-ED DELIMITED BY SIZE
045900         INTO SR-REPORT-LINE.
046000     WRITE SR-REPORT-LINE.
046100     MOVE DX-HASH-TOTAL TO DX-HASH-ED.
046200     MOVE SPACES TO SR-REPORT-LINE.
046300     STRING 'NUM1 HASH TOTAL:   ' DELIMITED BY SIZE
046400         DX-HASH-ED DELIMITED BY SIZE
046500         INTO SR-REPORT-LINE.
046600     WRITE SR-REPORT-LINE.
046700     MOVE SPACES TO SR-REPORT-LINE.
046800     IF NOT DX-ST-FOUND
046900         STRING '*** NO RUNSTAT RECORD FOR THE DATE AND CYCLE ***'
047000             DELIMITED BY SIZE INTO SR-REPORT-LINE
047100         WRITE SR-REPORT-LINE
047200         MOVE 8 TO RETURN-CODE
047300         GO TO 9000-CLOSE.
047400     MOVE DX-DETAIL-COUNT TO DX-COUNT-ED.
047500     MOVE DX-ST-READ      TO DX-READ-ED.
047600     IF DX-DETAIL-COUNT = DX-ST-READ
047700         STRING 'EXTRACTED ' DELIMITED BY SIZE
047800             DX-COUNT-ED     DELIMITED BY SIZE
047900             ' RUNSTAT READ ' DELIMITED BY SIZE
048000             DX-READ-ED      DELIMITED BY SIZE
048100             ' - IN BALANCE' DELIMITED BY SIZE
048200             INTO SR-REPORT-LINE
048300     ELSE
048400         STRING '*** EXTRACTED ' DELIMITED BY SIZE
048500             DX-COUNT-ED     DELIMITED BY SIZE
048600             ' RUNSTAT READ ' DELIMITED BY SIZE
048700             DX-READ-ED      DELIMITED BY SIZE
048800             ' - OUT OF BALANCE ***' DELIMITED BY SIZE
048900             INTO SR-REPORT-LINE
049000         MOVE 8 TO RETURN-CODE
049100     END-IF.
049200     WRITE SR-REPORT-LINE.
049300 9000-CLOSE.
049400     CLOSE DISPRPT.
049500 9000-EXIT.
049600     EXIT.
