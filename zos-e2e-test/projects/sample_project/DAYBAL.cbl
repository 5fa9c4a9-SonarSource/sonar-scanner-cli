000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DAYBAL.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - END-TO-END DAILY BALANCING
001300*                  PROOF, THE SIGN-OFF DOCUMENT FOR THE DAILY
001400*                  CLOSE. FOR THE DATE AND CYCLE ON THE TRANIN
001500*                  HEADER IT TIES EVERY LEG OF THE CHAIN FROM THE
001600*                  FIGURES EACH STEP LEFT BEHIND: THE SOURCE FEEDS
001700*                  TRANMRG ACCEPTED TO ITS MERGED FILE, THE MERGED
001800*                  FILE TO THE DAY FILE SUSPMRG PASSED THROUGH,
001900*                  THAT PLUS THE RECYCLED SUSPENSE TO THE TRANIN
002000*                  TRAILER, THE TRAILER TO THE RECORDS
002100*                  CONDITIONALS READ, RECORDS READ TO POSTED PLUS
002200*                  SUSPENDED PLUS DUPLICATES, POSTED TO THE
002300*                  CLASSOUT LEDGER, CLASSOUT NUM1 TO THE GLPOST
002400*                  DEBIT AND CREDIT CONTROL TOTALS AND THOSE TO
002500*                  THE AMOUNTS THE GENERAL LEDGER ACKNOWLEDGED
002600*                  POSTED. EACH LEG PRINTS IN BALANCE OR AN
002700*                  EXPLICIT OUT-OF-BALANCE LINE, AND ANY LEG OUT
002800*                  OF BALANCE OR ANY MISSING FIGURES END THE RUN
002900*                  RC 8. THE STEP RUNS AFTER GLRECON UNDER THE
003000*                  STEPLOG JOB-STEP LEDGER.
003010* 2026-10-15 RH    REVERSALS TAKE THEIR PLACE IN THE CHAIN:
003020*                  RECORDS READ NOW PROVE TO POSTED PLUS REVERSALS
003030*                  POSTED PLUS SUSPENDED (REJECTED REVERSALS
003040*                  INCLUDED) PLUS DUPLICATES, THE CLASSOUT LEDGER
003050*                  CARRIES THE REVERSAL ENTRIES ALONGSIDE THE
003060*                  POSTINGS, AND THE GL LEGS PROVE THE GROSS NUM1
003070*                  SENT -- POSTINGS PLUS REVERSED AMOUNTS, EACH
003080*                  POSTED ON BOTH SIDES.
003082* 2026-10-15 RH    TRANSACTIONS HELD FOR DUAL-CONTROL APPROVAL ARE
003084*                  A DISPOSITION OF THEIR OWN: RECORDS READ NOW
003086*                  PROVE TO POSTED PLUS SUSPENDED PLUS DUPLICATES
003088*                  PLUS HELD FOR APPROVAL. AN APPROVED ITEM POSTED
003090*                  ON ITS RECYCLE IS PART OF THE POSTED FIGURE.
003095* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TRANIN   ASSIGN TO TRANIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CTLTOT   ASSIGN TO CTLTOT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS DB-CTLTOT-STATUS.
004300     SELECT RUNSTAT  ASSIGN TO RUNSTAT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS DB-RUNSTAT-STATUS.
004600     SELECT CLASSIN  ASSIGN TO CLASSIN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT GLPOST   ASSIGN TO GLPOST
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT GLACK    ASSIGN TO GLACK
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT BALRPT   ASSIGN TO BALRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT STEPLOG  ASSIGN TO STEPLOG
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DB-STEPLOG-STATUS.
005700     SELECT STEPOVR  ASSIGN TO STEPOVR
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS DB-STEPOVR-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TRANIN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY TRANREC.
006600 FD  CTLTOT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CTLTREC.
007000 FD  RUNSTAT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY STATREC.
007400 FD  CLASSIN
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CLASSREC.
007800 FD  GLPOST
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY GLPSTREC.
008200 FD  GLACK
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY GLACKREC.
008600 FD  BALRPT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900     COPY SUMLINE.
009000 FD  STEPLOG
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY STEPREC.
009400 FD  STEPOVR
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY STEPOVR.
009800 WORKING-STORAGE SECTION.
009900******************************************************************
010000*    SWITCHES
010100******************************************************************
010200 01  DB-SWITCHES.
010300     05  DB-TRAN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
010400         88  DB-TRAN-AT-END                 VALUE 'Y'.
010500     05  DB-CTL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
010600         88  DB-CTL-AT-END                  VALUE 'Y'.
010700     05  DB-STAT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
010800         88  DB-STAT-AT-END                 VALUE 'Y'.
010900     05  DB-CLS-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011000         88  DB-CLS-AT-END                  VALUE 'Y'.
011100     05  DB-POST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
011200         88  DB-POST-AT-END                 VALUE 'Y'.
011300     05  DB-ACK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011400         88  DB-ACK-AT-END                  VALUE 'Y'.
011500     05  DB-HDR-MISSING-SW       PIC X(01)  VALUE 'N'.
011600         88  DB-HEADER-MISSING              VALUE 'Y'.
011700     05  DB-TRL-SEEN-SW          PIC X(01)  VALUE 'N'.
011800         88  DB-TRAILER-SEEN                VALUE 'Y'.
011900     05  DB-TM-FOUND-SW          PIC X(01)  VALUE 'N'.
012000         88  DB-TM-FOUND                    VALUE 'Y'.
012100     05  DB-SM-FOUND-SW          PIC X(01)  VALUE 'N'.
012200         88  DB-SM-FOUND                    VALUE 'Y'.
012300     05  DB-ST-FOUND-SW          PIC X(01)  VALUE 'N'.
012400         88  DB-ST-FOUND                    VALUE 'Y'.
012500     05  DB-CTL-SEEN-SW          PIC X(01)  VALUE 'N'.
012600         88  DB-GL-CONTROL-SEEN             VALUE 'Y'.
012700 01  DB-CTLTOT-STATUS            PIC X(02).
012800     88  DB-CTLTOT-OK                       VALUE '00'.
012900 01  DB-RUNSTAT-STATUS           PIC X(02).
013000     88  DB-RUNSTAT-OK                      VALUE '00'.
013100 01  DB-RUN-DATE                 PIC 9(08)           VALUE ZERO.
013200 01  DB-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
013300******************************************************************
013400*    FIGURES GATHERED FOR THE DATE AND CYCLE -- THE TRANIN       *
013500*    TRAILER, THE LATEST TRANMRG AND SUSPMRG CONTROL TOTALS,     *
013600*    THE LATEST RUNSTAT RECORD, THE CLASSOUT LEDGER AND THE GL   *
013700*    POSTING AND ACKNOWLEDGMENT FILES                            *
013800******************************************************************
013900 01  DB-TRL-COUNT                PIC 9(9)  COMP VALUE ZERO.
014000 01  DB-TRL-HASH                 PIC S9(15) COMP-3 VALUE ZERO.
014100 01  DB-TM-COUNT                 PIC 9(9)  COMP VALUE ZERO.
014200 01  DB-TM-HASH                  PIC S9(15) COMP-3 VALUE ZERO.
014300 01  DB-SRC-COUNT-SUM            PIC 9(9)  COMP VALUE ZERO.
014400 01  DB-SRC-HASH-SUM             PIC S9(15) COMP-3 VALUE ZERO.
014500 01  DB-SM-DAY-COUNT             PIC 9(9)  COMP VALUE ZERO.
014600 01  DB-SM-DAY-HASH              PIC S9(15) COMP-3 VALUE ZERO.
014700 01  DB-SM-RCY-COUNT             PIC 9(9)  COMP VALUE ZERO.
014800 01  DB-SM-RCY-HASH              PIC S9(15) COMP-3 VALUE ZERO.
014900 01  DB-SM-TOT-COUNT             PIC 9(9)  COMP VALUE ZERO.
015000 01  DB-SM-TOT-HASH              PIC S9(15) COMP-3 VALUE ZERO.
015100 01  DB-ST-READ                  PIC 9(9)  COMP VALUE ZERO.
015200 01  DB-ST-ACCEPT                PIC 9(9)  COMP VALUE ZERO.
015300 01  DB-ST-RANGE                 PIC 9(9)  COMP VALUE ZERO.
015400 01  DB-ST-NEG1                  PIC 9(9)  COMP VALUE ZERO.
015500 01  DB-ST-NEG2                  PIC 9(9)  COMP VALUE ZERO.
015600 01  DB-ST-BADCLASS              PIC 9(9)  COMP VALUE ZERO.
015620 01  DB-ST-REV-POSTED            PIC 9(9)  COMP VALUE ZERO.
015640 01  DB-ST-SUSP-REV              PIC 9(9)  COMP VALUE ZERO.
015660 01  DB-ST-HELD                  PIC 9(9)  COMP VALUE ZERO.
015700 01  DB-ST-SUSPENDED             PIC 9(9)  COMP VALUE ZERO.
015800 01  DB-ST-DUP                   PIC 9(9)  COMP VALUE ZERO.
015850 01  DB-ST-POSTED                PIC 9(9)  COMP VALUE ZERO.
015900 01  DB-ST-DISPOSED              PIC 9(9)  COMP VALUE ZERO.
016000 01  DB-CLS-COUNT                PIC 9(9)  COMP VALUE ZERO.
016100 01  DB-CLS-NUM1                 PIC S9(15) COMP-3 VALUE ZERO.
016120 01  DB-CLS-REV-COUNT            PIC 9(9)  COMP VALUE ZERO.
016140 01  DB-CLS-REV-NUM1             PIC S9(15) COMP-3 VALUE ZERO.
016160 01  DB-CLS-GROSS-NUM1           PIC S9(15) COMP-3 VALUE ZERO.
016200 01  DB-GP-DEBIT                 PIC S9(13)V99 COMP-3 VALUE ZERO.
016300 01  DB-GP-CREDIT                PIC S9(13)V99 COMP-3 VALUE ZERO.
016400 01  DB-GA-DEBIT                 PIC S9(13)V99 COMP-3 VALUE ZERO.
016500 01  DB-GA-CREDIT                PIC S9(13)V99 COMP-3 VALUE ZERO.
016600 01  DB-GA-POSTED                PIC 9(9)  COMP VALUE ZERO.
016700 01  DB-GA-REJECTED              PIC 9(9)  COMP VALUE ZERO.
016800******************************************************************
016900*    SOURCE FEEDS FROM THE LATEST TRANMRG RUN FOR THE CYCLE      *
017000******************************************************************
017100 01  DB-SRC-USED                 PIC 9(02) COMP VALUE ZERO.
017200 01  DB-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
017300 01  DB-SRC-TABLE.
017400     05  DB-SRC-ENTRY            OCCURS 9 TIMES.
017500         10  DB-SRC-SYS          PIC X(08).
017600         10  DB-SRC-STATUS       PIC X(01).
017700             88  DB-SRC-ACCEPTED            VALUE 'A'.
017800         10  DB-SRC-COUNT        PIC 9(9)  COMP.
017900         10  DB-SRC-HASH         PIC S9(15) COMP-3.
018000******************************************************************
018100*    ONE PROOF -- TWO LABELLED FIGURES THAT MUST AGREE, SHOWN    *
018200*    AS COUNTS (AND HASH TOTALS) OR AS AMOUNTS                   *
018300******************************************************************
018400 01  DB-LEG-NO                   PIC 9(02)  VALUE ZERO.
018500 01  DB-LEG-TITLE                PIC X(50)  VALUE SPACES.
018600 01  DB-FIG-LABEL                PIC X(34)  VALUE SPACES.
018700 01  DB-FIG                      PIC S9(15)V99 COMP-3 VALUE ZERO.
018800 01  DB-FIG-TYPE                 PIC X(01)  VALUE 'C'.
018900     88  DB-FIG-COUNT                       VALUE 'C'.
019000     88  DB-FIG-AMOUNT                      VALUE 'A'.
019100 01  DB-LEFT-LABEL               PIC X(34)  VALUE SPACES.
019200 01  DB-LEFT-FIG                 PIC S9(15)V99 COMP-3 VALUE ZERO.
019300 01  DB-RIGHT-LABEL              PIC X(34)  VALUE SPACES.
019400 01  DB-RIGHT-FIG                PIC S9(15)V99 COMP-3 VALUE ZERO.
019500 01  DB-DIFF-FIG                 PIC S9(15)V99 COMP-3 VALUE ZERO.
019600 01  DB-BREAK-COUNT              PIC 9(7)  COMP VALUE ZERO.
019700 01  DB-PROOF-COUNT              PIC 9(7)  COMP VALUE ZERO.
019800 01  DB-COUNT-ED                 PIC Z(14)9-.
019900 01  DB-AMOUNT-ED                PIC Z(14)9.99-.
020000 01  DB-TALLY-ED                 PIC ZZZZZZ9.
020100 01  DB-CYCLE-ED                 PIC 9(02).
020200******************************************************************
020300*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
020400*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
020500*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
020600******************************************************************
020700 01  DB-STEPLOG-STATUS           PIC X(02).
020800     88  DB-STEPLOG-OK                      VALUE '00'.
020900 01  DB-STEPOVR-STATUS           PIC X(02).
021000     88  DB-STEPOVR-OK                      VALUE '00'.
021100 01  DB-LEDGER-SWITCHES.
021200     05  DB-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021300         88  DB-LOG-AT-END                  VALUE 'Y'.
021400     05  DB-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021500         88  DB-OVR-AT-END                  VALUE 'Y'.
021600     05  DB-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
021700         88  DB-OVERRIDE-GIVEN              VALUE 'Y'.
021800     05  DB-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
021900         88  DB-CHECK-FAILED                VALUE 'Y'.
022000     05  DB-REFUSED-SW           PIC X(01)  VALUE 'N'.
022100         88  DB-STEP-REFUSED                VALUE 'Y'.
022200 01  DB-STEP-NAME                PIC X(12)  VALUE 'DAYBAL'.
022300 01  DB-SELF-STATE               PIC X(01)  VALUE SPACE.
022400     88  DB-SELF-COMPLETE                   VALUE 'C'.
022500 01  DB-GLRECON-STATE            PIC X(01)  VALUE SPACE.
022600     88  DB-GLRECON-COMPLETE                VALUE 'C'.
022700     88  DB-GLRECON-FAILED                  VALUE 'F'.
022800 01  DB-CHECK-STEP               PIC X(12)  VALUE SPACES.
022900 01  DB-CHECK-STATE              PIC X(01)  VALUE SPACE.
023000 01  DB-CHECK-TEXT               PIC X(20)  VALUE SPACES.
023100 01  DB-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
023200 01  DB-OVR-REASON               PIC X(40)  VALUE SPACES.
023300 01  DB-END-DATE                 PIC 9(08)  VALUE ZERO.
023400 01  DB-END-TIME                 PIC 9(08)  VALUE ZERO.
023500 PROCEDURE DIVISION.
023600******************************************************************
023700*    0000-MAINLINE                                               *
023800******************************************************************
023900 0000-MAINLINE.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     IF DB-HEADER-MISSING OR DB-STEP-REFUSED
024200         CLOSE BALRPT
024300         STOP RUN.
024400     PERFORM 2000-LOAD-CONTROL-TOTALS THRU 2000-EXIT.
024500     PERFORM 3000-LOAD-RUN-STATS THRU 3000-EXIT.
024600     PERFORM 4000-TOTAL-CLASSOUT THRU 4000-EXIT.
024700     PERFORM 5000-TOTAL-GL-FILES THRU 5000-EXIT.
024800     PERFORM 6000-PROVE-CHAIN THRU 6000-EXIT.
024900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025000     STOP RUN.
025100******************************************************************
025200*    1000-INITIALIZE -- OPEN THE REPORT AND TAKE THE DATE AND    *
025300*    CYCLE BEING PROVED FROM THE TRANIN HEADER; WITHOUT ONE      *
025400*    NOTHING CAN BE PROVED. CHECK THE STEP LEDGER, THEN HOLD     *
025500*    THE TRANIN TRAILER FIGURES                                  *
025600******************************************************************
025700 1000-INITIALIZE.
025800     OPEN OUTPUT BALRPT.
025900     MOVE SPACES TO SR-REPORT-LINE.
026000     STRING 'DAILY BALANCING PROOF - DAILY CLOSE SIGN-OFF'
026100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
026200     WRITE SR-REPORT-LINE.
026300     OPEN INPUT TRANIN.
026400     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
026500     IF DB-TRAN-AT-END OR NOT TI-HEADER-REC
026600         MOVE SPACES TO SR-REPORT-LINE
026700         STRING '*** TRANIN HEADER MISSING - NOTHING PROVED ***'
026800             DELIMITED BY SIZE INTO SR-REPORT-LINE
026900         WRITE SR-REPORT-LINE
027000         SET DB-HEADER-MISSING TO TRUE
027100         MOVE 8 TO RETURN-CODE
027200         CLOSE TRANIN
027300         GO TO 1000-EXIT.
027400     MOVE TI-HDR-CREATE-DATE TO DB-RUN-DATE.
027500     MOVE TI-HDR-CYCLE-NO    TO DB-CYCLE-NO.
027600     IF DB-CYCLE-NO = ZERO
027700         MOVE 1 TO DB-CYCLE-NO
027800     END-IF.
027900     MOVE DB-CYCLE-NO TO DB-CYCLE-ED.
028000     MOVE SPACES TO SR-REPORT-LINE.
028100     STRING 'RUN DATE: '  DELIMITED BY SIZE
028200         DB-RUN-DATE      DELIMITED BY SIZE
028300         '  CYCLE: '      DELIMITED BY SIZE
028400         DB-CYCLE-ED      DELIMITED BY SIZE
028500         INTO SR-REPORT-LINE.
028600     WRITE SR-REPORT-LINE.
028700     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
028800     IF DB-STEP-REFUSED
028900         CLOSE TRANIN
029000         GO TO 1000-EXIT.
029100     PERFORM 1200-NOTE-TRAILER THRU 1200-EXIT
029200         UNTIL DB-TRAN-AT-END.
029300     CLOSE TRANIN.
029400 1000-EXIT.
029500     EXIT.
029600******************************************************************
029700*    1100-READ-TRANIN                                            *
029800******************************************************************
029900 1100-READ-TRANIN.
030000     READ TRANIN
030100         AT END
030200             SET DB-TRAN-AT-END TO TRUE
030300     END-READ.
030400 1100-EXIT.
030500     EXIT.
030600******************************************************************
030700*    1200-NOTE-TRAILER -- THE CLASSIFIER HAS ALREADY PROVED      *
030800*    TRANIN AGAINST ITS TRAILER; ONLY THE TRAILER FIGURES ARE    *
030900*    NEEDED HERE                                                 *
031000******************************************************************
031100 1200-NOTE-TRAILER.
031200     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
031300     IF DB-TRAN-AT-END
031400         GO TO 1200-EXIT.
031500     IF TI-TRAILER-REC
031600         SET DB-TRAILER-SEEN TO TRUE
031700         MOVE TI-TRL-DETAIL-COUNT TO DB-TRL-COUNT
031800         MOVE TI-TRL-HASH-TOTAL   TO DB-TRL-HASH
031900     END-IF.
032000 1200-EXIT.
032100     EXIT.
032200******************************************************************
032300*    2000-LOAD-CONTROL-TOTALS -- READ THE CUMULATIVE CTLTOT      *
032400*    FILE FOR THE FIGURES TRANMRG AND SUSPMRG LEFT FOR THE DATE  *
032500*    AND CYCLE                                                   *
032600******************************************************************
032700 2000-LOAD-CONTROL-TOTALS.
032800     OPEN INPUT CTLTOT.
032900     IF NOT DB-CTLTOT-OK
033000         GO TO 2000-EXIT.
033100     PERFORM 2100-NOTE-ONE-CONTROL THRU 2100-EXIT
033200         UNTIL DB-CTL-AT-END.
033300     CLOSE CTLTOT.
033400 2000-EXIT.
033500     EXIT.
033600******************************************************************
033700*    2100-NOTE-ONE-CONTROL -- THE FILE IS APPEND-ONLY, SO A      *
033800*    RERUN'S FIGURES REPLACE THE EARLIER RUN'S; A TRANMRG        *
033900*    MERGED TOTAL STARTS ITS SOURCE LIST AFRESH                  *
034000******************************************************************
034100 2100-NOTE-ONE-CONTROL.
034200     READ CTLTOT
034300         AT END
034400             SET DB-CTL-AT-END TO TRUE
034500     END-READ.
034600     IF DB-CTL-AT-END
034700         GO TO 2100-EXIT.
034800     IF KT-RUN-DATE NOT = DB-RUN-DATE
034900             OR KT-CYCLE-NO NOT = DB-CYCLE-NO
035000         GO TO 2100-EXIT.
035100     EVALUATE TRUE
035200         WHEN KT-STEP-NAME = 'TRANMRG' AND KT-MERGED-TOTAL
035300             SET DB-TM-FOUND TO TRUE
035400             MOVE ZERO            TO DB-SRC-USED
035500             MOVE KT-DETAIL-COUNT TO DB-TM-COUNT
035600             MOVE KT-HASH-TOTAL   TO DB-TM-HASH
035700         WHEN KT-STEP-NAME = 'TRANMRG' AND KT-SOURCE-TOTAL
035800             IF DB-SRC-USED < 9
035900                 ADD 1 TO DB-SRC-USED
036000                 MOVE KT-SOURCE-SYS
036100                     TO DB-SRC-SYS (DB-SRC-USED)
036200                 MOVE KT-SOURCE-STATUS
036300                     TO DB-SRC-STATUS (DB-SRC-USED)
036400                 MOVE KT-DETAIL-COUNT
036500                     TO DB-SRC-COUNT (DB-SRC-USED)
036600                 MOVE KT-HASH-TOTAL
036700                     TO DB-SRC-HASH (DB-SRC-USED)
036800             END-IF
036900         WHEN KT-STEP-NAME = 'SUSPMRG' AND KT-RECYCLE-TOTAL
037000             SET DB-SM-FOUND TO TRUE
037100             MOVE KT-DETAIL-COUNT TO DB-SM-RCY-COUNT
037200             MOVE KT-HASH-TOTAL   TO DB-SM-RCY-HASH
037300         WHEN KT-STEP-NAME = 'SUSPMRG' AND KT-DAYFILE-TOTAL
037400             MOVE KT-DETAIL-COUNT TO DB-SM-DAY-COUNT
037500             MOVE KT-HASH-TOTAL   TO DB-SM-DAY-HASH
037600     END-EVALUATE.
037700 2100-EXIT.
037800     EXIT.
037900******************************************************************
038000*    3000-LOAD-RUN-STATS -- THE LATEST RUNSTAT RECORD FOR THE    *
038100*    DATE AND CYCLE; ON A SPLIT DAY THAT IS THE RUNCONS          *
038200*    CONSOLIDATION OF THE STREAMS                                *
038300******************************************************************
038400 3000-LOAD-RUN-STATS.
038500     OPEN INPUT RUNSTAT.
038600     IF NOT DB-RUNSTAT-OK
038700         GO TO 3000-EXIT.
038800     PERFORM 3100-NOTE-ONE-STAT THRU 3100-EXIT
038900         UNTIL DB-STAT-AT-END.
039000     CLOSE RUNSTAT.
039100 3000-EXIT.
039200     EXIT.
039300******************************************************************
039400*    3100-NOTE-ONE-STAT                                          *
039500******************************************************************
039600 3100-NOTE-ONE-STAT.
039700     READ RUNSTAT
039800         AT END
039900             SET DB-STAT-AT-END TO TRUE
040000     END-READ.
040100     IF DB-STAT-AT-END
040200         GO TO 3100-EXIT.
040300     IF ST-RUN-DATE NOT = DB-RUN-DATE
040400             OR ST-CYCLE-NO NOT = DB-CYCLE-NO
040500         GO TO 3100-EXIT.
040600     SET DB-ST-FOUND TO TRUE.
040700     MOVE ST-READ-COUNT     TO DB-ST-READ.
040800     MOVE ST-ACCEPT-COUNT   TO DB-ST-ACCEPT.
040900     MOVE ST-SUSP-RANGE     TO DB-ST-RANGE.
041000     MOVE ST-SUSP-NEG-NUM1  TO DB-ST-NEG1.
041100     MOVE ST-SUSP-NEG-NUM2  TO DB-ST-NEG2.
041200     MOVE ST-SUSP-BAD-CLASS TO DB-ST-BADCLASS.
041300     MOVE ST-DUP-COUNT      TO DB-ST-DUP.
041320     MOVE ST-REV-POSTED-COUNT TO DB-ST-REV-POSTED.
041340     MOVE ST-SUSP-REVERSAL  TO DB-ST-SUSP-REV.
041360     MOVE ST-HELD-COUNT     TO DB-ST-HELD.
041400 3100-EXIT.
041500     EXIT.
041600******************************************************************
041700*    4000-TOTAL-CLASSOUT -- COUNT THE CLASSIFIED LEDGER AND      *
041800*    TOTAL ITS NUM1. REVERSAL ENTRIES ARE COUNTED AND TOTALLED   *
041850*    APART AT THEIR ABSOLUTE AMOUNT                              *
041900******************************************************************
042000 4000-TOTAL-CLASSOUT.
042100     OPEN INPUT CLASSIN.
042200     PERFORM 4100-ADD-ONE-CLASSOUT THRU 4100-EXIT
042300         UNTIL DB-CLS-AT-END.
042400     CLOSE CLASSIN.
042500 4000-EXIT.
042600     EXIT.
042700******************************************************************
042800*    4100-ADD-ONE-CLASSOUT                                       *
042900******************************************************************
043000 4100-ADD-ONE-CLASSOUT.
043100     READ CLASSIN
043200         AT END
043300             SET DB-CLS-AT-END TO TRUE
043400             GO TO 4100-EXIT
043500     END-READ.
043600     ADD 1       TO DB-CLS-COUNT.
043620     IF CO-REVERSAL-ENTRY
043640         ADD 1            TO DB-CLS-REV-COUNT
043660         SUBTRACT CO-NUM1 FROM DB-CLS-REV-NUM1
043680     ELSE
043700         ADD CO-NUM1      TO DB-CLS-NUM1
043750     END-IF.
043800 4100-EXIT.
043900     EXIT.
044000******************************************************************
044100*    5000-TOTAL-GL-FILES -- HOLD THE GLPOST CONTROL RECORD'S     *
044200*    DEBIT AND CREDIT TOTALS AND TOTAL WHAT THE GENERAL LEDGER   *
044300*    ACKNOWLEDGED POSTED                                         *
044400******************************************************************
044500 5000-TOTAL-GL-FILES.
044600     OPEN INPUT GLPOST.
044700     PERFORM 5100-NOTE-ONE-POSTING THRU 5100-EXIT
044800         UNTIL DB-POST-AT-END.
044900     CLOSE GLPOST.
045000     OPEN INPUT GLACK.
045100     PERFORM 5200-ADD-ONE-ACK THRU 5200-EXIT
045200         UNTIL DB-ACK-AT-END.
045300     CLOSE GLACK.
045400 5000-EXIT.
045500     EXIT.
045600******************************************************************
045700*    5100-NOTE-ONE-POSTING                                       *
045800******************************************************************
045900 5100-NOTE-ONE-POSTING.
046000     READ GLPOST
046100         AT END
046200             SET DB-POST-AT-END TO TRUE
046300             GO TO 5100-EXIT
046400     END-READ.
046500     IF GP-CONTROL-REC
046600         SET DB-GL-CONTROL-SEEN TO TRUE
046700         MOVE GP-CTL-DEBIT-TOTAL  TO DB-GP-DEBIT
046800         MOVE GP-CTL-CREDIT-TOTAL TO DB-GP-CREDIT
046900     END-IF.
047000 5100-EXIT.
047100     EXIT.
047200******************************************************************
047300*    5200-ADD-ONE-ACK -- ONLY POSTED ACKNOWLEDGMENTS COUNT       *
047400*    TOWARD THE LEDGER FIGURES; REJECTIONS ARE COUNTED FOR THE   *
047500*    REPORT                                                      *
047600******************************************************************
047700 5200-ADD-ONE-ACK.
047800     READ GLACK
047900         AT END
048000             SET DB-ACK-AT-END TO TRUE
048100             GO TO 5200-EXIT
048200     END-READ.
048300     IF GA-POSTED
048400         ADD 1             TO DB-GA-POSTED
048500         ADD GA-DEBIT-AMT  TO DB-GA-DEBIT
048600         ADD GA-CREDIT-AMT TO DB-GA-CREDIT
048700     ELSE
048800         ADD 1             TO DB-GA-REJECTED
048900     END-IF.
049000 5200-EXIT.
049100     EXIT.
049200******************************************************************
049300*    6000-PROVE-CHAIN -- PROVE EACH LEG OF THE CHAIN IN RUN      *
049400*    ORDER                                                       *
049500******************************************************************
049600 6000-PROVE-CHAIN.
049700     PERFORM 6100-PROVE-SOURCES THRU 6100-EXIT.
049800     PERFORM 6200-PROVE-MERGE THRU 6200-EXIT.
049900     PERFORM 6300-PROVE-TRANIN THRU 6300-EXIT.
050000     PERFORM 6400-PROVE-READ THRU 6400-EXIT.
050100     PERFORM 6500-PROVE-DISPOSITION THRU 6500-EXIT.
050200     PERFORM 6600-PROVE-CLASSOUT THRU 6600-EXIT.
050300     PERFORM 6700-PROVE-GL-POSTING THRU 6700-EXIT.
050400     PERFORM 6800-PROVE-GL-LEDGER THRU 6800-EXIT.
050500 6000-EXIT.
050600     EXIT.
050700******************************************************************
050800*    6100-PROVE-SOURCES -- THE SOURCE FEEDS TRANMRG ACCEPTED     *
050900*    MUST ADD TO ITS MERGED FILE; A FAILED FEED IS LISTED BUT    *
051000*    WAS EXCLUDED. A CYCLE BUILT FROM RECYCLED SUSPENSE ALONE    *
051100*    HAS NO CONSOLIDATION TO PROVE                               *
051200******************************************************************
051300 6100-PROVE-SOURCES.
051400     MOVE 'SOURCE FEEDS TO MERGED FILE' TO DB-LEG-TITLE.
051500     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
051600     IF NOT DB-TM-FOUND
051700         MOVE SPACES TO SR-REPORT-LINE
051800         STRING '    NO SOURCE CONSOLIDATION RUN FOR THE CYCLE'
051900             DELIMITED BY SIZE INTO SR-REPORT-LINE
052000         WRITE SR-REPORT-LINE
052100         GO TO 6100-EXIT.
052200     PERFORM 6150-LIST-ONE-SOURCE THRU 6150-EXIT
052300         VARYING DB-SRC-SUB FROM 1 BY 1
052400         UNTIL DB-SRC-SUB > DB-SRC-USED.
052500     SET DB-FIG-COUNT TO TRUE.
052600     MOVE 'SOURCE DETAILS ACCEPTED'   TO DB-LEFT-LABEL.
052700     MOVE DB-SRC-COUNT-SUM            TO DB-LEFT-FIG.
052800     MOVE 'MERGED FILE DETAILS'       TO DB-RIGHT-LABEL.
052900     MOVE DB-TM-COUNT                 TO DB-RIGHT-FIG.
053000     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
053100     MOVE 'SOURCE NUM1 HASH ACCEPTED' TO DB-LEFT-LABEL.
053200     MOVE DB-SRC-HASH-SUM             TO DB-LEFT-FIG.
053300     MOVE 'MERGED FILE NUM1 HASH'     TO DB-RIGHT-LABEL.
053400     MOVE DB-TM-HASH                  TO DB-RIGHT-FIG.
053500     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
053600 6100-EXIT.
053700     EXIT.
053800******************************************************************
053900*    6150-LIST-ONE-SOURCE -- SHOW ONE FEED AND ADD AN ACCEPTED   *
054000*    ONE TO THE SOURCE TOTALS                                    *
054100******************************************************************
054200 6150-LIST-ONE-SOURCE.
054300     MOVE DB-SRC-COUNT (DB-SRC-SUB) TO DB-TALLY-ED.
054400     MOVE DB-SRC-HASH (DB-SRC-SUB)  TO DB-COUNT-ED.
054500     MOVE SPACES TO SR-REPORT-LINE.
054600     IF DB-SRC-ACCEPTED (DB-SRC-SUB)
054700         ADD DB-SRC-COUNT (DB-SRC-SUB) TO DB-SRC-COUNT-SUM
054800         ADD DB-SRC-HASH (DB-SRC-SUB)  TO DB-SRC-HASH-SUM
054900         STRING '    SOURCE '         DELIMITED BY SIZE
055000             DB-SRC-SYS (DB-SRC-SUB)  DELIMITED BY SIZE
055100             ' ACCEPTED '             DELIMITED BY SIZE
055200             DB-TALLY-ED              DELIMITED BY SIZE
055300             ' HASH '                 DELIMITED BY SIZE
055400             DB-COUNT-ED              DELIMITED BY SIZE
055500             INTO SR-REPORT-LINE
055600     ELSE
055700         STRING '    SOURCE '         DELIMITED BY SIZE
055800             DB-SRC-SYS (DB-SRC-SUB)  DELIMITED BY SIZE
055900             ' FAILED   '             DELIMITED BY SIZE
056000             DB-TALLY-ED              DELIMITED BY SIZE
056100             ' EXCLUDED FROM MERGE'   DELIMITED BY SIZE
056200             INTO SR-REPORT-LINE
056300     END-IF.
056400     WRITE SR-REPORT-LINE.
056500 6150-EXIT.
056600     EXIT.
056700******************************************************************
056800*    6200-PROVE-MERGE -- THE MERGED FILE TRANMRG WROTE MUST BE   *
056900*    THE DAY FILE SUSPMRG PASSED THROUGH                         *
057000******************************************************************
057100 6200-PROVE-MERGE.
057200     MOVE 'MERGED FILE TO SUSPENSE MERGE' TO DB-LEG-TITLE.
057300     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
057400     IF NOT DB-SM-FOUND
057500         MOVE 'NO SUSPMRG CONTROL TOTALS' TO DB-FIG-LABEL
057600         PERFORM 8400-WRITE-MISSING THRU 8400-EXIT
057700         GO TO 6200-EXIT.
057800     SET DB-FIG-COUNT TO TRUE.
057900     MOVE 'MERGED FILE DETAILS'       TO DB-LEFT-LABEL.
058000     MOVE DB-TM-COUNT                 TO DB-LEFT-FIG.
058100     MOVE 'DAY DETAILS PASSED THROUGH' TO DB-RIGHT-LABEL.
058200     MOVE DB-SM-DAY-COUNT             TO DB-RIGHT-FIG.
058300     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
058400     MOVE 'MERGED FILE NUM1 HASH'     TO DB-LEFT-LABEL.
058500     MOVE DB-TM-HASH                  TO DB-LEFT-FIG.
058600     MOVE 'DAY FILE NUM1 HASH'        TO DB-RIGHT-LABEL.
058700     MOVE DB-SM-DAY-HASH              TO DB-RIGHT-FIG.
058800     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
058900 6200-EXIT.
059000     EXIT.
059100******************************************************************
059200*    6300-PROVE-TRANIN -- THE DAY FILE PLUS THE RECYCLED         *
059300*    SUSPENSE RECORDS MUST BE WHAT THE TRANIN TRAILER CARRIES    *
059400******************************************************************
059500 6300-PROVE-TRANIN.
059600     MOVE 'SUSPENSE MERGE TO CLASSIFIER INPUT' TO DB-LEG-TITLE.
059700     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
059800     IF NOT DB-TRAILER-SEEN
059900         MOVE 'NO TRANIN TRAILER' TO DB-FIG-LABEL
060000         PERFORM 8400-WRITE-MISSING THRU 8400-EXIT
060100         GO TO 6300-EXIT.
060200     SET DB-FIG-COUNT TO TRUE.
060300     MOVE 'RECYCLED SUSPENSE RECORDS'  TO DB-FIG-LABEL.
060400     MOVE DB-SM-RCY-COUNT              TO DB-FIG.
060500     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
060600     ADD DB-SM-DAY-COUNT DB-SM-RCY-COUNT GIVING DB-SM-TOT-COUNT.
060700     ADD DB-SM-DAY-HASH DB-SM-RCY-HASH GIVING DB-SM-TOT-HASH.
060800     MOVE 'DAY PLUS RECYCLED DETAILS'  TO DB-LEFT-LABEL.
060900     MOVE DB-SM-TOT-COUNT              TO DB-LEFT-FIG.
061000     MOVE 'TRANIN TRAILER COUNT'       TO DB-RIGHT-LABEL.
061100     MOVE DB-TRL-COUNT                 TO DB-RIGHT-FIG.
061200     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
061300     MOVE 'DAY PLUS RECYCLED NUM1 HASH' TO DB-LEFT-LABEL.
061400     MOVE DB-SM-TOT-HASH               TO DB-LEFT-FIG.
061500     MOVE 'TRANIN TRAILER NUM1 HASH'   TO DB-RIGHT-LABEL.
061600     MOVE DB-TRL-HASH                  TO DB-RIGHT-FIG.
061700     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
061800 6300-EXIT.
061900     EXIT.
062000******************************************************************
062100*    6400-PROVE-READ -- THE CLASSIFIER MUST HAVE READ EVERY      *
062200*    DETAIL THE TRANIN TRAILER CARRIES                           *
062300******************************************************************
062400 6400-PROVE-READ.
062500     MOVE 'CLASSIFIER INPUT TO RECORDS READ' TO DB-LEG-TITLE.
062600     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
062700     IF NOT DB-ST-FOUND
062800         MOVE 'NO RUNSTAT RECORD' TO DB-FIG-LABEL
062900         PERFORM 8400-WRITE-MISSING THRU 8400-EXIT
063000         GO TO 6400-EXIT.
063100     SET DB-FIG-COUNT TO TRUE.
063200     MOVE 'TRANIN TRAILER COUNT'      TO DB-LEFT-LABEL.
063300     MOVE DB-TRL-COUNT                TO DB-LEFT-FIG.
063400     MOVE 'CONDITIONALS RECORDS READ' TO DB-RIGHT-LABEL.
063500     MOVE DB-ST-READ                  TO DB-RIGHT-FIG.
063600     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
063700 6400-EXIT.
063800     EXIT.
063900******************************************************************
064000*    6500-PROVE-DISPOSITION -- EVERY RECORD READ WAS POSTED,     *
064100*    SUSPENDED OR DROPPED AS A DUPLICATE. OUT-OF-RANGE (RNGERR)  *
064200*    RECORDS ARE POSTED AND ARE SHOWN AS PART OF THE POSTED      *
064300*    FIGURE. A REVERSAL IS POSTED OR SUSPENDED IN ITS OWN RIGHT  *
064310*    AND A TRANSACTION HELD FOR APPROVAL IS NEITHER POSTED NOR   *
064320*    SUSPENDED UNTIL HOLDAPR DECIDES IT                          *
064400******************************************************************
064500 6500-PROVE-DISPOSITION.
064600     MOVE 'RECORDS READ TO DISPOSITION' TO DB-LEG-TITLE.
064700     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
064800     IF NOT DB-ST-FOUND
064900         MOVE 'NO RUNSTAT RECORD' TO DB-FIG-LABEL
065000         PERFORM 8400-WRITE-MISSING THRU 8400-EXIT
065100         GO TO 6500-EXIT.
065200     SET DB-FIG-COUNT TO TRUE.
065300     MOVE 'POSTED (ACCEPTED)'             TO DB-FIG-LABEL.
065400     MOVE DB-ST-ACCEPT                    TO DB-FIG.
065500     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
065600     MOVE '  OF WHICH OUT OF RANGE RNGERR' TO DB-FIG-LABEL.
065700     MOVE DB-ST-RANGE                     TO DB-FIG.
065800     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
065900     MOVE 'SUSPENDED - NEGATIVE NUM1'     TO DB-FIG-LABEL.
066000     MOVE DB-ST-NEG1                      TO DB-FIG.
066100     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
066200     MOVE 'SUSPENDED - NEGATIVE NUM2'     TO DB-FIG-LABEL.
066300     MOVE DB-ST-NEG2                      TO DB-FIG.
066400     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
066500     MOVE 'SUSPENDED - INVALID CLASS1'    TO DB-FIG-LABEL.
066600     MOVE DB-ST-BADCLASS                  TO DB-FIG.
066700     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
066800     MOVE 'DUPLICATES DROPPED (DUPOUT)'   TO DB-FIG-LABEL.
066900     MOVE DB-ST-DUP                       TO DB-FIG.
067000     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
067010     MOVE 'REVERSALS POSTED'              TO DB-FIG-LABEL.
067020     MOVE DB-ST-REV-POSTED                TO DB-FIG.
067030     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
067040     MOVE 'SUSPENDED - REVERSAL REJECTED' TO DB-FIG-LABEL.
067050     MOVE DB-ST-SUSP-REV                  TO DB-FIG.
067060     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
067070     MOVE 'HELD FOR APPROVAL (HOLDOUT)'   TO DB-FIG-LABEL.
067080     MOVE DB-ST-HELD                      TO DB-FIG.
067090     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
067100     ADD DB-ST-NEG1 DB-ST-NEG2 DB-ST-BADCLASS DB-ST-SUSP-REV
067200         GIVING DB-ST-SUSPENDED.
067250     ADD DB-ST-ACCEPT DB-ST-REV-POSTED GIVING DB-ST-POSTED.
067300     ADD DB-ST-POSTED DB-ST-SUSPENDED DB-ST-DUP DB-ST-HELD
067400         GIVING DB-ST-DISPOSED.
067500     MOVE 'CONDITIONALS RECORDS READ'     TO DB-LEFT-LABEL.
067600     MOVE DB-ST-READ                      TO DB-LEFT-FIG.
067700     MOVE 'POSTED + SUSP + DUP + HELD'    TO DB-RIGHT-LABEL.
067800     MOVE DB-ST-DISPOSED                  TO DB-RIGHT-FIG.
067900     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
068000 6500-EXIT.
068100     EXIT.
068200******************************************************************
068300*    6600-PROVE-CLASSOUT -- EVERY POSTED RECORD AND REVERSAL     *
068400*    MUST BE ON THE CLASSOUT LEDGER                              *
068500******************************************************************
068600 6600-PROVE-CLASSOUT.
068700     MOVE 'POSTED TO CLASSIFIED LEDGER' TO DB-LEG-TITLE.
068800     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
068900     SET DB-FIG-COUNT TO TRUE.
068950     ADD DB-ST-ACCEPT DB-ST-REV-POSTED GIVING DB-ST-POSTED.
069000     MOVE 'POSTED PLUS REVERSALS'     TO DB-LEFT-LABEL.
069050     MOVE DB-ST-POSTED                TO DB-LEFT-FIG.
069200     MOVE 'CLASSOUT RECORDS'          TO DB-RIGHT-LABEL.
069300     MOVE DB-CLS-COUNT                TO DB-RIGHT-FIG.
069400     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
069410     MOVE 'REVERSALS POSTED'          TO DB-LEFT-LABEL.
069420     MOVE DB-ST-REV-POSTED            TO DB-LEFT-FIG.
069430     MOVE 'CLASSOUT REVERSAL ENTRIES' TO DB-RIGHT-LABEL.
069440     MOVE DB-CLS-REV-COUNT            TO DB-RIGHT-FIG.
069450     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
069500 6600-EXIT.
069600     EXIT.
069700******************************************************************
069800*    6700-PROVE-GL-POSTING -- THE CLASSOUT GROSS NUM1 MUST BE    *
069900*    WHAT GLEXTRCT SENT AS BOTH DEBITS AND CREDITS. A REVERSAL   *
069920*    IS SENT AT ITS ABSOLUTE AMOUNT ON THE OPPOSITE SIDES, SO    *
069940*    THE GROSS IS THE POSTINGS PLUS THE REVERSED AMOUNTS         *
070000******************************************************************
070100 6700-PROVE-GL-POSTING.
070200     MOVE 'CLASSIFIED LEDGER TO GL POSTING FILE' TO DB-LEG-TITLE.
070300     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
070400     IF NOT DB-GL-CONTROL-SEEN
070500         MOVE 'NO GLPOST CONTROL RECORD' TO DB-FIG-LABEL
070600         PERFORM 8400-WRITE-MISSING THRU 8400-EXIT
070700         GO TO 6700-EXIT.
070800     SET DB-FIG-AMOUNT TO TRUE.
070810     MOVE 'CLASSOUT POSTED NUM1'      TO DB-FIG-LABEL.
070820     MOVE DB-CLS-NUM1                 TO DB-FIG.
070830     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
070840     MOVE 'CLASSOUT REVERSED NUM1'    TO DB-FIG-LABEL.
070850     MOVE DB-CLS-REV-NUM1             TO DB-FIG.
070860     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
070870     ADD DB-CLS-NUM1 DB-CLS-REV-NUM1 GIVING DB-CLS-GROSS-NUM1.
070900     MOVE 'CLASSOUT GROSS NUM1'       TO DB-LEFT-LABEL.
071000     MOVE DB-CLS-GROSS-NUM1           TO DB-LEFT-FIG.
071100     MOVE 'GLPOST DEBIT CONTROL'      TO DB-RIGHT-LABEL.
071200     MOVE DB-GP-DEBIT                 TO DB-RIGHT-FIG.
071300     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
071400     MOVE 'CLASSOUT GROSS NUM1'       TO DB-LEFT-LABEL.
071500     MOVE DB-CLS-GROSS-NUM1           TO DB-LEFT-FIG.
071600     MOVE 'GLPOST CREDIT CONTROL'     TO DB-RIGHT-LABEL.
071700     MOVE DB-GP-CREDIT                TO DB-RIGHT-FIG.
071800     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
071900 6700-EXIT.
072000     EXIT.
072100******************************************************************
072200*    6800-PROVE-GL-LEDGER -- WHAT WAS SENT MUST BE WHAT THE      *
072300*    GENERAL LEDGER ACKNOWLEDGED POSTED, WHICH CLOSES THE        *
072400*    CHAIN: CLASSOUT GROSS NUM1 EQUALS GL POSTED                 *
072500******************************************************************
072600 6800-PROVE-GL-LEDGER.
072700     MOVE 'GL POSTING FILE TO GENERAL LEDGER' TO DB-LEG-TITLE.
072800     PERFORM 8000-WRITE-LEG-TITLE THRU 8000-EXIT.
072900     SET DB-FIG-COUNT TO TRUE.
073000     MOVE 'ACKNOWLEDGMENTS POSTED'    TO DB-FIG-LABEL.
073100     MOVE DB-GA-POSTED                TO DB-FIG.
073200     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
073300     MOVE 'ACKNOWLEDGMENTS REJECTED'  TO DB-FIG-LABEL.
073400     MOVE DB-GA-REJECTED              TO DB-FIG.
073500     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
073600     SET DB-FIG-AMOUNT TO TRUE.
073700     MOVE 'GLPOST DEBIT CONTROL'      TO DB-LEFT-LABEL.
073800     MOVE DB-GP-DEBIT                 TO DB-LEFT-FIG.
073900     MOVE 'GL POSTED DEBITS'          TO DB-RIGHT-LABEL.
074000     MOVE DB-GA-DEBIT                 TO DB-RIGHT-FIG.
074100     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
074200     MOVE 'GLPOST CREDIT CONTROL'     TO DB-LEFT-LABEL.
074300     MOVE DB-GP-CREDIT                TO DB-LEFT-FIG.
074400     MOVE 'GL POSTED CREDITS'         TO DB-RIGHT-LABEL.
074500     MOVE DB-GA-CREDIT                TO DB-RIGHT-FIG.
074600     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
074700     ADD DB-CLS-NUM1 DB-CLS-REV-NUM1 GIVING DB-CLS-GROSS-NUM1.
074750     MOVE 'CLASSOUT GROSS NUM1'       TO DB-LEFT-LABEL.
074800     MOVE DB-CLS-GROSS-NUM1           TO DB-LEFT-FIG.
074900     MOVE 'GL POSTED DEBITS'          TO DB-RIGHT-LABEL.
075000     MOVE DB-GA-DEBIT                 TO DB-RIGHT-FIG.
075100     PERFORM 8200-PROVE-FIGURES THRU 8200-EXIT.
075200 6800-EXIT.
075300     EXIT.
075400******************************************************************
075500*    8000-WRITE-LEG-TITLE -- NUMBER AND TITLE THE NEXT LEG       *
075600******************************************************************
075700 8000-WRITE-LEG-TITLE.
075800     ADD 1 TO DB-LEG-NO.
075900     MOVE SPACES TO SR-REPORT-LINE.
076000     WRITE SR-REPORT-LINE.
076100     STRING 'LEG '       DELIMITED BY SIZE
076200         DB-LEG-NO       DELIMITED BY SIZE
076300         '  '            DELIMITED BY SIZE
076400         DB-LEG-TITLE    DELIMITED BY SIZE
076500         INTO SR-REPORT-LINE.
076600     WRITE SR-REPORT-LINE.
076700 8000-EXIT.
076800     EXIT.
076900******************************************************************
077000*    8100-WRITE-FIGURE -- ONE LABELLED FIGURE, EDITED AS A       *
077100*    COUNT OR AN AMOUNT                                          *
077200******************************************************************
077300 8100-WRITE-FIGURE.
077400     MOVE SPACES TO SR-REPORT-LINE.
077500     IF DB-FIG-AMOUNT
077600         MOVE DB-FIG TO DB-AMOUNT-ED
077700         STRING '    '   DELIMITED BY SIZE
077800             DB-FIG-LABEL DELIMITED BY SIZE
077900             DB-AMOUNT-ED DELIMITED BY SIZE
078000             INTO SR-REPORT-LINE
078100     ELSE
078200         MOVE DB-FIG TO DB-COUNT-ED
078300         STRING '    '   DELIMITED BY SIZE
078400             DB-FIG-LABEL DELIMITED BY SIZE
078500             DB-COUNT-ED  DELIMITED BY SIZE
078600             INTO SR-REPORT-LINE
078700     END-IF.
078800     WRITE SR-REPORT-LINE.
078900 8100-EXIT.
079000     EXIT.
079100******************************************************************
079200*    8200-PROVE-FIGURES -- SHOW BOTH SIDES OF ONE PROOF AND      *
079300*    WHETHER THEY AGREE; A DIFFERENCE IS PRINTED AND ENDS THE    *
079400*    RUN RC 8                                                    *
079500******************************************************************
079600 8200-PROVE-FIGURES.
079700     ADD 1 TO DB-PROOF-COUNT.
079800     MOVE DB-LEFT-LABEL  TO DB-FIG-LABEL.
079900     MOVE DB-LEFT-FIG    TO DB-FIG.
080000     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
080100     MOVE DB-RIGHT-LABEL TO DB-FIG-LABEL.
080200     MOVE DB-RIGHT-FIG   TO DB-FIG.
080300     PERFORM 8100-WRITE-FIGURE THRU 8100-EXIT.
080400     MOVE SPACES TO SR-REPORT-LINE.
080500     IF DB-LEFT-FIG = DB-RIGHT-FIG
080600         STRING '        IN BALANCE'
080700             DELIMITED BY SIZE INTO SR-REPORT-LINE
080800         WRITE SR-REPORT-LINE
080900         GO TO 8200-EXIT.
081000     SUBTRACT DB-RIGHT-FIG FROM DB-LEFT-FIG GIVING DB-DIFF-FIG.
081100     IF DB-FIG-AMOUNT
081200         MOVE DB-DIFF-FIG TO DB-AMOUNT-ED
081300         STRING '        *** OUT OF BALANCE BY ' DELIMITED BY SIZE
081400             DB-AMOUNT-ED DELIMITED BY SIZE
081500             ' ***'       DELIMITED BY SIZE
081600             INTO SR-REPORT-LINE
081700     ELSE
081800         MOVE DB-DIFF-FIG TO DB-COUNT-ED
081900         STRING '        *** OUT OF BALANCE BY ' DELIMITED BY SIZE
082000             DB-COUNT-ED  DELIMITED BY SIZE
082100             ' ***'       DELIMITED BY SIZE
082200             INTO SR-REPORT-LINE
082300     END-IF.
082400     WRITE SR-REPORT-LINE.
082500     ADD 1 TO DB-BREAK-COUNT.
082600     MOVE 8 TO RETURN-CODE.
082700 8200-EXIT.
082800     EXIT.
082900******************************************************************
083000*    8400-WRITE-MISSING -- FIGURES A LEG NEEDS ARE MISSING, SO   *
083100*    THE LEG CANNOT BE PROVED AND IS OUT OF BALANCE              *
083200******************************************************************
083300 8400-WRITE-MISSING.
083400     MOVE SPACES TO SR-REPORT-LINE.
083500     STRING '    *** OUT OF BALANCE - ' DELIMITED BY SIZE
083600         DB-FIG-LABEL    DELIMITED BY '  '
083700         ' FOR THE CYCLE ***' DELIMITED BY SIZE
083800         INTO SR-REPORT-LINE.
083900     WRITE SR-REPORT-LINE.
084000     ADD 1 TO DB-PROOF-COUNT.
084100     ADD 1 TO DB-BREAK-COUNT.
084200     MOVE 8 TO RETURN-CODE.
084300 8400-EXIT.
084400     EXIT.
084500******************************************************************
084600*    9000-TERMINATE -- STATE WHETHER THE DAY IS PROVED, LEAVE    *
084700*    ROOM FOR THE SIGN-OFF, RECORD THE STEP AND CLOSE THE        *
084800*    REPORT                                                      *
084900******************************************************************
085000 9000-TERMINATE.
085100     MOVE SPACES TO SR-REPORT-LINE.
085200     WRITE SR-REPORT-LINE.
085300     MOVE DB-PROOF-COUNT TO DB-TALLY-ED.
085400     MOVE SPACES TO SR-REPORT-LINE.
085500     STRING 'PROOFS TAKEN:      ' DELIMITED BY SIZE
085600         DB-TALLY-ED          DELIMITED BY SIZE
085700         INTO SR-REPORT-LINE.
085800     WRITE SR-REPORT-LINE.
085900     MOVE DB-BREAK-COUNT TO DB-TALLY-ED.
086000     MOVE SPACES TO SR-REPORT-LINE.
086100     STRING 'OUT OF BALANCE:    ' DELIMITED BY SIZE
086200         DB-TALLY-ED          DELIMITED BY SIZE
086300         INTO SR-REPORT-LINE.
086400     WRITE SR-REPORT-LINE.
086500     MOVE SPACES TO SR-REPORT-LINE.
086600     IF DB-BREAK-COUNT > ZERO
086700         STRING '*** DAY NOT IN BALANCE - CLOSE NOT PROVED ***'
086800             DELIMITED BY SIZE INTO SR-REPORT-LINE
086900     ELSE
087000         STRING 'ALL LEGS IN BALANCE - DAILY CLOSE PROVED'
087100             DELIMITED BY SIZE INTO SR-REPORT-LINE
087200     END-IF.
087300     WRITE SR-REPORT-LINE.
087400     MOVE SPACES TO SR-REPORT-LINE.
087500     WRITE SR-REPORT-LINE.
087600     STRING 'PREPARED BY: ____________________  DATE: __________'
087700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
087800     WRITE SR-REPORT-LINE.
087900     MOVE SPACES TO SR-REPORT-LINE.
088000     WRITE SR-REPORT-LINE.
088100     STRING 'REVIEWED BY: ____________________  DATE: __________'
088200         DELIMITED BY SIZE INTO SR-REPORT-LINE.
088300     WRITE SR-REPORT-LINE.
088400     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
088500     CLOSE BALRPT.
088600 9000-EXIT.
088700     EXIT.
088800******************************************************************
088900*    9500-CHECK-STEP-LEDGER -- REFUSE THE RUN UNLESS STEPLOG     *
089000*    SHOWS EVERY PREDECESSOR COMPLETE FOR THE RUN DATE AND       *
089100*    CYCLE AND THIS STEP NOT ALREADY COMPLETE; AN OPERATOR       *
089200*    OVERRIDE CARD FOR THE STEP WAIVES THE CHECKS FOR A RERUN    *
089300******************************************************************
089400 9500-CHECK-STEP-LEDGER.
089500     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
089600     IF DB-OVERRIDE-GIVEN
089700         MOVE SPACES TO SR-REPORT-LINE
089800         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
089900                 DELIMITED BY SIZE
090000             DB-OVR-OPERATOR DELIMITED BY SIZE
090100             ' - '           DELIMITED BY SIZE
090200             DB-OVR-REASON   DELIMITED BY SIZE
090300             INTO SR-REPORT-LINE
090400         WRITE SR-REPORT-LINE
090500         GO TO 9500-EXIT.
090600     MOVE 'N' TO DB-LOG-EOF-SWITCH.
090700     OPEN INPUT STEPLOG.
090800     IF DB-STEPLOG-OK
090900         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
091000             UNTIL DB-LOG-AT-END
091100         CLOSE STEPLOG
091200     END-IF.
091300     IF DB-SELF-COMPLETE
091400         MOVE DB-STEP-NAME TO DB-CHECK-STEP
091500         MOVE DB-SELF-STATE TO DB-CHECK-STATE
091600         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
091700     END-IF.
091800     IF NOT DB-GLRECON-COMPLETE
091900         MOVE 'GLRECON' TO DB-CHECK-STEP
092000         MOVE DB-GLRECON-STATE TO DB-CHECK-STATE
092100         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
092200     END-IF.
092300     IF DB-CHECK-FAILED
092400         MOVE SPACES TO SR-REPORT-LINE
092500         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
092600             DELIMITED BY SIZE INTO SR-REPORT-LINE
092700         WRITE SR-REPORT-LINE
092800         SET DB-STEP-REFUSED TO TRUE
092900         MOVE 8 TO RETURN-CODE
093000     END-IF.
093100 9500-EXIT.
093200     EXIT.
093300******************************************************************
093400*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
093500*    ONE NAMING THIS STEP FOR THE RUN DATE AND CYCLE IS HONORED  *
093600******************************************************************
093700 9510-READ-OVERRIDE-CARD.
093800     OPEN INPUT STEPOVR.
093900     IF NOT DB-STEPOVR-OK
094000         GO TO 9510-EXIT.
094100     MOVE 'N' TO DB-OVR-EOF-SWITCH.
094200     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
094300         UNTIL DB-OVR-AT-END.
094400     CLOSE STEPOVR.
094500 9510-EXIT.
094600     EXIT.
094700******************************************************************
094800*    9515-READ-ONE-OVERRIDE                                      *
094900******************************************************************
095000 9515-READ-ONE-OVERRIDE.
095100     READ STEPOVR
095200         AT END
095300             SET DB-OVR-AT-END TO TRUE
095400     END-READ.
095500     IF DB-OVR-AT-END
095600         GO TO 9515-EXIT.
095700     IF JO-STEP-NAME = DB-STEP-NAME
095800             AND JO-RUN-DATE = DB-RUN-DATE
095900             AND JO-CYCLE-NO = DB-CYCLE-NO
096000         SET DB-OVERRIDE-GIVEN TO TRUE
096100         MOVE JO-OPERATOR TO DB-OVR-OPERATOR
096200         MOVE JO-REASON   TO DB-OVR-REASON
096300     END-IF.
096400 9515-EXIT.
096500     EXIT.
096600******************************************************************
096700*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
096800*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
096900******************************************************************
097000 9520-NOTE-ONE-LEDGER.
097100     READ STEPLOG
097200         AT END
097300             SET DB-LOG-AT-END TO TRUE
097400     END-READ.
097500     IF DB-LOG-AT-END
097600         GO TO 9520-EXIT.
097700     IF JL-RUN-DATE NOT = DB-RUN-DATE
097800         GO TO 9520-EXIT.
097900     IF JL-CYCLE-NO NOT = DB-CYCLE-NO
098000         GO TO 9520-EXIT.
098100     EVALUATE TRUE
098200         WHEN JL-STEP-NAME = DB-STEP-NAME
098300             MOVE JL-STEP-STATUS TO DB-SELF-STATE
098400         WHEN JL-STEP-NAME = 'GLRECON'
098500             MOVE JL-STEP-STATUS TO DB-GLRECON-STATE
098600     END-EVALUATE.
098700 9520-EXIT.
098800     EXIT.
098900******************************************************************
099000*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
099100******************************************************************
099200 9580-WRITE-CHECK-LINE.
099300     SET DB-CHECK-FAILED TO TRUE.
099400     EVALUATE DB-CHECK-STATE
099500         WHEN 'C'
099600             MOVE ' ALREADY COMPLETE' TO DB-CHECK-TEXT
099700         WHEN 'F'
099800             MOVE ' FAILED'           TO DB-CHECK-TEXT
099900         WHEN OTHER
100000             MOVE ' NOT COMPLETE'     TO DB-CHECK-TEXT
100100     END-EVALUATE.
100200     MOVE SPACES TO SR-REPORT-LINE.
100300     STRING '*** '        DELIMITED BY SIZE
100400         DB-CHECK-STEP    DELIMITED BY SPACE
100500         DB-CHECK-TEXT    DELIMITED BY '  '
100600         ' FOR '          DELIMITED BY SIZE
100700         DB-RUN-DATE      DELIMITED BY SIZE
100800         ' CYCLE '        DELIMITED BY SIZE
100900         DB-CYCLE-NO      DELIMITED BY SIZE
101000         ' ***'           DELIMITED BY SIZE
101100         INTO SR-REPORT-LINE.
101200     WRITE SR-REPORT-LINE.
101300 9580-EXIT.
101400     EXIT.
101500******************************************************************
101600*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
101700*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
101800*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
101900******************************************************************
102000 9900-RECORD-STEP-LEDGER.
102100     ACCEPT DB-END-DATE FROM DATE YYYYMMDD.
102200     ACCEPT DB-END-TIME FROM TIME.
102300     MOVE SPACES TO JL-STEP-RECORD.
102400     MOVE DB-RUN-DATE       TO JL-RUN-DATE.
102500     MOVE DB-CYCLE-NO       TO JL-CYCLE-NO.
102600     MOVE DB-STEP-NAME      TO JL-STEP-NAME.
102700     MOVE SPACES            TO JL-STREAM-ID.
102800     MOVE RETURN-CODE       TO JL-STEP-RC.
102900     IF RETURN-CODE > 4
103000         SET JL-STEP-FAILED   TO TRUE
103100     ELSE
103200         SET JL-STEP-COMPLETE TO TRUE
103300     END-IF.
103400     MOVE DB-END-DATE       TO JL-END-DATE.
103500     MOVE DB-END-TIME (1:6) TO JL-END-TIME.
103600     MOVE DB-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
103700     OPEN EXTEND STEPLOG.
103710     IF NOT DB-STEPLOG-OK
103720         MOVE SPACES TO SR-REPORT-LINE
103730         STRING 'STEPLOG OPEN FAILED STATUS '
103740             DELIMITED BY SIZE
103750             DB-STEPLOG-STATUS DELIMITED BY SIZE
103760             INTO SR-REPORT-LINE
103770         WRITE SR-REPORT-LINE
103780         MOVE 8 TO RETURN-CODE
103790         GO TO 9900-EXIT.
103800     WRITE JL-STEP-RECORD.
103900     CLOSE STEPLOG.
104000 9900-EXIT.
104100     EXIT.
