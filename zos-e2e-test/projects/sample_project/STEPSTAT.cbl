000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STEPSTAT.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - DAILY CHAIN STATUS REPORT.
001300*                  READS THE STEPLOG JOB-STEP LEDGER THE DAILY
001400*                  CHAIN APPENDS TO AND LISTS, FOR EVERY CYCLE OF
001500*                  THE RUN DATE (TODAY UNLESS A STEPCTL CARD NAMES
001600*                  ANOTHER), EACH STEP OF THE CHAIN IN RUN ORDER
001700*                  WITH ITS STATUS, RC, COMPLETION DATE AND TIME
001800*                  AND THE OPERATOR OF ANY OVERRIDE, OR NOT RUN.
001900*                  THE CYCLE IS THEN SHOWN COMPLETE, WAITING ON
002000*                  ITS NEXT STEP, OR HELD ON A FAILED ONE, SO
002100*                  OPERATIONS CAN SEE WHERE THE DAY STANDS WITHOUT
002200*                  READING THE JOB LOGS. ANY FAILED STEP ENDS THE
002300*                  RUN RC 4.
002320* 2026-10-15 RH    THE DAYBAL DAILY BALANCING PROOF IS NOW LISTED
002340*                  AS A STEP OF THE CHAIN, AFTER GLRECON.
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT STEPLOG  ASSIGN TO STEPLOG
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS JS-STEPLOG-STATUS.
003400     SELECT STEPCTL  ASSIGN TO STEPCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS JS-STEPCTL-STATUS.
003700     SELECT STEPRPT  ASSIGN TO STEPRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STEPLOG
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY STEPREC.
004500 FD  STEPCTL
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY STEPCTL.
004900 FD  STEPRPT
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY SUMLINE.
005300 WORKING-STORAGE SECTION.
005400******************************************************************
005500*    SWITCHES
005600******************************************************************
005700 01  JS-SWITCHES.
005800     05  JS-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
005900         88  JS-LOG-AT-END                  VALUE 'Y'.
006000     05  JS-ENT-FOUND-SW         PIC X(01)  VALUE 'N'.
006100         88  JS-ENT-FOUND                   VALUE 'Y'.
006200     05  JS-STEP-SEEN-SW         PIC X(01)  VALUE 'N'.
006300         88  JS-STEP-SEEN                   VALUE 'Y'.
006400     05  JS-TBL-FULL-SW          PIC X(01)  VALUE 'N'.
006500         88  JS-TBL-FULL                    VALUE 'Y'.
006600 01  JS-STEPLOG-STATUS           PIC X(02).
006700     88  JS-STEPLOG-OK                      VALUE '00'.
006800 01  JS-STEPCTL-STATUS           PIC X(02).
006900     88  JS-STEPCTL-OK                      VALUE '00'.
007000 01  JS-RUN-DATE                 PIC 9(08)           VALUE ZERO.
007100 01  JS-CYCLE                    PIC 9(02) COMP VALUE ZERO.
007200 01  JS-CYCLE-ED                 PIC 9(02).
007300 01  JS-CHAIN-SUB                PIC 9(02) COMP VALUE ZERO.
007400******************************************************************
007500*    THE DAILY CHAIN IN RUN ORDER -- TRANSPLT AND RUNCONS ONLY   *
007600*    RUN ON A CYCLE SPLIT INTO PARALLEL CLASSIFIER STREAMS       *
007700******************************************************************
007800 01  JS-CHAIN-STEPS.
007900     05  FILLER                  PIC X(12)  VALUE 'TRANMRG'.
008000     05  FILLER                  PIC X(12)  VALUE 'SUSPREL'.
008100     05  FILLER                  PIC X(12)  VALUE 'SUSPMRG'.
008200     05  FILLER                  PIC X(12)  VALUE 'TRANSPLT'.
008300     05  FILLER                  PIC X(12)  VALUE 'CONDITIONALS'.
008400     05  FILLER                  PIC X(12)  VALUE 'RUNCONS'.
008500     05  FILLER                  PIC X(12)  VALUE 'GLEXTRCT'.
008600     05  FILLER                  PIC X(12)  VALUE 'GLRECON'.
008650     05  FILLER                  PIC X(12)  VALUE 'DAYBAL'.
008700     05  FILLER                  PIC X(12)  VALUE 'PERLEDGR'.
008800 01  JS-CHAIN-TABLE              REDEFINES JS-CHAIN-STEPS.
008900     05  JS-CHAIN-NAME           PIC X(12)  OCCURS 10 TIMES.
009000******************************************************************
009100*    CYCLES SEEN ON THE RUN DATE -- 'Y' WHEN STEPLOG HOLDS ANY   *
009200*    ENTRY FOR THE CYCLE, AND WHETHER CONDITIONALS CLASSIFIED IT *
009300*    WHOLE-DAY (NO TRANSPLT/RUNCONS EXPECTED)                    *
009400******************************************************************
009500 01  JS-CYCLE-FLAGS.
009600     05  JS-CYC-ENTRY            OCCURS 99 TIMES.
009700         10  JS-CYC-SEEN         PIC X(01).
009800         10  JS-CYC-WHOLE-DAY    PIC X(01).
009900******************************************************************
010000*    LATEST LEDGER STATE BY CYCLE, STEP AND STREAM               *
010100******************************************************************
010200 01  JS-ENT-USED                 PIC 9(3)  COMP VALUE ZERO.
010300 01  JS-ENT-TABLE.
010400     05  JS-ENT-ENTRY            OCCURS 1 TO 500 TIMES
010500                                 DEPENDING ON JS-ENT-USED
010600                                 INDEXED BY JS-ENT-IDX.
010700         10  JS-ENT-CYCLE        PIC 9(02).
010800         10  JS-ENT-STEP         PIC X(12).
010900         10  JS-ENT-STREAM       PIC X(03).
011000         10  JS-ENT-RC           PIC 9(04).
011100         10  JS-ENT-STATUS       PIC X(01).
011200             88  JS-ENT-COMPLETE            VALUE 'C'.
011300             88  JS-ENT-FAILED              VALUE 'F'.
011400         10  JS-ENT-END-DATE     PIC 9(08).
011500         10  JS-ENT-END-TIME     PIC 9(06).
011600         10  JS-ENT-OPERATOR     PIC X(08).
011700******************************************************************
011800*    CYCLE STATE WORK FIELDS, COUNTERS AND EDITED REPORT FIELDS
011900******************************************************************
012000 01  JS-FAILED-STEP              PIC X(12)  VALUE SPACES.
012100 01  JS-WAITING-STEP             PIC X(12)  VALUE SPACES.
012200 01  JS-STATUS-TEXT              PIC X(08)  VALUE SPACES.
012300 01  JS-COUNTERS.
012400     05  JS-LOG-READ             PIC 9(7)  COMP VALUE ZERO.
012500     05  JS-CYCLE-COUNT          PIC 9(3)  COMP VALUE ZERO.
012600     05  JS-COMPLETE-COUNT       PIC 9(3)  COMP VALUE ZERO.
012700     05  JS-HELD-COUNT           PIC 9(3)  COMP VALUE ZERO.
012800     05  JS-LOG-READ-ED          PIC ZZZZZZ9.
012900     05  JS-CYCLE-COUNT-ED       PIC ZZ9.
013000     05  JS-COMPLETE-COUNT-ED    PIC ZZ9.
013100     05  JS-HELD-COUNT-ED        PIC ZZ9.
013200 01  JS-RC-ED                    PIC ZZZ9.
013300 PROCEDURE DIVISION.
013400******************************************************************
013500*    0000-MAINLINE                                               *
013600******************************************************************
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     PERFORM 2000-REPORT-ONE-CYCLE THRU 2000-EXIT
014000         VARYING JS-CYCLE FROM 1 BY 1
014100         UNTIL JS-CYCLE > 99.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014300     STOP RUN.
014400******************************************************************
014500*    1000-INITIALIZE -- PICK UP THE REPORT DATE, OPEN THE REPORT *
014600*    AND LOAD THE LATEST LEDGER STATE OF EVERY STEP FOR THE DATE *
014700******************************************************************
014800 1000-INITIALIZE.
014900     ACCEPT JS-RUN-DATE FROM DATE YYYYMMDD.
015000     PERFORM 1080-READ-STATUS-CONTROL THRU 1080-EXIT.
015100     MOVE SPACES TO JS-CYCLE-FLAGS.
015200     OPEN OUTPUT STEPRPT.
015300     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
015400     OPEN INPUT STEPLOG.
015500     IF NOT JS-STEPLOG-OK
015600         MOVE SPACES TO SR-REPORT-LINE
015700         STRING '*** NO STEPLOG LEDGER AVAILABLE ***'
015800             DELIMITED BY SIZE INTO SR-REPORT-LINE
015900         WRITE SR-REPORT-LINE
016000         GO TO 1000-EXIT.
016100     PERFORM 1100-LOAD-ONE-LEDGER THRU 1100-EXIT
016200         UNTIL JS-LOG-AT-END.
016300     CLOSE STEPLOG.
016400 1000-EXIT.
016500     EXIT.
016600******************************************************************
016700*    1080-READ-STATUS-CONTROL -- LOAD THE REPORT DATE FROM THE   *
016800*    STEPCTL CARD, IF OPERATIONS SUPPLIED ONE FOR THIS RUN;      *
016900*    OTHERWISE TODAY'S DATE STANDS                               *
017000******************************************************************
017100 1080-READ-STATUS-CONTROL.
017200     OPEN INPUT STEPCTL.
017300     IF JS-STEPCTL-OK
017400         READ STEPCTL
017500             AT END
017600                 CONTINUE
017700         END-READ
017800         IF JS-STEPCTL-OK
017900                 AND JC-REPORT-DATE NUMERIC
018000                 AND JC-REPORT-DATE > ZERO
018100             MOVE JC-REPORT-DATE TO JS-RUN-DATE
018200         END-IF
018300         CLOSE STEPCTL
018400     END-IF.
018500 1080-EXIT.
018600     EXIT.
018700******************************************************************
018800*    1090-WRITE-HEADING -- CHAIN STATUS REPORT HEADING           *
018900******************************************************************
019000 1090-WRITE-HEADING.
019100     MOVE SPACES TO SR-REPORT-LINE.
019200     STRING 'DAILY CHAIN STATUS REPORT - RUN DATE ' DELIMITED
019300         BY SIZE
019400         JS-RUN-DATE     DELIMITED BY SIZE
019500         INTO SR-REPORT-LINE.
019600     WRITE SR-REPORT-LINE.
019700 1090-EXIT.
019800     EXIT.
019900******************************************************************
020000*    1100-LOAD-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
020100*    LAST ENTRY FOR A CYCLE, STEP AND STREAM REPLACES ANY EARLIER*
020200*    ONE IN THE TABLE                                            *
020300******************************************************************
020400 1100-LOAD-ONE-LEDGER.
020500     READ STEPLOG
020600         AT END
020700             SET JS-LOG-AT-END TO TRUE
020800     END-READ.
020900     IF JS-LOG-AT-END
021000         GO TO 1100-EXIT.
021100     IF JL-RUN-DATE NOT = JS-RUN-DATE
021200         GO TO 1100-EXIT.
021300     IF JL-CYCLE-NO = ZERO
021400         GO TO 1100-EXIT.
021500     ADD 1 TO JS-LOG-READ.
021600     MOVE 'Y' TO JS-CYC-SEEN (JL-CYCLE-NO).
021700     IF JL-STEP-NAME = 'CONDITIONALS'
021800             AND JL-STREAM-ID = SPACES
021900         MOVE 'Y' TO JS-CYC-WHOLE-DAY (JL-CYCLE-NO)
022000     END-IF.
022100     MOVE 'N' TO JS-ENT-FOUND-SW.
022200     IF JS-ENT-USED > ZERO
022300         SET JS-ENT-IDX TO 1
022400         SEARCH JS-ENT-ENTRY
022500             AT END
022600                 CONTINUE
022700             WHEN JS-ENT-CYCLE (JS-ENT-IDX) = JL-CYCLE-NO
022800                     AND JS-ENT-STEP (JS-ENT-IDX) = JL-STEP-NAME
022900                     AND JS-ENT-STREAM (JS-ENT-IDX) = JL-STREAM-ID
023000                 SET JS-ENT-FOUND TO TRUE
023100         END-SEARCH
023200     END-IF.
023300     IF NOT JS-ENT-FOUND
023400         IF JS-ENT-USED < 500
023500             ADD 1 TO JS-ENT-USED
023600             SET JS-ENT-IDX TO JS-ENT-USED
023700             MOVE JL-CYCLE-NO  TO JS-ENT-CYCLE (JS-ENT-IDX)
023800             MOVE JL-STEP-NAME TO JS-ENT-STEP (JS-ENT-IDX)
023900             MOVE JL-STREAM-ID TO JS-ENT-STREAM (JS-ENT-IDX)
024000             SET JS-ENT-FOUND TO TRUE
024100         ELSE
024200             PERFORM 1180-NOTE-TABLE-FULL THRU 1180-EXIT
024300         END-IF
024400     END-IF.
024500     IF JS-ENT-FOUND
024600         MOVE JL-STEP-RC       TO JS-ENT-RC (JS-ENT-IDX)
024700         MOVE JL-STEP-STATUS   TO JS-ENT-STATUS (JS-ENT-IDX)
024800         MOVE JL-END-DATE      TO JS-ENT-END-DATE (JS-ENT-IDX)
024900         MOVE JL-END-TIME      TO JS-ENT-END-TIME (JS-ENT-IDX)
025000         MOVE JL-OVERRIDE-OPER TO JS-ENT-OPERATOR (JS-ENT-IDX)
025100     END-IF.
025200 1100-EXIT.
025300     EXIT.
025400******************************************************************
025500*    1180-NOTE-TABLE-FULL -- REPORT THE OVERFLOW ONCE; THE STEPS *
025600*    NOT HELD ARE LEFT OFF THE REPORT AND THE RUN ENDS RC 4      *
025700******************************************************************
025800 1180-NOTE-TABLE-FULL.
025900     IF NOT JS-TBL-FULL
026000         SET JS-TBL-FULL TO TRUE
026100         MOVE SPACES TO SR-REPORT-LINE
026200         STRING '*** STEP TABLE FULL - REPORT INCOMPLETE ***'
026300             DELIMITED BY SIZE INTO SR-REPORT-LINE
026400         WRITE SR-REPORT-LINE
026500     END-IF.
026600 1180-EXIT.
026700     EXIT.
026800******************************************************************
026900*    2000-REPORT-ONE-CYCLE -- LIST EVERY CHAIN STEP FOR ONE CYCLE*
027000*    THE LEDGER HOLDS, THEN WHERE THE CYCLE STANDS               *
027100******************************************************************
027200 2000-REPORT-ONE-CYCLE.
027300     IF JS-CYC-SEEN (JS-CYCLE) NOT = 'Y'
027400         GO TO 2000-EXIT.
027500     ADD 1 TO JS-CYCLE-COUNT.
027600     MOVE JS-CYCLE TO JS-CYCLE-ED.
027700     MOVE SPACES TO JS-FAILED-STEP.
027800     MOVE SPACES TO JS-WAITING-STEP.
027900     MOVE SPACES TO SR-REPORT-LINE.
028000     WRITE SR-REPORT-LINE.
028100     MOVE SPACES TO SR-REPORT-LINE.
028200     STRING 'CYCLE ' DELIMITED BY SIZE
028300         JS-CYCLE-ED DELIMITED BY SIZE
028400         INTO SR-REPORT-LINE.
028500     WRITE SR-REPORT-LINE.
028600     MOVE SPACES TO SR-REPORT-LINE.
028700     STRING 'STEP         STRM STATUS     RC  END DATE END TIME '
028800         DELIMITED BY SIZE
028900         'OVERRIDE' DELIMITED BY SIZE
029000         INTO SR-REPORT-LINE.
029100     WRITE SR-REPORT-LINE.
029200     PERFORM 2100-REPORT-ONE-STEP THRU 2100-EXIT
029300         VARYING JS-CHAIN-SUB FROM 1 BY 1
029400         UNTIL JS-CHAIN-SUB > 10.
029500     PERFORM 2300-WRITE-CYCLE-STATUS THRU 2300-EXIT.
029600 2000-EXIT.
029700     EXIT.
029800******************************************************************
029900*    2100-REPORT-ONE-STEP -- ONE LINE PER LEDGER ENTRY FOR THE   *
030000*    STEP (ONE PER STREAM FOR A SPLIT CONDITIONALS RUN). A STEP  *
030100*    WITH NO ENTRY IS NOT RUN, OR BYPASSED WHEN IT IS TRANSPLT OR*
030200*    RUNCONS ON A CYCLE CONDITIONALS CLASSIFIED WHOLE-DAY        *
030300******************************************************************
030400 2100-REPORT-ONE-STEP.
030500     MOVE 'N' TO JS-STEP-SEEN-SW.
030600     IF JS-ENT-USED > ZERO
030700         PERFORM 2200-LIST-ONE-ENTRY THRU 2200-EXIT
030800             VARYING JS-ENT-IDX FROM 1 BY 1
030900             UNTIL JS-ENT-IDX > JS-ENT-USED
031000     END-IF.
031100     IF JS-STEP-SEEN
031200         GO TO 2100-EXIT.
031300     MOVE SPACES TO SR-REPORT-LINE.
031400     IF (JS-CHAIN-NAME (JS-CHAIN-SUB) = 'TRANSPLT'
031500             OR JS-CHAIN-NAME (JS-CHAIN-SUB) = 'RUNCONS')
031600             AND JS-CYC-WHOLE-DAY (JS-CYCLE) = 'Y'
031700         STRING JS-CHAIN-NAME (JS-CHAIN-SUB) DELIMITED BY SIZE
031800             '      BYPASSED - CYCLE CLASSIFIED WHOLE-DAY'
031900                 DELIMITED BY SIZE
032000             INTO SR-REPORT-LINE
032100     ELSE
032200         STRING JS-CHAIN-NAME (JS-CHAIN-SUB) DELIMITED BY SIZE
032300             '      NOT RUN' DELIMITED BY SIZE
032400             INTO SR-REPORT-LINE
032500         IF JS-WAITING-STEP = SPACES
032600             MOVE JS-CHAIN-NAME (JS-CHAIN-SUB) TO JS-WAITING-STEP
032700         END-IF
032800     END-IF.
032900     WRITE SR-REPORT-LINE.
033000 2100-EXIT.
033100     EXIT.
033200******************************************************************
033300*    2200-LIST-ONE-ENTRY -- ONE STEP DETAIL LINE WHEN THE TABLE  *
033400*    ENTRY BELONGS TO THE CYCLE AND STEP BEING REPORTED          *
033500******************************************************************
033600 2200-LIST-ONE-ENTRY.
033700     IF JS-ENT-CYCLE (JS-ENT-IDX) NOT = JS-CYCLE
033800             OR JS-ENT-STEP (JS-ENT-IDX)
033900                 NOT = JS-CHAIN-NAME (JS-CHAIN-SUB)
034000         GO TO 2200-EXIT.
034100     SET JS-STEP-SEEN TO TRUE.
034200     EVALUATE TRUE
034300         WHEN JS-ENT-COMPLETE (JS-ENT-IDX)
034400             MOVE 'COMPLETE' TO JS-STATUS-TEXT
034500         WHEN JS-ENT-FAILED (JS-ENT-IDX)
034600             MOVE 'FAILED'   TO JS-STATUS-TEXT
034700             IF JS-FAILED-STEP = SPACES
034800                 MOVE JS-ENT-STEP (JS-ENT-IDX) TO JS-FAILED-STEP
034900             END-IF
035000         WHEN OTHER
035100             MOVE 'UNKNOWN'  TO JS-STATUS-TEXT
035200     END-EVALUATE.
035300     MOVE JS-ENT-RC (JS-ENT-IDX) TO JS-RC-ED.
035400     MOVE SPACES TO SR-REPORT-LINE.
035500     STRING JS-ENT-STEP (JS-ENT-IDX)      DELIMITED BY SIZE
035600         ' '                              DELIMITED BY SIZE
035700         JS-ENT-STREAM (JS-ENT-IDX)       DELIMITED BY SIZE
035800         '  '                             DELIMITED BY SIZE
035900         JS-STATUS-TEXT                   DELIMITED BY SIZE
036000         ' '                              DELIMITED BY SIZE
036100         JS-RC-ED                         DELIMITED BY SIZE
036200         '  '                             DELIMITED BY SIZE
036300         JS-ENT-END-DATE (JS-ENT-IDX)     DELIMITED BY SIZE
036400         ' '                              DELIMITED BY SIZE
036500         JS-ENT-END-TIME (JS-ENT-IDX)     DELIMITED BY SIZE
036600         '   '                            DELIMITED BY SIZE
036700         JS-ENT-OPERATOR (JS-ENT-IDX)     DELIMITED BY SIZE
036800         INTO SR-REPORT-LINE.
036900     WRITE SR-REPORT-LINE.
037000 2200-EXIT.
037100     EXIT.
037200******************************************************************
037300*    2300-WRITE-CYCLE-STATUS -- A FAILED STEP HOLDS THE CYCLE;   *
037400*    OTHERWISE IT IS WAITING ON THE FIRST STEP NOT YET RUN, OR   *
037500*    THE WHOLE CHAIN IS COMPLETE                                 *
037600******************************************************************
037700 2300-WRITE-CYCLE-STATUS.
037800     MOVE SPACES TO SR-REPORT-LINE.
037900     EVALUATE TRUE
038000         WHEN JS-FAILED-STEP NOT = SPACES
038100             ADD 1 TO JS-HELD-COUNT
038200             STRING '*** CYCLE '  DELIMITED BY SIZE
038300                 JS-CYCLE-ED      DELIMITED BY SIZE
038400                 ' HELD - '       DELIMITED BY SIZE
038500                 JS-FAILED-STEP   DELIMITED BY SPACE
038600                 ' FAILED ***'    DELIMITED BY SIZE
038700                 INTO SR-REPORT-LINE
038800         WHEN JS-WAITING-STEP NOT = SPACES
038900             STRING 'CYCLE '      DELIMITED BY SIZE
039000                 JS-CYCLE-ED      DELIMITED BY SIZE
039100                 ' WAITING ON '   DELIMITED BY SIZE
039200                 JS-WAITING-STEP  DELIMITED BY SPACE
039300                 INTO SR-REPORT-LINE
039400         WHEN OTHER
039500             ADD 1 TO JS-COMPLETE-COUNT
039600             STRING 'CYCLE '      DELIMITED BY SIZE
039700                 JS-CYCLE-ED      DELIMITED BY SIZE
039800                 ' CHAIN COMPLETE' DELIMITED BY SIZE
039900                 INTO SR-REPORT-LINE
040000     END-EVALUATE.
040100     WRITE SR-REPORT-LINE.
040200 2300-EXIT.
040300     EXIT.
040400******************************************************************
040500*    9000-TERMINATE -- WRITE THE DAY'S TOTALS AND CLOSE THE      *
040600*    REPORT; A HELD CYCLE OR AN INCOMPLETE REPORT ENDS RC 4      *
040700******************************************************************
040800 9000-TERMINATE.
040900     MOVE JS-LOG-READ       TO JS-LOG-READ-ED.
041000     MOVE JS-CYCLE-COUNT    TO JS-CYCLE-COUNT-ED.
041100     MOVE JS-COMPLETE-COUNT TO JS-COMPLETE-COUNT-ED.
041200     MOVE JS-HELD-COUNT     TO JS-HELD-COUNT-ED.
041300     MOVE SPACES TO SR-REPORT-LINE.
041400     WRITE SR-REPORT-LINE.
041500     MOVE SPACES TO SR-REPORT-LINE.
041600     STRING 'LEDGER ENTRIES FOR DATE: ' DELIMITED BY SIZE
041700         JS-LOG-READ-ED     DELIMITED BY SIZE
041800         INTO SR-REPORT-LINE.
041900     WRITE SR-REPORT-LINE.
042000     MOVE SPACES TO SR-REPORT-LINE.
042100     STRING 'CYCLES REPORTED:         ' DELIMITED BY SIZE
042200         JS-CYCLE-COUNT-ED  DELIMITED BY SIZE
042300         INTO SR-REPORT-LINE.
042400     WRITE SR-REPORT-LINE.
042500     MOVE SPACES TO SR-REPORT-LINE.
042600     STRING 'CYCLES CHAIN COMPLETE:   ' DELIMITED BY SIZE
042700         JS-COMPLETE-COUNT-ED DELIMITED BY SIZE
042800         INTO SR-REPORT-LINE.
042900     WRITE SR-REPORT-LINE.
043000     MOVE SPACES TO SR-REPORT-LINE.
043100     STRING 'CYCLES HELD ON A FAILURE:' DELIMITED BY SIZE
043200         JS-HELD-COUNT-ED   DELIMITED BY SIZE
043300         INTO SR-REPORT-LINE.
043400     WRITE SR-REPORT-LINE.
043500     IF JS-HELD-COUNT > ZERO
043600             OR JS-TBL-FULL
043700         MOVE 4 TO RETURN-CODE
043800     END-IF.
043900     CLOSE STEPRPT.
044000 9000-EXIT.
044100     EXIT.
