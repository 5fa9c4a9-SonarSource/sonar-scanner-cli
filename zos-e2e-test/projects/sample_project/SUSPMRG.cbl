002096*                  PASSED-THROUGH HEADER KEEPS THE DAY FILE'S
002097*                  CYCLE; A HEADER BUILT FOR THE RELEASED-
002098*                  RECORDS-ONLY CASE IS STAMPED CYCLE 1.
002099* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002100*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002101*                  TIME. BEFORE ANY OUTPUT IS OPENED THE LEDGER
002102*                  MUST SHOW SUSPREL (AND TRANMRG WHEN A DAY FILE
002103*                  IS SUPPLIED) COMPLETE FOR THE CYCLE AND THIS
002104*                  STEP NOT ALREADY COMPLETE, OR THE RUN IS
002105*                  REFUSED RC 8 UNLESS A STEPOVR OPERATOR OVERRIDE
002106*                  CARD IS SUPPLIED. A HEADER BUILT FOR THE
002107*                  RELEASED-RECORDS-ONLY CASE NOW CARRIES THE
002108*                  LOWEST CYCLE NOT YET MERGED TODAY INSTEAD OF
002109*                  CYCLE 1.
002110* 2026-10-15 RH    THE NUM1 HASH OF THE RELEASED SUSPENSE RECORDS
002115*                  IS NOW ACCUMULATED, AND A RUN THAT WRITES ITS
002120*                  MERGED FILE APPENDS THE RECYCLED COUNT AND HASH
002125*                  AND THE DAY FILE'S PASSED-THROUGH COUNT AND
002130*                  HASH TO THE CTLTOT CONTROL TOTALS FILE FOR THE
002135*                  DAYBAL BALANCING STEP.
002136* 2026-10-15 RH    A RELEASED SUSPENDED REVERSAL IS RECYCLED AS A
002138*                  'V' REVERSAL RECORD FROM ITS ORIGINAL IMAGE,
002140*                  AND A 'V' RECORD ON THE DAY'S FILE IS PASSED
002142*                  THROUGH AND PROVED LIKE A DETAIL.
002144* 2026-10-15 RH    THE SUSPENSE RECORD NOW CARRIES THE 'W'
002146*                  WRITTEN-OFF STATUS SET BY THE SUSPWOF WRITE-OFF
002148*                  RUN.
002149* 2026-10-15 RH    STEPLOG AND CTLTOT I/O FAILURES REPORTED, RC 8.
002150*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT MRGRPT   ASSIGN TO MRGRPT
003700         ORGANIZATION IS SEQUENTIAL.
003710     SELECT STEPLOG  ASSIGN TO STEPLOG
003720         ORGANIZATION IS SEQUENTIAL
003730         FILE STATUS IS SM-STEPLOG-STATUS.
003740     SELECT STEPOVR  ASSIGN TO STEPOVR
003750         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS SM-STEPOVR-STATUS.
003770     SELECT CTLTOT   ASSIGN TO CTLTOT
003780         ORGANIZATION IS SEQUENTIAL
003790         FILE STATUS IS SM-CTLTOT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SUSPIN
005320             ==TI-HEADER-REC==  BY ==MO-HEADER-REC==
005330             ==TI-DETAIL-REC==  BY ==MO-DETAIL-REC==
005340             ==TI-TRAILER-REC== BY ==MO-TRAILER-REC==
005342             ==TI-REVERSAL-REC== BY ==MO-REVERSAL-REC==
005344             ==TI-POSTING-REC==  BY ==MO-POSTING-REC==
005350             ==TI-DETAIL==      BY ==MO-DETAIL==
005400             ==TI-NUM1==        BY ==MO-NUM1==
005500             ==TI-NUM2==        BY ==MO-NUM2==
006010             ==TI-REGION==      BY ==MO-REGION==
006011             ==TI-TRAN-ID==     BY ==MO-TRAN-ID==
006012             ==TI-ORIG-DATE==   BY ==MO-ORIG-DATE==
006014             ==TI-REVERSAL==    BY ==MO-REVERSAL==
006016             ==TI-REV-ORIG-TRAN-ID==
006018                                BY ==MO-REV-ORIG-TRAN-ID==
006020             ==TI-HEADER==      BY ==MO-HEADER==
006030             ==TI-HDR-CREATE-DATE== BY ==MO-HDR-CREATE-DATE==
006040             ==TI-HDR-SOURCE-SYS==  BY ==MO-HDR-SOURCE-SYS==
006045             ==TI-HDR-CYCLE-NO==    BY ==MO-HDR-CYCLE-NO==
006047             ==TI-HDR-STREAM-ID==   BY ==MO-HDR-STREAM-ID==
006050             ==TI-TRAILER==     BY ==MO-TRAILER==
006060             ==TI-TRL-DETAIL-COUNT==
006070                                BY ==MO-TRL-DETAIL-COUNT==
007000             ==SU-STATUS==          BY ==SC-STATUS==
007100             ==SU-HELD==            BY ==SC-HELD==
007200             ==SU-RELEASED==        BY ==SC-RELEASED==
007250             ==SU-WRITTEN-OFF==     BY ==SC-WRITTEN-OFF==
007300             ==SU-REASON-CODE==     BY ==SC-REASON-CODE==
007400             ==SU-ORIG-RECORD==     BY ==SC-ORIG-RECORD==
007500             ==SU-NUM1==            BY ==SC-NUM1==
008100             ==SU-SCORE==           BY ==SC-SCORE==
008110             ==SU-REGION==          BY ==SC-REGION==
008120             ==SU-TRAN-ID==         BY ==SC-TRAN-ID==
008130             ==SU-ORIG-DATE==       BY ==SC-ORIG-DATE==
008140             ==SU-TRAN-TYPE==      BY ==SC-TRAN-TYPE==
008160             ==SU-REVERSAL-TRAN==  BY ==SC-REVERSAL-TRAN==.
008200 FD  MRGRPT
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY SUMLINE.
008510 FD  STEPLOG
008520     RECORDING MODE IS F
008530     LABEL RECORDS ARE STANDARD.
008540     COPY STEPREC.
008550 FD  STEPOVR
008560     RECORDING MODE IS F
008570     LABEL RECORDS ARE STANDARD.
008580     COPY STEPOVR.
008582 FD  CTLTOT
008584     RECORDING MODE IS F
008586     LABEL RECORDS ARE STANDARD.
008588     COPY CTLTREC.
008600 WORKING-STORAGE SECTION.
008700******************************************************************
008800*    SWITCHES
009440         88  SM-TRAILER-SEEN                VALUE 'Y'.
009450     05  SM-FILE-REJ-SW          PIC X(01)  VALUE 'N'.
009460         88  SM-FILE-REJECTED               VALUE 'Y'.
009461******************************************************************
009462*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
009463*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
009464*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
009465******************************************************************
009466 01  SM-STEPLOG-STATUS           PIC X(02).
009467     88  SM-STEPLOG-OK                      VALUE '00'.
009468 01  SM-STEPOVR-STATUS           PIC X(02).
009469     88  SM-STEPOVR-OK                      VALUE '00'.
009470 01  SM-LEDGER-SWITCHES.
009471     05  SM-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009472         88  SM-LOG-AT-END                  VALUE 'Y'.
009473     05  SM-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009474         88  SM-OVR-AT-END                  VALUE 'Y'.
009475     05  SM-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
009476         88  SM-OVERRIDE-GIVEN              VALUE 'Y'.
009477     05  SM-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
009478         88  SM-CHECK-FAILED                VALUE 'Y'.
009479     05  SM-REFUSED-SW           PIC X(01)  VALUE 'N'.
009480         88  SM-STEP-REFUSED                VALUE 'Y'.
009481     05  SM-CYC-FOUND-SW         PIC X(01)  VALUE 'N'.
009482         88  SM-CYCLE-FOUND                 VALUE 'Y'.
009483 01  SM-STEP-NAME                PIC X(12)  VALUE 'SUSPMRG'.
009484 01  SM-SELF-STATE               PIC X(01)  VALUE SPACE.
009485     88  SM-SELF-COMPLETE                   VALUE 'C'.
009486 01  SM-SUSPREL-STATE            PIC X(01)  VALUE SPACE.
009487     88  SM-SUSPREL-COMPLETE                VALUE 'C'.
009488     88  SM-SUSPREL-FAILED                  VALUE 'F'.
009489 01  SM-TRANMRG-STATE            PIC X(01)  VALUE SPACE.
009490     88  SM-TRANMRG-COMPLETE                VALUE 'C'.
009491     88  SM-TRANMRG-FAILED                  VALUE 'F'.
009492 01  SM-CHECK-STEP               PIC X(12)  VALUE SPACES.
009493 01  SM-CHECK-STATE              PIC X(01)  VALUE SPACE.
009494 01  SM-CHECK-TEXT               PIC X(20)  VALUE SPACES.
009495 01  SM-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
009496 01  SM-OVR-REASON               PIC X(40)  VALUE SPACES.
009497 01  SM-END-DATE                 PIC 9(08)  VALUE ZERO.
009498 01  SM-END-TIME                 PIC 9(08)  VALUE ZERO.
009500 01  SM-COUNTERS.
009600     05  SM-RELEASE-COUNT        PIC 9(7)  COMP VALUE ZERO.
009700     05  SM-HELD-COUNT           PIC 9(7)  COMP VALUE ZERO.
010158 01  SM-TRL-HASH-TOTAL           PIC S9(15) COMP-3 VALUE ZERO.
010160 01  SM-OUT-DETAIL-COUNT         PIC 9(9)  COMP  VALUE ZERO.
010170 01  SM-OUT-HASH                 PIC S9(15) COMP-3 VALUE ZERO.
010171 01  SM-RELEASE-HASH             PIC S9(15) COMP-3 VALUE ZERO.
010172 01  SM-IN-DETAIL-ED             PIC ZZZZZZZZ9.
010174 01  SM-IN-HASH-ED               PIC Z(14)9-.
010176 01  SM-TRL-COUNT-ED             PIC ZZZZZZZZ9.
010178 01  SM-TRL-HASH-ED              PIC Z(14)9-.
010179 01  SM-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
010180 01  SM-HDR-CYCLE                PIC 9(02)           VALUE ZERO.
010181 01  SM-CTLTOT-STATUS            PIC X(02).
010182     88  SM-CTLTOT-OK                       VALUE '00'.
010183******************************************************************
010184*    LEDGER STATE BY CYCLE FOR THE RUN DATE -- THIS STEP RUNS    *
010185*    THE LOWEST CYCLE IT HAS NOT YET COMPLETED TODAY             *
010186******************************************************************
010187 01  SM-LEDGER-CYCLES.
010188     05  SM-LC-ENTRY             OCCURS 99 TIMES.
010189         10  SM-LC-SELF          PIC X(01).
010190         10  SM-LC-SUSPREL       PIC X(01).
010191         10  SM-LC-TRANMRG       PIC X(01).
010200 PROCEDURE DIVISION.
010300******************************************************************
010400*    0000-MAINLINE                                               *
010500******************************************************************
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010701     IF SM-STEP-REFUSED
010702         CLOSE SUSPIN
010703         CLOSE TRANIN
010704         CLOSE MRGRPT
010705         STOP RUN.
010710     IF NOT SM-FILE-REJECTED
010800         PERFORM 2000-ROUTE-SUSPENSE THRU 2000-EXIT
010900             UNTIL SM-SUSP-AT-END
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     STOP RUN.
011400******************************************************************
011500*    1000-INITIALIZE -- OPEN THE INPUTS AND THE REPORT, PRIME    *
011520*    BOTH INPUT STREAMS AND CHECK THE STEP LEDGER; THE MERGED    *
011540*    AND CARRY-FORWARD FILES ARE OPENED ONLY WHEN THE RUN IS     *
011560*    CLEARED                                                     *
011600******************************************************************
011700 1000-INITIALIZE.
011710     ACCEPT SM-RUN-DATE FROM DATE YYYYMMDD.
011800     OPEN INPUT  SUSPIN.
011900     OPEN INPUT  TRANIN.
012200     OPEN OUTPUT MRGRPT.
012300     PERFORM 1100-READ-SUSPIN THRU 1100-EXIT.
012400     PERFORM 1200-READ-TRANIN THRU 1200-EXIT.
012402     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
012404     IF SM-STEP-REFUSED
012405         GO TO 1000-EXIT.
012406     OPEN OUTPUT MRGOUT.
012408     OPEN OUTPUT SUSPCFW.
012410     PERFORM 1300-VERIFY-HEADER THRU 1300-EXIT.
012500 1000-EXIT.
012600     EXIT.
012660         SET MO-HEADER-REC TO TRUE
012665         MOVE SM-RUN-DATE TO MO-HDR-CREATE-DATE
012670         MOVE 'SUSPMRG'   TO MO-HDR-SOURCE-SYS
012672         MOVE SM-CYCLE-NO TO MO-HDR-CYCLE-NO
012675         WRITE MO-TRAN-RECORD
012680         GO TO 1300-EXIT.
012681     IF NOT TI-HEADER-REC
016600*    THE DAY'S RECORDS                                           *
016700******************************************************************
016800 2100-WRITE-RELEASED.
016900     IF SU-REVERSAL-TRAN
016920         SET  MO-REVERSAL-REC TO TRUE
016940         MOVE SU-ORIG-RECORD  TO MO-DETAIL
016960     ELSE
016980         SET  MO-DETAIL-REC TO TRUE
017000         MOVE SU-NUM1    TO MO-NUM1
017020         MOVE SU-NUM2    TO MO-NUM2
017040         MOVE SU-NUM3    TO MO-NUM3
017060         MOVE SU-NUM4    TO MO-NUM4
017080         MOVE SU-NEG-NUM TO MO-NEG-NUM
017100         MOVE SU-CLASS1  TO MO-CLASS1
017120         MOVE SU-SCORE   TO MO-SCORE
017140         MOVE SU-REGION  TO MO-REGION
017160         MOVE SU-TRAN-ID   TO MO-TRAN-ID
017180         MOVE SU-ORIG-DATE TO MO-ORIG-DATE
017200     END-IF.
017600     WRITE MO-TRAN-RECORD.
017700     ADD 1 TO SM-RELEASE-COUNT.
017710     ADD 1 TO SM-OUT-DETAIL-COUNT.
017720     ADD SU-NUM1 TO SM-OUT-HASH.
017740     ADD SU-NUM1 TO SM-RELEASE-HASH.
017800 2100-EXIT.
017900     EXIT.
018000******************************************************************
018300******************************************************************
018400 3000-COPY-TRANIN.
018410     EVALUATE TRUE
018420         WHEN TI-POSTING-REC
018430             ADD 1 TO SM-IN-DETAIL-COUNT
018440             ADD TI-NUM1 TO SM-IN-HASH
018500             MOVE TI-TRAN-RECORD TO MO-TRAN-RECORD
018900 3000-EXIT.
019000     EXIT.
019100******************************************************************
019200*    9000-TERMINATE -- WRITE THE MERGED TRAILER AND POST THE     *
019220*    CONTROL TOTALS WHEN THE DAY FILE PROVED, THEN WRITE THE     *
019240*    MERGE SUMMARY AND CLOSE FILES                               *
019300******************************************************************
019400 9000-TERMINATE.
019405     IF NOT SM-FILE-REJECTED
019415     END-IF.
019420     IF NOT SM-FILE-REJECTED
019425         PERFORM 9050-WRITE-TRAILER THRU 9050-EXIT
019426         PERFORM 9700-WRITE-CONTROL-TOTALS THRU 9700-EXIT
019430     END-IF.
019500     PERFORM 9100-WRITE-SUMMARY-RPT THRU 9100-EXIT.
019550     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
019600     CLOSE SUSPIN.
019700     CLOSE TRANIN.
019800     CLOSE MRGOUT.
022800     WRITE SR-REPORT-LINE.
022900 9100-EXIT.
023000     EXIT.
023100******************************************************************
023200*    9500-CHECK-STEP-LEDGER -- A DAY FILE SETS THE CYCLE FROM    *
023300*    ITS HEADER; WITHOUT ONE THE RUN TAKES THE LOWEST CYCLE NOT  *
023400*    YET MERGED TODAY. REFUSE THE RUN UNLESS STEPLOG SHOWS       *
023500*    SUSPREL (AND TRANMRG FOR A DAY FILE) COMPLETE FOR THE       *
023600*    CYCLE AND THIS STEP NOT ALREADY COMPLETE; AN OPERATOR       *
023700*    OVERRIDE CARD WAIVES THE CHECKS FOR A RERUN                 *
023800******************************************************************
023900 9500-CHECK-STEP-LEDGER.
023910     IF NOT SM-TRAN-AT-END AND TI-HEADER-REC
023920         MOVE TI-HDR-CYCLE-NO TO SM-HDR-CYCLE
023930         IF SM-HDR-CYCLE = ZERO
023940             MOVE 1 TO SM-HDR-CYCLE
023950         END-IF
023960     END-IF.
024000     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
024100     IF SM-OVERRIDE-GIVEN
024200         MOVE SPACES TO SR-REPORT-LINE
024300         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
024400                 DELIMITED BY SIZE
024500             SM-OVR-OPERATOR DELIMITED BY SIZE
024600             ' - '           DELIMITED BY SIZE
024700             SM-OVR-REASON   DELIMITED BY SIZE
024800             INTO SR-REPORT-LINE
024900         WRITE SR-REPORT-LINE
025000         GO TO 9500-EXIT.
025100     MOVE SPACES TO SM-LEDGER-CYCLES.
025200     MOVE 'N' TO SM-LOG-EOF-SWITCH.
025300     OPEN INPUT STEPLOG.
025400     IF SM-STEPLOG-OK
025500         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
025600             UNTIL SM-LOG-AT-END
025700         CLOSE STEPLOG
025800     END-IF.
025900     IF SM-HDR-CYCLE > ZERO
026000         MOVE SM-HDR-CYCLE TO SM-CYCLE-NO
026100     ELSE
026200         MOVE 1 TO SM-CYCLE-NO
026300         PERFORM 9530-FIND-OPEN-CYCLE THRU 9530-EXIT
026400             UNTIL SM-CYCLE-FOUND
026500     END-IF.
026600     MOVE SM-LC-SELF (SM-CYCLE-NO) TO SM-SELF-STATE.
026700     MOVE SM-LC-SUSPREL (SM-CYCLE-NO) TO SM-SUSPREL-STATE.
026800     MOVE SM-LC-TRANMRG (SM-CYCLE-NO) TO SM-TRANMRG-STATE.
026900     IF SM-SELF-COMPLETE
027000         MOVE SM-STEP-NAME TO SM-CHECK-STEP
027100         MOVE SM-SELF-STATE TO SM-CHECK-STATE
027200         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
027300     END-IF.
027400     IF NOT SM-SUSPREL-COMPLETE
027500         MOVE 'SUSPREL' TO SM-CHECK-STEP
027600         MOVE SM-SUSPREL-STATE TO SM-CHECK-STATE
027700         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
027800     END-IF.
027900     IF SM-HDR-CYCLE > ZERO AND NOT SM-TRANMRG-COMPLETE
028000         MOVE 'TRANMRG' TO SM-CHECK-STEP
028100         MOVE SM-TRANMRG-STATE TO SM-CHECK-STATE
028200         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
028300     END-IF.
028400     IF SM-CHECK-FAILED
028500         MOVE SPACES TO SR-REPORT-LINE
028600         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
028700             DELIMITED BY SIZE INTO SR-REPORT-LINE
028800         WRITE SR-REPORT-LINE
028900         SET SM-STEP-REFUSED TO TRUE
029000         MOVE 8 TO RETURN-CODE
029100     END-IF.
029200 9500-EXIT.
029300     EXIT.
029400******************************************************************
029500*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
029600*    ONE NAMING THIS STEP FOR THE RUN DATE (AND THE DAY FILE'S   *
029700*    CYCLE WHEN ONE IS SUPPLIED) IS HONORED                      *
029800******************************************************************
029900 9510-READ-OVERRIDE-CARD.
030000     OPEN INPUT STEPOVR.
030100     IF NOT SM-STEPOVR-OK
030200         GO TO 9510-EXIT.
030300     MOVE 'N' TO SM-OVR-EOF-SWITCH.
030400     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
030500         UNTIL SM-OVR-AT-END.
030600     CLOSE STEPOVR.
030700 9510-EXIT.
030800     EXIT.
030900******************************************************************
031000*    9515-READ-ONE-OVERRIDE                                      *
031100******************************************************************
031200 9515-READ-ONE-OVERRIDE.
031300     READ STEPOVR
031400         AT END
031500             SET SM-OVR-AT-END TO TRUE
031600     END-READ.
031700     IF SM-OVR-AT-END
031800         GO TO 9515-EXIT.
031900     IF JO-STEP-NAME = SM-STEP-NAME
032000             AND JO-RUN-DATE = SM-RUN-DATE
032100             AND (SM-HDR-CYCLE = ZERO
032200                  OR JO-CYCLE-NO = SM-HDR-CYCLE)
032300         SET SM-OVERRIDE-GIVEN TO TRUE
032400         MOVE JO-OPERATOR TO SM-OVR-OPERATOR
032500         MOVE JO-REASON   TO SM-OVR-REASON
032600         MOVE JO-CYCLE-NO TO SM-CYCLE-NO
032700         IF SM-CYCLE-NO = ZERO
032800             MOVE 1 TO SM-CYCLE-NO
032900         END-IF
033000     END-IF.
033100 9515-EXIT.
033200     EXIT.
033300******************************************************************
033400*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
033500*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
033600******************************************************************
033700 9520-NOTE-ONE-LEDGER.
033800     READ STEPLOG
033900         AT END
034000             SET SM-LOG-AT-END TO TRUE
034100     END-READ.
034200     IF SM-LOG-AT-END
034300         GO TO 9520-EXIT.
034400     IF JL-RUN-DATE NOT = SM-RUN-DATE
034500         GO TO 9520-EXIT.
034600     IF JL-CYCLE-NO = ZERO
034700         GO TO 9520-EXIT.
034800     EVALUATE TRUE
034900         WHEN JL-STEP-NAME = SM-STEP-NAME
035000             MOVE JL-STEP-STATUS TO SM-LC-SELF (JL-CYCLE-NO)
035100         WHEN JL-STEP-NAME = 'SUSPREL'
035200             MOVE JL-STEP-STATUS TO SM-LC-SUSPREL (JL-CYCLE-NO)
035300         WHEN JL-STEP-NAME = 'TRANMRG'
035400             MOVE JL-STEP-STATUS TO SM-LC-TRANMRG (JL-CYCLE-NO)
035500     END-EVALUATE.
035600 9520-EXIT.
035700     EXIT.
035800******************************************************************
035900*    9530-FIND-OPEN-CYCLE -- STOP AT THE FIRST CYCLE THIS STEP   *
036000*    HAS NOT COMPLETED TODAY                                     *
036100******************************************************************
036200 9530-FIND-OPEN-CYCLE.
036300     IF SM-LC-SELF (SM-CYCLE-NO) NOT = 'C'
036400             OR SM-CYCLE-NO = 99
036500         SET SM-CYCLE-FOUND TO TRUE
036600     ELSE
036700         ADD 1 TO SM-CYCLE-NO
036800     END-IF.
036900 9530-EXIT.
037000     EXIT.
037100******************************************************************
037200*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
037300******************************************************************
037400 9580-WRITE-CHECK-LINE.
037500     SET SM-CHECK-FAILED TO TRUE.
037600     EVALUATE SM-CHECK-STATE
037700         WHEN 'C'
037800             MOVE ' ALREADY COMPLETE' TO SM-CHECK-TEXT
037900         WHEN 'F'
038000             MOVE ' FAILED'           TO SM-CHECK-TEXT
038100         WHEN OTHER
038200             MOVE ' NOT COMPLETE'     TO SM-CHECK-TEXT
038300     END-EVALUATE.
038400     MOVE SPACES TO SR-REPORT-LINE.
038500     STRING '*** '        DELIMITED BY SIZE
038600         SM-CHECK-STEP    DELIMITED BY SPACE
038700         SM-CHECK-TEXT    DELIMITED BY '  '
038800         ' FOR '          DELIMITED BY SIZE
038900         SM-RUN-DATE      DELIMITED BY SIZE
039000         ' CYCLE '        DELIMITED BY SIZE
039100         SM-CYCLE-NO      DELIMITED BY SIZE
039200         ' ***'           DELIMITED BY SIZE
039300         INTO SR-REPORT-LINE.
039400     WRITE SR-REPORT-LINE.
039500 9580-EXIT.
039600     EXIT.
039602******************************************************************
039603*    9700-WRITE-CONTROL-TOTALS -- APPEND THE RECYCLED SUSPENSE   *
039604*    COUNT AND HASH AND THE DAY FILE'S PASSED-THROUGH COUNT AND  *
039605*    HASH TO CTLTOT. A CTLTOT THAT CANNOT BE OPENED OR WRITTEN   *
039606*    IS REPORTED AND ENDS THE RUN RC 8                           *
039607******************************************************************
039608 9700-WRITE-CONTROL-TOTALS.
039609     OPEN EXTEND CTLTOT.
039610     IF NOT SM-CTLTOT-OK
039611         MOVE SPACES TO SR-REPORT-LINE
039612         STRING 'CTLTOT OPEN FAILED STATUS '
039613             DELIMITED BY SIZE
039614             SM-CTLTOT-STATUS DELIMITED BY SIZE
039615             INTO SR-REPORT-LINE
039616         WRITE SR-REPORT-LINE
039617         MOVE 8 TO RETURN-CODE
039618         GO TO 9700-EXIT.
039619     MOVE SPACES              TO KT-CONTROL-TOTAL-RECORD.
039620     MOVE SM-RUN-DATE         TO KT-RUN-DATE.
039621     MOVE SM-CYCLE-NO         TO KT-CYCLE-NO.
039622     MOVE SM-STEP-NAME        TO KT-STEP-NAME.
039623     SET KT-RECYCLE-TOTAL     TO TRUE.
039624     MOVE SM-RELEASE-COUNT    TO KT-DETAIL-COUNT.
039625     MOVE SM-RELEASE-HASH     TO KT-HASH-TOTAL.
039626     WRITE KT-CONTROL-TOTAL-RECORD.
039627     PERFORM 9720-CHECK-CTLTOT-WRITE THRU 9720-EXIT.
039628     SET KT-DAYFILE-TOTAL     TO TRUE.
039629     MOVE SM-IN-DETAIL-COUNT  TO KT-DETAIL-COUNT.
039630     MOVE SM-IN-HASH          TO KT-HASH-TOTAL.
039631     WRITE KT-CONTROL-TOTAL-RECORD.
039632     PERFORM 9720-CHECK-CTLTOT-WRITE THRU 9720-EXIT.
039633     CLOSE CTLTOT.
039634 9700-EXIT.
039635     EXIT.
039636******************************************************************
039637*    9720-CHECK-CTLTOT-WRITE -- A CTLTOT RECORD THAT WILL NOT    *
039638*    WRITE IS REPORTED AND ENDS THE RUN RC 8, SO THE BALANCING   *
039639*    STEP IS NOT LEFT TO PROVE AGAINST FIGURES THAT ARE NOT      *
039640*    THERE                                                       *
039641******************************************************************
039642 9720-CHECK-CTLTOT-WRITE.
039643     IF SM-CTLTOT-OK
039644         GO TO 9720-EXIT.
039645     MOVE SPACES TO SR-REPORT-LINE.
039646     STRING 'CTLTOT WRITE FAILED STATUS '
039647         DELIMITED BY SIZE
039648         SM-CTLTOT-STATUS DELIMITED BY SIZE
039649         INTO SR-REPORT-LINE.
039650     WRITE SR-REPORT-LINE.
039651     MOVE 8 TO RETURN-CODE.
039652 9720-EXIT.
039653     EXIT.
039700******************************************************************
039800*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
039900*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
040000*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
040100******************************************************************
040200 9900-RECORD-STEP-LEDGER.
040300     ACCEPT SM-END-DATE FROM DATE YYYYMMDD.
040400     ACCEPT SM-END-TIME FROM TIME.
040500     MOVE SPACES TO JL-STEP-RECORD.
040600     MOVE SM-RUN-DATE       TO JL-RUN-DATE.
040700     MOVE SM-CYCLE-NO       TO JL-CYCLE-NO.
040800     MOVE SM-STEP-NAME      TO JL-STEP-NAME.
040900     MOVE SPACES            TO JL-STREAM-ID.
041000     MOVE RETURN-CODE       TO JL-STEP-RC.
041100     IF RETURN-CODE > 4
041200         SET JL-STEP-FAILED   TO TRUE
041300     ELSE
041400         SET JL-STEP-COMPLETE TO TRUE
041500     END-IF.
041600     MOVE SM-END-DATE       TO JL-END-DATE.
041700     MOVE SM-END-TIME (1:6) TO JL-END-TIME.
041800     MOVE SM-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
041900     OPEN EXTEND STEPLOG.
041910     IF NOT SM-STEPLOG-OK
041920         MOVE SPACES TO SR-REPORT-LINE
041930         STRING 'STEPLOG OPEN FAILED STATUS '
041940             DELIMITED BY SIZE
041950             SM-STEPLOG-STATUS DELIMITED BY SIZE
041960             INTO SR-REPORT-LINE
041970         WRITE SR-REPORT-LINE
041980         MOVE 8 TO RETURN-CODE
041990         GO TO 9900-EXIT.
042000     WRITE JL-STEP-RECORD.
042100     CLOSE STEPLOG.
042200 9900-EXIT.
042300     EXIT.
