002400*                  IT LEFT HELD. RECORDS HELD FOR ANY OTHER
002500*                  REASON PASS THROUGH UNTOUCHED FOR THE MANUAL
002600*                  SUSPFIX FLOW.
002610* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002620*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002630*                  TIME. THE RUN TAKES THE LOWEST CYCLE IT HAS NOT
002640*                  YET COMPLETED TODAY, AND IS REFUSED RC 8 BEFORE
002650*                  THE SUSPENSE FILE IS OPENED WHEN ALL ARE
002660*                  COMPLETE, UNLESS A STEPOVR OPERATOR OVERRIDE
002670*                  CARD NAMES THE CYCLE TO RERUN.
002675* 2026-10-15 RH    THE SUSPENSE RECORD NOW CARRIES THE TRANSACTION
002680*                  TYPE SO A SUSPENDED REVERSAL IS RECYCLED AS
002685*                  ONE.
002686* 2026-10-15 RH    THE SUSPENSE RECORD NOW CARRIES THE 'W'
002688*                  WRITTEN-OFF STATUS SET BY THE SUSPWOF WRITE-OFF
002690*                  RUN.
002695* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT SRELRPT  ASSIGN TO SRELRPT
004400         ORGANIZATION IS SEQUENTIAL.
004410     SELECT STEPLOG  ASSIGN TO STEPLOG
004420         ORGANIZATION IS SEQUENTIAL
004430         FILE STATUS IS SL-STEPLOG-STATUS.
004440     SELECT STEPOVR  ASSIGN TO STEPOVR
004450         ORGANIZATION IS SEQUENTIAL
004460         FILE STATUS IS SL-STEPOVR-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SUSPOLD
006300             ==SU-STATUS==          BY ==SN-STATUS==
006400             ==SU-HELD==            BY ==SN-HELD==
006500             ==SU-RELEASED==        BY ==SN-RELEASED==
006550             ==SU-WRITTEN-OFF==     BY ==SN-WRITTEN-OFF==
006600             ==SU-REASON-CODE==     BY ==SN-REASON-CODE==
006700             ==SU-ORIG-RECORD==     BY ==SN-ORIG-RECORD==
006800             ==SU-NUM1==            BY ==SN-NUM1==
007400             ==SU-SCORE==           BY ==SN-SCORE==
007500             ==SU-REGION==          BY ==SN-REGION==
007600             ==SU-TRAN-ID==         BY ==SN-TRAN-ID==
007700             ==SU-ORIG-DATE==       BY ==SN-ORIG-DATE==
007720             ==SU-TRAN-TYPE==      BY ==SN-TRAN-TYPE==
007740             ==SU-REVERSAL-TRAN==  BY ==SN-REVERSAL-TRAN==.
007800 FD  SRELRPT
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY SUMLINE.
008110 FD  STEPLOG
008120     RECORDING MODE IS F
008130     LABEL RECORDS ARE STANDARD.
008140     COPY STEPREC.
008150 FD  STEPOVR
008160     RECORDING MODE IS F
008170     LABEL RECORDS ARE STANDARD.
008180     COPY STEPOVR.
008200 WORKING-STORAGE SECTION.
008300******************************************************************
008400*    SWITCHES
009300 01  SL-MSTR-AVAIL-SW            PIC X(01)  VALUE 'N'.
009400     88  SL-CLSMSTR-AVAILABLE               VALUE 'Y'.
009500 01  SL-RUN-DATE                 PIC 9(08)           VALUE ZERO.
009550 01  SL-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
009600 01  SL-BAD-CLASS1-REASON        PIC X(14) VALUE 'BAD CLASS1'.
009700******************************************************************
009800*    COUNTERS AND EDITED REPORT FIELDS                           *
010400     05  SL-RELEASE-COUNT-ED     PIC ZZZZZZ9.
010500     05  SL-STILL-HELD-ED        PIC ZZZZZZ9.
010600     05  SL-PASSED-COUNT-ED      PIC ZZZZZZ9.
010602******************************************************************
010604*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
010606*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
010608*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
010610******************************************************************
010612 01  SL-STEPLOG-STATUS           PIC X(02).
010614     88  SL-STEPLOG-OK                      VALUE '00'.
010616 01  SL-STEPOVR-STATUS           PIC X(02).
010618     88  SL-STEPOVR-OK                      VALUE '00'.
010620 01  SL-LEDGER-SWITCHES.
010622     05  SL-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
010624         88  SL-LOG-AT-END                  VALUE 'Y'.
010626     05  SL-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
010628         88  SL-OVR-AT-END                  VALUE 'Y'.
010630     05  SL-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
010632         88  SL-OVERRIDE-GIVEN              VALUE 'Y'.
010634     05  SL-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
010636         88  SL-CHECK-FAILED                VALUE 'Y'.
010638     05  SL-REFUSED-SW           PIC X(01)  VALUE 'N'.
010640         88  SL-STEP-REFUSED                VALUE 'Y'.
010642     05  SL-CYC-FOUND-SW         PIC X(01)  VALUE 'N'.
010644         88  SL-CYCLE-FOUND                 VALUE 'Y'.
010646 01  SL-STEP-NAME                PIC X(12)  VALUE 'SUSPREL'.
010648 01  SL-SELF-STATE               PIC X(01)  VALUE SPACE.
010650     88  SL-SELF-COMPLETE                   VALUE 'C'.
010652 01  SL-CHECK-STEP               PIC X(12)  VALUE SPACES.
010654 01  SL-CHECK-STATE              PIC X(01)  VALUE SPACE.
010656 01  SL-CHECK-TEXT               PIC X(20)  VALUE SPACES.
010658 01  SL-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
010660 01  SL-OVR-REASON               PIC X(40)  VALUE SPACES.
010662 01  SL-END-DATE                 PIC 9(08)  VALUE ZERO.
010664 01  SL-END-TIME                 PIC 9(08)  VALUE ZERO.
010666******************************************************************
010668*    LEDGER STATE BY CYCLE FOR THE RUN DATE -- THIS STEP RUNS    *
010670*    THE LOWEST CYCLE IT HAS NOT YET COMPLETED TODAY             *
010672******************************************************************
010674 01  SL-LEDGER-CYCLES.
010676     05  SL-LC-ENTRY             OCCURS 99 TIMES.
010678         10  SL-LC-SELF          PIC X(01).
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*    0000-MAINLINE                                               *
011000******************************************************************
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011220     IF SL-STEP-REFUSED
011240         CLOSE SRELRPT
011260         STOP RUN.
011300     PERFORM 2000-REVALIDATE-ONE THRU 2000-EXIT
011400         UNTIL SL-AT-END.
011500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011600     STOP RUN.
011700******************************************************************
011750*    1000-INITIALIZE -- OPEN THE REPORT AND CHECK THE STEP       *
011800*    LEDGER; A REFUSED RUN OPENS NOTHING ELSE. OTHERWISE OPEN    *
011850*    FILES AND PRIME THE READ. WITHOUT THE KEYED CLSMSTR         *
011900*    NOTHING CAN BE REVALIDATED AND EVERY RECORD PASSES THROUGH  *
011950*    UNTOUCHED                                                   *
012100******************************************************************
012200 1000-INITIALIZE.
012300     ACCEPT SL-RUN-DATE FROM DATE YYYYMMDD.
012310     OPEN OUTPUT SRELRPT.
012320     MOVE SPACES TO SR-REPORT-LINE.
012330     STRING 'BAD CLASS1 SUSPENSE REVALIDATION'
012340         DELIMITED BY SIZE INTO SR-REPORT-LINE.
012350     WRITE SR-REPORT-LINE.
012360     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
012370     IF SL-STEP-REFUSED
012380         GO TO 1000-EXIT.
012400     OPEN INPUT  SUSPOLD.
012500     OPEN OUTPUT SUSPNEW.
012700     OPEN INPUT  CLSMSTR.
012800     IF SL-CLSMSTR-OK
012900         SET SL-CLSMSTR-AVAILABLE TO TRUE
013000     END-IF.
013500     IF NOT SL-CLSMSTR-AVAILABLE
013600         MOVE SPACES TO SR-REPORT-LINE
013700         STRING 'CLSMSTR NOT SUPPLIED - NOTHING RELEASED'
024700     WRITE SR-REPORT-LINE.
024800     CLOSE SUSPOLD.
024900     CLOSE SUSPNEW.
024950     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
025000     CLOSE SRELRPT.
025100     IF SL-CLSMSTR-AVAILABLE
025200         CLOSE CLSMSTR
025300     END-IF.
025400 9000-EXIT.
025500     EXIT.
025600******************************************************************
025700*    9500-CHECK-STEP-LEDGER -- REFUSE THE RUN UNLESS STEPLOG     *
025800*    SHOWS EVERY PREDECESSOR COMPLETE FOR THE RUN DATE AND       *
025900*    CYCLE AND THIS STEP NOT ALREADY COMPLETE; AN OPERATOR       *
026000*    OVERRIDE CARD FOR THE STEP WAIVES THE CHECKS FOR A RERUN    *
026100******************************************************************
026200 9500-CHECK-STEP-LEDGER.
026300     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
026400     IF SL-OVERRIDE-GIVEN
026500         MOVE SPACES TO SR-REPORT-LINE
026600         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
026700                 DELIMITED BY SIZE
026800             SL-OVR-OPERATOR DELIMITED BY SIZE
026900             ' - '           DELIMITED BY SIZE
027000             SL-OVR-REASON   DELIMITED BY SIZE
027100             INTO SR-REPORT-LINE
027200         WRITE SR-REPORT-LINE
027300         GO TO 9500-EXIT.
027400     MOVE SPACES TO SL-LEDGER-CYCLES.
027500     MOVE 'N' TO SL-LOG-EOF-SWITCH.
027600     OPEN INPUT STEPLOG.
027700     IF SL-STEPLOG-OK
027800         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
027900             UNTIL SL-LOG-AT-END
028000         CLOSE STEPLOG
028100     END-IF.
028200     MOVE 1 TO SL-CYCLE-NO.
028300     PERFORM 9530-FIND-OPEN-CYCLE THRU 9530-EXIT
028400         UNTIL SL-CYCLE-FOUND.
028500     MOVE SL-LC-SELF (SL-CYCLE-NO) TO SL-SELF-STATE.
028600     IF SL-SELF-COMPLETE
028700         MOVE SL-STEP-NAME TO SL-CHECK-STEP
028800         MOVE SL-SELF-STATE TO SL-CHECK-STATE
028900         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
029000     END-IF.
029100     IF SL-CHECK-FAILED
029200         MOVE SPACES TO SR-REPORT-LINE
029300         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
029400             DELIMITED BY SIZE INTO SR-REPORT-LINE
029500         WRITE SR-REPORT-LINE
029600         SET SL-STEP-REFUSED TO TRUE
029700         MOVE 8 TO RETURN-CODE
029800     END-IF.
029900 9500-EXIT.
030000     EXIT.
030100******************************************************************
030200*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
030300*    ONE NAMING THIS STEP FOR THE RUN DATE IS HONORED            *
030400******************************************************************
030500 9510-READ-OVERRIDE-CARD.
030600     OPEN INPUT STEPOVR.
030700     IF NOT SL-STEPOVR-OK
030800         GO TO 9510-EXIT.
030900     MOVE 'N' TO SL-OVR-EOF-SWITCH.
031000     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
031100         UNTIL SL-OVR-AT-END.
031200     CLOSE STEPOVR.
031300 9510-EXIT.
031400     EXIT.
031500******************************************************************
031600*    9515-READ-ONE-OVERRIDE                                      *
031700******************************************************************
031800 9515-READ-ONE-OVERRIDE.
031900     READ STEPOVR
032000         AT END
032100             SET SL-OVR-AT-END TO TRUE
032200     END-READ.
032300     IF SL-OVR-AT-END
032400         GO TO 9515-EXIT.
032500     IF JO-STEP-NAME = SL-STEP-NAME
032600             AND JO-RUN-DATE = SL-RUN-DATE
032700         SET SL-OVERRIDE-GIVEN TO TRUE
032800         MOVE JO-OPERATOR TO SL-OVR-OPERATOR
032900         MOVE JO-REASON   TO SL-OVR-REASON
033000         MOVE JO-CYCLE-NO TO SL-CYCLE-NO
033100         IF SL-CYCLE-NO = ZERO
033200             MOVE 1 TO SL-CYCLE-NO
033300         END-IF
033400     END-IF.
033500 9515-EXIT.
033600     EXIT.
033700******************************************************************
033800*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
033900*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
034000******************************************************************
034100 9520-NOTE-ONE-LEDGER.
034200     READ STEPLOG
034300         AT END
034400             SET SL-LOG-AT-END TO TRUE
034500     END-READ.
034600     IF SL-LOG-AT-END
034700         GO TO 9520-EXIT.
034800     IF JL-RUN-DATE NOT = SL-RUN-DATE
034900         GO TO 9520-EXIT.
035000     IF JL-CYCLE-NO = ZERO
035100         GO TO 9520-EXIT.
035200     EVALUATE TRUE
035300         WHEN JL-STEP-NAME = SL-STEP-NAME
035400             MOVE JL-STEP-STATUS TO SL-LC-SELF (JL-CYCLE-NO)
035500     END-EVALUATE.
035600 9520-EXIT.
035700     EXIT.
035800******************************************************************
035900*    9530-FIND-OPEN-CYCLE -- STOP AT THE FIRST CYCLE THIS STEP   *
036000*    HAS NOT COMPLETED TODAY                                     *
036100******************************************************************
036200 9530-FIND-OPEN-CYCLE.
036300     IF SL-LC-SELF (SL-CYCLE-NO) NOT = 'C'
036400             OR SL-CYCLE-NO = 99
036500         SET SL-CYCLE-FOUND TO TRUE
036600     ELSE
036700         ADD 1 TO SL-CYCLE-NO
036800     END-IF.
036900 9530-EXIT.
037000     EXIT.
037100******************************************************************
037200*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
037300******************************************************************
037400 9580-WRITE-CHECK-LINE.
037500     SET SL-CHECK-FAILED TO TRUE.
037600     EVALUATE SL-CHECK-STATE
037700         WHEN 'C'
037800             MOVE ' ALREADY COMPLETE' TO SL-CHECK-TEXT
037900         WHEN 'F'
038000             MOVE ' FAILED'           TO SL-CHECK-TEXT
038100         WHEN OTHER
038200             MOVE ' NOT COMPLETE'     TO SL-CHECK-TEXT
038300     END-EVALUATE.
038400     MOVE SPACES TO SR-REPORT-LINE.
038500     STRING '*** '        DELIMITED BY SIZE
038600         SL-CHECK-STEP    DELIMITED BY SPACE
038700         SL-CHECK-TEXT    DELIMITED BY '  '
038800         ' FOR '          DELIMITED BY SIZE
038900         SL-RUN-DATE      DELIMITED BY SIZE
039000         ' CYCLE '        DELIMITED BY SIZE
039100         SL-CYCLE-NO      DELIMITED BY SIZE
039200         ' ***'           DELIMITED BY SIZE
039300         INTO SR-REPORT-LINE.
039400     WRITE SR-REPORT-LINE.
039500 9580-EXIT.
039600     EXIT.
039700******************************************************************
039800*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
039900*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
040000*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
040100******************************************************************
040200 9900-RECORD-STEP-LEDGER.
040300     ACCEPT SL-END-DATE FROM DATE YYYYMMDD.
040400     ACCEPT SL-END-TIME FROM TIME.
040500     MOVE SPACES TO JL-STEP-RECORD.
040600     MOVE SL-RUN-DATE       TO JL-RUN-DATE.
040700     MOVE SL-CYCLE-NO       TO JL-CYCLE-NO.
040800     MOVE SL-STEP-NAME      TO JL-STEP-NAME.
040900     MOVE SPACES            TO JL-STREAM-ID.
041000     MOVE RETURN-CODE       TO JL-STEP-RC.
041100     IF RETURN-CODE > 4
041200         SET JL-STEP-FAILED   TO TRUE
041300     ELSE
041400         SET JL-STEP-COMPLETE TO TRUE
041500     END-IF.
041600     MOVE SL-END-DATE       TO JL-END-DATE.
041700     MOVE SL-END-TIME (1:6) TO JL-END-TIME.
041800     MOVE SL-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
041900     OPEN EXTEND STEPLOG.
041910     IF NOT SL-STEPLOG-OK
041920         MOVE SPACES TO SR-REPORT-LINE
041930         STRING 'STEPLOG OPEN FAILED STATUS '
041940             DELIMITED BY SIZE
041950             SL-STEPLOG-STATUS DELIMITED BY SIZE
041960             INTO SR-REPORT-LINE
041970         WRITE SR-REPORT-LINE
041980         MOVE 8 TO RETURN-CODE
041990         GO TO 9900-EXIT.
042000     WRITE JL-STEP-RECORD.
042100     CLOSE STEPLOG.
042200 9900-EXIT.
042300     EXIT.
