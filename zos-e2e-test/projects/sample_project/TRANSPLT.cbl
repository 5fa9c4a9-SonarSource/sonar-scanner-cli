002800*                  CAN PASS DOWNSTREAM. THE SPLIT REPORT SHOWS
002900*                  THE REGION-TO-STREAM ASSIGNMENTS FOR THE
003000*                  OPERATOR SCHEDULING THE PARALLEL RUNS.
003010* 2026-10-15 RH    EACH STREAM'S COPY OF THE DAY'S HEADER IS NOW
003020*                  STAMPED WITH ITS REGION AS THE STREAM ID. THE
003030*                  RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
003040*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
003050*                  TIME; ONCE THE HEADER IS PROVED THE LEDGER MUST
003060*                  SHOW SUSPMRG COMPLETE FOR THE CYCLE AND THIS
003070*                  STEP NOT ALREADY COMPLETE, OR THE RUN IS
003080*                  REFUSED RC 8 BEFORE ANY STREAM IS OPENED UNLESS
003090*                  A STEPOVR OPERATOR OVERRIDE CARD IS SUPPLIED.
003092* 2026-10-15 RH    A 'V' REVERSAL RECORD IS ROUTED TO ITS REGION'S
003094*                  STREAM AND PROVED LIKE A DETAIL.
003097* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT SPLTRPT  ASSIGN TO SPLTRPT
006100         ORGANIZATION IS SEQUENTIAL.
006110     SELECT STEPLOG  ASSIGN TO STEPLOG
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS SP-STEPLOG-STATUS.
006140     SELECT STEPOVR  ASSIGN TO STEPOVR
006150         ORGANIZATION IS SEQUENTIAL
006160         FILE STATUS IS SP-STEPOVR-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TRANIN
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600     COPY SUMLINE.
011610 FD  STEPLOG
011620     RECORDING MODE IS F
011630     LABEL RECORDS ARE STANDARD.
011640     COPY STEPREC.
011650 FD  STEPOVR
011660     RECORDING MODE IS F
011670     LABEL RECORDS ARE STANDARD.
011680     COPY STEPOVR.
011700 WORKING-STORAGE SECTION.
011800******************************************************************
011900*    SWITCHES
013000     05  SP-OVERFLOW-SW          PIC X(01)  VALUE 'N'.
013100         88  SP-RGN-OVERFLOW                VALUE 'Y'.
013200 01  SP-RUN-DATE                 PIC 9(08)           VALUE ZERO.
013250 01  SP-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
013300 01  SP-SLOT                     PIC 9(02) COMP VALUE ZERO.
013400******************************************************************
013500*    SAVED HEADER IMAGE AND BUILT TRAILER -- BOTH IN THE         *
013600*    TRANREC LAYOUT, WRITTEN TO EVERY OPENED STREAM              *
013700******************************************************************
013800 01  SP-HEADER-IMAGE             PIC X(74)           VALUE SPACES.
013810 01  SP-HEADER-FIELDS            REDEFINES SP-HEADER-IMAGE.
013820     05  FILLER                  PIC X(19).
013830     05  SP-HDR-STREAM-ID        PIC X(03).
013840     05  FILLER                  PIC X(52).
013850 01  SP-STREAM-RECORD            PIC X(74)           VALUE SPACES.
013900 01  SP-TRAILER-RECORD.
014000     05  SP-TRL-REC-TYPE         PIC X(01).
016700 01  SP-COUNT-ED                 PIC ZZZZZZZZ9.
016800 01  SP-HASH-ED                  PIC Z(14)9-.
016900 01  SP-SLOT-ED                  PIC Z9.
016902******************************************************************
016904*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
016906*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
016908*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
016910******************************************************************
016912 01  SP-STEPLOG-STATUS           PIC X(02).
016914     88  SP-STEPLOG-OK                      VALUE '00'.
016916 01  SP-STEPOVR-STATUS           PIC X(02).
016918     88  SP-STEPOVR-OK                      VALUE '00'.
016920 01  SP-LEDGER-SWITCHES.
016922     05  SP-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
016924         88  SP-LOG-AT-END                  VALUE 'Y'.
016926     05  SP-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
016928         88  SP-OVR-AT-END                  VALUE 'Y'.
016930     05  SP-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
016932         88  SP-OVERRIDE-GIVEN              VALUE 'Y'.
016934     05  SP-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
016936         88  SP-CHECK-FAILED                VALUE 'Y'.
016938     05  SP-REFUSED-SW           PIC X(01)  VALUE 'N'.
016940         88  SP-STEP-REFUSED                VALUE 'Y'.
016942 01  SP-STEP-NAME                PIC X(12)  VALUE 'TRANSPLT'.
016944 01  SP-SELF-STATE               PIC X(01)  VALUE SPACE.
016946     88  SP-SELF-COMPLETE                   VALUE 'C'.
016948 01  SP-SUSPMRG-STATE            PIC X(01)  VALUE SPACE.
016950     88  SP-SUSPMRG-COMPLETE                VALUE 'C'.
016952     88  SP-SUSPMRG-FAILED                  VALUE 'F'.
016954 01  SP-CHECK-STEP               PIC X(12)  VALUE SPACES.
016956 01  SP-CHECK-STATE              PIC X(01)  VALUE SPACE.
016958 01  SP-CHECK-TEXT               PIC X(20)  VALUE SPACES.
016960 01  SP-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
016962 01  SP-OVR-REASON               PIC X(40)  VALUE SPACES.
016964 01  SP-END-DATE                 PIC 9(08)  VALUE ZERO.
016966 01  SP-END-TIME                 PIC 9(08)  VALUE ZERO.
017000 PROCEDURE DIVISION.
017100******************************************************************
017200*    0000-MAINLINE                                               *
017300******************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017520     IF SP-STEP-REFUSED
017540         CLOSE TRANIN
017560         CLOSE SPLTRPT
017580         STOP RUN.
017600     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
017700         UNTIL SP-AT-END.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000******************************************************************
018100*    1000-INITIALIZE -- OPEN FILES AND PROVE THE DAY FILE'S      *
018200*    HEADER BEFORE ANYTHING IS SPLIT FROM IT; A PROVED HEADER    *
018250*    GIVES THE RUN ITS CYCLE FOR THE STEP LEDGER CHECK           *
018300******************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT SP-RUN-DATE FROM DATE YYYYMMDD.
019200     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
019300     PERFORM 1200-VERIFY-HEADER THRU 1200-EXIT.
019400     IF NOT SP-FILE-REJECTED
019420         PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT
019440     END-IF.
019460     IF NOT SP-FILE-REJECTED AND NOT SP-STEP-REFUSED
019500         PERFORM 1100-READ-TRANIN THRU 1100-EXIT
019600     END-IF.
019700 1000-EXIT.
023100         MOVE 8 TO RETURN-CODE
023200         GO TO 1200-EXIT.
023300     MOVE TI-TRAN-RECORD TO SP-HEADER-IMAGE.
023320     MOVE TI-HDR-CYCLE-NO TO SP-CYCLE-NO.
023340     IF SP-CYCLE-NO = ZERO
023360         MOVE 1 TO SP-CYCLE-NO
023380     END-IF.
023400 1200-EXIT.
023500     EXIT.
023600******************************************************************
024000******************************************************************
024100 2000-SPLIT-ONE-RECORD.
024200     EVALUATE TRUE
024300         WHEN TI-POSTING-REC
024400             ADD 1       TO SP-DETAIL-READ-COUNT
024500             ADD TI-NUM1 TO SP-HASH-ACCUM
024600             PERFORM 2100-ROUTE-DETAIL THRU 2100-EXIT
028100             SET SP-RGN-FOUND TO TRUE
028200             SET SP-SLOT TO SP-RGN-IDX
028300             PERFORM 2200-OPEN-ONE-STREAM THRU 2200-EXIT
028350             MOVE TI-REGION TO SP-HDR-STREAM-ID
028400             MOVE SP-HEADER-IMAGE TO SP-STREAM-RECORD
028600             PERFORM 2300-WRITE-TO-STREAM THRU 2300-EXIT
028700         ELSE
038800     END-IF.
038900     PERFORM 9300-CLOSE-STREAM-FILES THRU 9300-EXIT.
039000     CLOSE TRANIN.
039020     IF SP-CYCLE-NO > ZERO
039040         PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT
039060     END-IF.
039100     CLOSE SPLTRPT.
039200 9000-EXIT.
039300     EXIT.
050500     END-IF.
050600 9300-EXIT.
050700     EXIT.
050800******************************************************************
050900*    9500-CHECK-STEP-LEDGER -- REFUSE THE RUN UNLESS STEPLOG     *
051000*    SHOWS EVERY PREDECESSOR COMPLETE FOR THE RUN DATE AND       *
051100*    CYCLE AND THIS STEP NOT ALREADY COMPLETE; AN OPERATOR       *
051200*    OVERRIDE CARD FOR THE STEP WAIVES THE CHECKS FOR A RERUN    *
051300******************************************************************
051400 9500-CHECK-STEP-LEDGER.
051500     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
051600     IF SP-OVERRIDE-GIVEN
051700         MOVE SPACES TO SR-REPORT-LINE
051800         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
051900                 DELIMITED BY SIZE
052000             SP-OVR-OPERATOR DELIMITED BY SIZE
052100             ' - '           DELIMITED BY SIZE
052200             SP-OVR-REASON   DELIMITED BY SIZE
052300             INTO SR-REPORT-LINE
052400         WRITE SR-REPORT-LINE
052500         GO TO 9500-EXIT.
052600     MOVE 'N' TO SP-LOG-EOF-SWITCH.
052700     OPEN INPUT STEPLOG.
052800     IF SP-STEPLOG-OK
052900         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
053000             UNTIL SP-LOG-AT-END
053100         CLOSE STEPLOG
053200     END-IF.
053300     IF SP-SELF-COMPLETE
053400         MOVE SP-STEP-NAME TO SP-CHECK-STEP
053500         MOVE SP-SELF-STATE TO SP-CHECK-STATE
053600         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
053700     END-IF.
053800     IF NOT SP-SUSPMRG-COMPLETE
053900         MOVE 'SUSPMRG' TO SP-CHECK-STEP
054000         MOVE SP-SUSPMRG-STATE TO SP-CHECK-STATE
054100         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
054200     END-IF.
054300     IF SP-CHECK-FAILED
054400         MOVE SPACES TO SR-REPORT-LINE
054500         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
054600             DELIMITED BY SIZE INTO SR-REPORT-LINE
054700         WRITE SR-REPORT-LINE
054800         SET SP-STEP-REFUSED TO TRUE
054900         MOVE 8 TO RETURN-CODE
055000     END-IF.
055100 9500-EXIT.
055200     EXIT.
055300******************************************************************
055400*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
055500*    ONE NAMING THIS STEP FOR THE RUN DATE AND CYCLE IS HONORED  *
055600******************************************************************
055700 9510-READ-OVERRIDE-CARD.
055800     OPEN INPUT STEPOVR.
055900     IF NOT SP-STEPOVR-OK
056000         GO TO 9510-EXIT.
056100     MOVE 'N' TO SP-OVR-EOF-SWITCH.
056200     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
056300         UNTIL SP-OVR-AT-END.
056400     CLOSE STEPOVR.
056500 9510-EXIT.
056600     EXIT.
056700******************************************************************
056800*    9515-READ-ONE-OVERRIDE                                      *
056900******************************************************************
057000 9515-READ-ONE-OVERRIDE.
057100     READ STEPOVR
057200         AT END
057300             SET SP-OVR-AT-END TO TRUE
057400     END-READ.
057500     IF SP-OVR-AT-END
057600         GO TO 9515-EXIT.
057700     IF JO-STEP-NAME = SP-STEP-NAME
057800             AND JO-RUN-DATE = SP-RUN-DATE
057900             AND JO-CYCLE-NO = SP-CYCLE-NO
058000         SET SP-OVERRIDE-GIVEN TO TRUE
058100         MOVE JO-OPERATOR TO SP-OVR-OPERATOR
058200         MOVE JO-REASON   TO SP-OVR-REASON
058300     END-IF.
058400 9515-EXIT.
058500     EXIT.
058600******************************************************************
058700*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
058800*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
058900******************************************************************
059000 9520-NOTE-ONE-LEDGER.
059100     READ STEPLOG
059200         AT END
059300             SET SP-LOG-AT-END TO TRUE
059400     END-READ.
059500     IF SP-LOG-AT-END
059600         GO TO 9520-EXIT.
059700     IF JL-RUN-DATE NOT = SP-RUN-DATE
059800         GO TO 9520-EXIT.
059900     IF JL-CYCLE-NO NOT = SP-CYCLE-NO
060000         GO TO 9520-EXIT.
060100     EVALUATE TRUE
060200         WHEN JL-STEP-NAME = SP-STEP-NAME
060300             MOVE JL-STEP-STATUS TO SP-SELF-STATE
060400         WHEN JL-STEP-NAME = 'SUSPMRG'
060500             MOVE JL-STEP-STATUS TO SP-SUSPMRG-STATE
060600     END-EVALUATE.
060700 9520-EXIT.
060800     EXIT.
060900******************************************************************
061000*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
061100******************************************************************
061200 9580-WRITE-CHECK-LINE.
061300     SET SP-CHECK-FAILED TO TRUE.
061400     EVALUATE SP-CHECK-STATE
061500         WHEN 'C'
061600             MOVE ' ALREADY COMPLETE' TO SP-CHECK-TEXT
061700         WHEN 'F'
061800             MOVE ' FAILED'           TO SP-CHECK-TEXT
061900         WHEN OTHER
062000             MOVE ' NOT COMPLETE'     TO SP-CHECK-TEXT
062100     END-EVALUATE.
062200     MOVE SPACES TO SR-REPORT-LINE.
062300     STRING '*** '        DELIMITED BY SIZE
062400         SP-CHECK-STEP    DELIMITED BY SPACE
062500         SP-CHECK-TEXT    DELIMITED BY '  '
062600         ' FOR '          DELIMITED BY SIZE
062700         SP-RUN-DATE      DELIMITED BY SIZE
062800         ' CYCLE '        DELIMITED BY SIZE
062900         SP-CYCLE-NO      DELIMITED BY SIZE
063000         ' ***'           DELIMITED BY SIZE
063100         INTO SR-REPORT-LINE.
063200     WRITE SR-REPORT-LINE.
063300 9580-EXIT.
063400     EXIT.
063500******************************************************************
063600*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
063700*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
063800*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
063900******************************************************************
064000 9900-RECORD-STEP-LEDGER.
064100     ACCEPT SP-END-DATE FROM DATE YYYYMMDD.
064200     ACCEPT SP-END-TIME FROM TIME.
064300     MOVE SPACES TO JL-STEP-RECORD.
064400     MOVE SP-RUN-DATE       TO JL-RUN-DATE.
064500     MOVE SP-CYCLE-NO       TO JL-CYCLE-NO.
064600     MOVE SP-STEP-NAME      TO JL-STEP-NAME.
064700     MOVE SPACES            TO JL-STREAM-ID.
064800     MOVE RETURN-CODE       TO JL-STEP-RC.
064900     IF RETURN-CODE > 4
065000         SET JL-STEP-FAILED   TO TRUE
065100     ELSE
065200         SET JL-STEP-COMPLETE TO TRUE
065300     END-IF.
065400     MOVE SP-END-DATE       TO JL-END-DATE.
065500     MOVE SP-END-TIME (1:6) TO JL-END-TIME.
065600     MOVE SP-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
065700     OPEN EXTEND STEPLOG.
065710     IF NOT SP-STEPLOG-OK
065720         MOVE SPACES TO SR-REPORT-LINE
065730         STRING 'STEPLOG OPEN FAILED STATUS '
065740             DELIMITED BY SIZE
065750             SP-STEPLOG-STATUS DELIMITED BY SIZE
065760             INTO SR-REPORT-LINE
065770         WRITE SR-REPORT-LINE
065780         MOVE 8 TO RETURN-CODE
065790         GO TO 9900-EXIT.
065800     WRITE JL-STEP-RECORD.
065900     CLOSE STEPLOG.
066000 9900-EXIT.
066100     EXIT.
