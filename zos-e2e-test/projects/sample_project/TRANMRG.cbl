002960*                  HEADER CARRIES A DIFFERENT CYCLE FAILS ITS
002970*                  PROOF AND IS EXCLUDED LIKE ANY OTHER
002980*                  CONTROL BREAK.
002981* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002982*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002983*                  TIME. ONCE THE SOURCES ARE PROVED AND THE CYCLE
002984*                  IS KNOWN THE LEDGER IS CHECKED, AND A RUN
002985*                  ALREADY COMPLETE FOR THE DATE AND CYCLE IS
002986*                  REFUSED RC 8 BEFORE THE MERGED FILE IS OPENED
002987*                  UNLESS A STEPOVR OPERATOR OVERRIDE CARD IS
002988*                  SUPPLIED. THE MERGED FILE IS NOW OPENED WITH
002989*                  ITS HEADER.
002990* 2026-10-15 RH    THE MERGED-FILE TOTALS AND EACH SUPPLIED
002991*                  SOURCE'S DISPOSITION, DETAIL COUNT AND NUM1
002992*                  HASH ARE NOW APPENDED TO THE CTLTOT CONTROL
002993*                  TOTALS FILE FOR THE DATE AND CYCLE SO THE
002994*                  DAYBAL BALANCING STEP CAN TIE THE SOURCES
002995*                  THROUGH TO THE GENERAL LEDGER.
002996* 2026-10-15 RH    A 'V' REVERSAL RECORD IS COUNTED, HASHED AND
002997*                  COPIED INTO THE MERGED FILE THE SAME AS A
002998*                  DETAIL.
002999* 2026-10-15 RH    STEPLOG AND CTLTOT I/O FAILURES REPORTED, RC 8.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT TMRGRPT  ASSIGN TO TMRGRPT
004900         ORGANIZATION IS SEQUENTIAL.
004910     SELECT STEPLOG  ASSIGN TO STEPLOG
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS TM-STEPLOG-STATUS.
004940     SELECT STEPOVR  ASSIGN TO STEPOVR
004950         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS TM-STEPOVR-STATUS.
004970     SELECT CTLTOT   ASSIGN TO CTLTOT
004980         ORGANIZATION IS SEQUENTIAL
004990         FILE STATUS IS TM-CTLTOT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SRCIN1
005900             ==TI-HEADER-REC==  BY ==S1-HEADER-REC==
006000             ==TI-DETAIL-REC==  BY ==S1-DETAIL-REC==
006100             ==TI-TRAILER-REC== BY ==S1-TRAILER-REC==
006120             ==TI-REVERSAL-REC== BY ==S1-REVERSAL-REC==
006140             ==TI-POSTING-REC==  BY ==S1-POSTING-REC==
006200             ==TI-DETAIL==      BY ==S1-DETAIL==
006300             ==TI-NUM1==        BY ==S1-NUM1==
006400             ==TI-NUM2==        BY ==S1-NUM2==
007000             ==TI-REGION==      BY ==S1-REGION==
007100             ==TI-TRAN-ID==     BY ==S1-TRAN-ID==
007200             ==TI-ORIG-DATE==   BY ==S1-ORIG-DATE==
007220             ==TI-REVERSAL==    BY ==S1-REVERSAL==
007240             ==TI-REV-ORIG-TRAN-ID==
007260                                BY ==S1-REV-ORIG-TRAN-ID==
007300             ==TI-HEADER==      BY ==S1-HEADER==
007400             ==TI-HDR-CREATE-DATE== BY ==S1-HDR-CREATE-DATE==
007500             ==TI-HDR-SOURCE-SYS==  BY ==S1-HDR-SOURCE-SYS==
007510             ==TI-HDR-CYCLE-NO==    BY ==S1-HDR-CYCLE-NO==
007530             ==TI-HDR-STREAM-ID==   BY ==S1-HDR-STREAM-ID==
007600             ==TI-TRAILER==     BY ==S1-TRAILER==
007700             ==TI-TRL-DETAIL-COUNT==
007800                                BY ==S1-TRL-DETAIL-COUNT==
008700             ==TI-HEADER-REC==  BY ==S2-HEADER-REC==
008800             ==TI-DETAIL-REC==  BY ==S2-DETAIL-REC==
008900             ==TI-TRAILER-REC== BY ==S2-TRAILER-REC==
008920             ==TI-REVERSAL-REC== BY ==S2-REVERSAL-REC==
008940             ==TI-POSTING-REC==  BY ==S2-POSTING-REC==
009000             ==TI-DETAIL==      BY ==S2-DETAIL==
009100             ==TI-NUM1==        BY ==S2-NUM1==
009200             ==TI-NUM2==        BY ==S2-NUM2==
009800             ==TI-REGION==      BY ==S2-REGION==
009900             ==TI-TRAN-ID==     BY ==S2-TRAN-ID==
010000             ==TI-ORIG-DATE==   BY ==S2-ORIG-DATE==
010020             ==TI-REVERSAL==    BY ==S2-REVERSAL==
010040             ==TI-REV-ORIG-TRAN-ID==
010060                                BY ==S2-REV-ORIG-TRAN-ID==
010100             ==TI-HEADER==      BY ==S2-HEADER==
010200             ==TI-HDR-CREATE-DATE== BY ==S2-HDR-CREATE-DATE==
010300             ==TI-HDR-SOURCE-SYS==  BY ==S2-HDR-SOURCE-SYS==
010310             ==TI-HDR-CYCLE-NO==    BY ==S2-HDR-CYCLE-NO==
010330             ==TI-HDR-STREAM-ID==   BY ==S2-HDR-STREAM-ID==
010400             ==TI-TRAILER==     BY ==S2-TRAILER==
010500             ==TI-TRL-DETAIL-COUNT==
010600                                BY ==S2-TRL-DETAIL-COUNT==
011500             ==TI-HEADER-REC==  BY ==S3-HEADER-REC==
011600             ==TI-DETAIL-REC==  BY ==S3-DETAIL-REC==
011700             ==TI-TRAILER-REC== BY ==S3-TRAILER-REC==
011720             ==TI-REVERSAL-REC== BY ==S3-REVERSAL-REC==
011740             ==TI-POSTING-REC==  BY ==S3-POSTING-REC==
011800             ==TI-DETAIL==      BY ==S3-DETAIL==
011900             ==TI-NUM1==        BY ==S3-NUM1==
012000             ==TI-NUM2==        BY ==S3-NUM2==
012600             ==TI-REGION==      BY ==S3-REGION==
012700             ==TI-TRAN-ID==     BY ==S3-TRAN-ID==
012800             ==TI-ORIG-DATE==   BY ==S3-ORIG-DATE==
012820             ==TI-REVERSAL==    BY ==S3-REVERSAL==
012840             ==TI-REV-ORIG-TRAN-ID==
012860                                BY ==S3-REV-ORIG-TRAN-ID==
012900             ==TI-HEADER==      BY ==S3-HEADER==
013000             ==TI-HDR-CREATE-DATE== BY ==S3-HDR-CREATE-DATE==
013100             ==TI-HDR-SOURCE-SYS==  BY ==S3-HDR-SOURCE-SYS==
013110             ==TI-HDR-CYCLE-NO==    BY ==S3-HDR-CYCLE-NO==
013130             ==TI-HDR-STREAM-ID==   BY ==S3-HDR-STREAM-ID==
013200             ==TI-TRAILER==     BY ==S3-TRAILER==
013300             ==TI-TRL-DETAIL-COUNT==
013400                                BY ==S3-TRL-DETAIL-COUNT==
014300             ==TI-HEADER-REC==  BY ==MG-HEADER-REC==
014400             ==TI-DETAIL-REC==  BY ==MG-DETAIL-REC==
014500             ==TI-TRAILER-REC== BY ==MG-TRAILER-REC==
014520             ==TI-REVERSAL-REC== BY ==MG-REVERSAL-REC==
014540             ==TI-POSTING-REC==  BY ==MG-POSTING-REC==
014600             ==TI-DETAIL==      BY ==MG-DETAIL==
014700             ==TI-NUM1==        BY ==MG-NUM1==
014800             ==TI-NUM2==        BY ==MG-NUM2==
015400             ==TI-REGION==      BY ==MG-REGION==
015500             ==TI-TRAN-ID==     BY ==MG-TRAN-ID==
015600             ==TI-ORIG-DATE==   BY ==MG-ORIG-DATE==
015620             ==TI-REVERSAL==    BY ==MG-REVERSAL==
015640             ==TI-REV-ORIG-TRAN-ID==
015660                                BY ==MG-REV-ORIG-TRAN-ID==
015700             ==TI-HEADER==      BY ==MG-HEADER==
015800             ==TI-HDR-CREATE-DATE== BY ==MG-HDR-CREATE-DATE==
015900             ==TI-HDR-SOURCE-SYS==  BY ==MG-HDR-SOURCE-SYS==
015910             ==TI-HDR-CYCLE-NO==    BY ==MG-HDR-CYCLE-NO==
015930             ==TI-HDR-STREAM-ID==   BY ==MG-HDR-STREAM-ID==
016000             ==TI-TRAILER==     BY ==MG-TRAILER==
016100             ==TI-TRL-DETAIL-COUNT==
016200                                BY ==MG-TRL-DETAIL-COUNT==
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD.
016700     COPY SUMLINE.
016710 FD  STEPLOG
016720     RECORDING MODE IS F
016730     LABEL RECORDS ARE STANDARD.
016740     COPY STEPREC.
016750 FD  STEPOVR
016760     RECORDING MODE IS F
016770     LABEL RECORDS ARE STANDARD.
016780     COPY STEPOVR.
016782 FD  CTLTOT
016784     RECORDING MODE IS F
016786     LABEL RECORDS ARE STANDARD.
016788     COPY CTLTREC.
016800 WORKING-STORAGE SECTION.
016900******************************************************************
017000*    CURRENT SOURCE RECORD -- EVERY SOURCE READ LANDS HERE SO    *
021500 01  TM-HASH-ACCUM-ED            PIC Z(14)9-.
021600 01  TM-OUT-COUNT-ED             PIC ZZZZZZZZ9.
021700 01  TM-OUT-HASH-ED              PIC Z(14)9-.
021702******************************************************************
021704*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
021706*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
021708*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
021710******************************************************************
021712 01  TM-STEPLOG-STATUS           PIC X(02).
021714     88  TM-STEPLOG-OK                      VALUE '00'.
021716 01  TM-STEPOVR-STATUS           PIC X(02).
021718     88  TM-STEPOVR-OK                      VALUE '00'.
021720 01  TM-LEDGER-SWITCHES.
021722     05  TM-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021724         88  TM-LOG-AT-END                  VALUE 'Y'.
021726     05  TM-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021728         88  TM-OVR-AT-END                  VALUE 'Y'.
021730     05  TM-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
021732         88  TM-OVERRIDE-GIVEN              VALUE 'Y'.
021734     05  TM-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
021736         88  TM-CHECK-FAILED                VALUE 'Y'.
021738     05  TM-REFUSED-SW           PIC X(01)  VALUE 'N'.
021740         88  TM-STEP-REFUSED                VALUE 'Y'.
021742 01  TM-STEP-NAME                PIC X(12)  VALUE 'TRANMRG'.
021744 01  TM-SELF-STATE               PIC X(01)  VALUE SPACE.
021746     88  TM-SELF-COMPLETE                   VALUE 'C'.
021748 01  TM-CHECK-STEP               PIC X(12)  VALUE SPACES.
021750 01  TM-CHECK-STATE              PIC X(01)  VALUE SPACE.
021752 01  TM-CHECK-TEXT               PIC X(20)  VALUE SPACES.
021754 01  TM-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
021756 01  TM-OVR-REASON               PIC X(40)  VALUE SPACES.
021758 01  TM-END-DATE                 PIC 9(08)  VALUE ZERO.
021760 01  TM-END-TIME                 PIC 9(08)  VALUE ZERO.
021761 01  TM-CTLTOT-STATUS            PIC X(02).
021762     88  TM-CTLTOT-OK                       VALUE '00'.
021764******************************************************************
021768*    SOURCE FIGURES KEPT FOR THE CONTROL TOTALS FILE -- ONE      *
021772*    ENTRY PER SOURCE, FILLED AS EACH SOURCE IS PROVED           *
021776******************************************************************
021780 01  TM-SRC-FIGURES.
021784     05  TM-SF-ENTRY             OCCURS 3 TIMES.
021788         10  TM-SF-SYS           PIC X(08).
021792         10  TM-SF-COUNT         PIC 9(9)  COMP.
021796         10  TM-SF-HASH          PIC S9(15) COMP-3.
021800 PROCEDURE DIVISION.
021900******************************************************************
022000*    0000-MAINLINE                                               *
022400     PERFORM 2000-VERIFY-ONE-SOURCE THRU 2000-EXIT
022500         VARYING TM-SOURCE-NUM FROM 1 BY 1
022600         UNTIL TM-SOURCE-NUM > 3.
022602     IF TM-CYCLE-NO = ZERO
022604         MOVE 1 TO TM-CYCLE-NO
022606     END-IF.
022608     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
022610     IF TM-STEP-REFUSED
022612         CLOSE TMRGRPT
022614         STOP RUN.
022620     PERFORM 3000-WRITE-MERGED-HEADER THRU 3000-EXIT.
022640     PERFORM 4000-COPY-ONE-SOURCE THRU 4000-EXIT
022660         VARYING TM-SOURCE-NUM FROM 1 BY 1
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022800     STOP RUN.
022900******************************************************************
023000*    1000-INITIALIZE -- OPEN THE RUN SUMMARY; THE MERGED FILE    *
023100*    IS NOT OPENED UNTIL THE STEP LEDGER CLEARS THE RUN          *
023200******************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT TM-RUN-DATE FROM DATE YYYYMMDD.
023600     OPEN OUTPUT TMRGRPT.
023700     MOVE SPACES TO SR-REPORT-LINE.
023800     STRING 'SOURCE CONSOLIDATION CONTROL SUMMARY'
029300             MOVE TM-SRC-CYCLE TO TM-CYCLE-NO
029400         END-IF
029600     END-IF.
029620     MOVE TM-SRC-SYS           TO TM-SF-SYS (TM-SOURCE-NUM).
029640     MOVE TM-DETAIL-READ-COUNT TO TM-SF-COUNT (TM-SOURCE-NUM).
029660     MOVE TM-HASH-ACCUM        TO TM-SF-HASH (TM-SOURCE-NUM).
029700     PERFORM 2900-WRITE-SOURCE-LINE THRU 2900-EXIT.
029800 2000-EXIT.
029900     EXIT.
037800******************************************************************
037900 2300-VERIFY-ONE-RECORD.
038000     EVALUATE TRUE
038100         WHEN TI-POSTING-REC
038200             ADD 1       TO TM-DETAIL-READ-COUNT
038300             ADD TI-NUM1 TO TM-HASH-ACCUM
038400         WHEN TI-TRAILER-REC
043600*    DROPPED IN FAVOR OF THE MERGED FILE'S OWN                   *
043700******************************************************************
043800 2700-COPY-ONE-RECORD.
043900     IF TI-POSTING-REC
044000         MOVE TI-TRAN-RECORD TO MG-TRAN-RECORD
044100         WRITE MG-TRAN-RECORD
044200         ADD 1       TO TM-OUT-DETAIL-COUNT
047840*    PROVEN SOURCES (CYCLE 1 WHEN NONE WAS SUPPLIED)             *
047850******************************************************************
047855 3000-WRITE-MERGED-HEADER.
047857     OPEN OUTPUT TRANOUT.
047860     IF TM-CYCLE-NO = ZERO
047865         MOVE 1 TO TM-CYCLE-NO
047870     END-IF.
047975     EXIT.
047980******************************************************************
048000*    9000-TERMINATE -- CLOSE THE MERGED FILE WITH ITS            *
048100*    RECOMPUTED TRAILER, WRITE THE RUN TOTALS, POST THE CONTROL  *
048150*    TOTALS AND CLOSE FILES                                      *
048200******************************************************************
048300 9000-TERMINATE.
048400     MOVE SPACES TO MG-TRAN-RECORD.
050800     END-IF.
050900     WRITE SR-REPORT-LINE.
051000     CLOSE TRANOUT.
051020     PERFORM 9700-WRITE-CONTROL-TOTALS THRU 9700-EXIT.
051050     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
051100     CLOSE TMRGRPT.
051200 9000-EXIT.
051300     EXIT.
051400******************************************************************
051500*    9500-CHECK-STEP-LEDGER -- THE SOURCES HAVE BEEN PROVED AND  *
051600*    THE RUN'S CYCLE IS KNOWN; REFUSE THE RUN IF STEPLOG         *
051700*    ALREADY SHOWS THIS STEP COMPLETE FOR THE RUN DATE AND       *
051800*    CYCLE, UNLESS AN OPERATOR OVERRIDE CARD WAIVES THE CHECK    *
051900*    FOR A RERUN                                                 *
052000******************************************************************
052100 9500-CHECK-STEP-LEDGER.
052200     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
052300     IF TM-OVERRIDE-GIVEN
052400         MOVE SPACES TO SR-REPORT-LINE
052500         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
052600                 DELIMITED BY SIZE
052700             TM-OVR-OPERATOR DELIMITED BY SIZE
052800             ' - '           DELIMITED BY SIZE
052900             TM-OVR-REASON   DELIMITED BY SIZE
053000             INTO SR-REPORT-LINE
053100         WRITE SR-REPORT-LINE
053200         GO TO 9500-EXIT.
053300     MOVE 'N' TO TM-LOG-EOF-SWITCH.
053400     OPEN INPUT STEPLOG.
053500     IF TM-STEPLOG-OK
053600         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
053700             UNTIL TM-LOG-AT-END
053800         CLOSE STEPLOG
053900     END-IF.
054000     IF TM-SELF-COMPLETE
054100         MOVE TM-STEP-NAME TO TM-CHECK-STEP
054200         MOVE TM-SELF-STATE TO TM-CHECK-STATE
054300         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
054400     END-IF.
054500     IF TM-CHECK-FAILED
054600         MOVE SPACES TO SR-REPORT-LINE
054700         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
054800             DELIMITED BY SIZE INTO SR-REPORT-LINE
054900         WRITE SR-REPORT-LINE
055000         SET TM-STEP-REFUSED TO TRUE
055100         MOVE 8 TO RETURN-CODE
055200     END-IF.
055300 9500-EXIT.
055400     EXIT.
055500******************************************************************
055600*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
055700*    ONE NAMING THIS STEP FOR THE RUN DATE AND CYCLE IS HONORED  *
055800******************************************************************
055900 9510-READ-OVERRIDE-CARD.
056000     OPEN INPUT STEPOVR.
056100     IF NOT TM-STEPOVR-OK
056200         GO TO 9510-EXIT.
056300     MOVE 'N' TO TM-OVR-EOF-SWITCH.
056400     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
056500         UNTIL TM-OVR-AT-END.
056600     CLOSE STEPOVR.
056700 9510-EXIT.
056800     EXIT.
056900******************************************************************
057000*    9515-READ-ONE-OVERRIDE                                      *
057100******************************************************************
057200 9515-READ-ONE-OVERRIDE.
057300     READ STEPOVR
057400         AT END
057500             SET TM-OVR-AT-END TO TRUE
057600     END-READ.
057700     IF TM-OVR-AT-END
057800         GO TO 9515-EXIT.
057900     IF JO-STEP-NAME = TM-STEP-NAME
058000             AND JO-RUN-DATE = TM-RUN-DATE
058100             AND JO-CYCLE-NO = TM-CYCLE-NO
058200         SET TM-OVERRIDE-GIVEN TO TRUE
058300         MOVE JO-OPERATOR TO TM-OVR-OPERATOR
058400         MOVE JO-REASON   TO TM-OVR-REASON
058500     END-IF.
058600 9515-EXIT.
058700     EXIT.
058800******************************************************************
058900*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
059000*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
059100******************************************************************
059200 9520-NOTE-ONE-LEDGER.
059300     READ STEPLOG
059400         AT END
059500             SET TM-LOG-AT-END TO TRUE
059600     END-READ.
059700     IF TM-LOG-AT-END
059800         GO TO 9520-EXIT.
059900     IF JL-RUN-DATE NOT = TM-RUN-DATE
060000         GO TO 9520-EXIT.
060100     IF JL-CYCLE-NO NOT = TM-CYCLE-NO
060200         GO TO 9520-EXIT.
060300     EVALUATE TRUE
060400         WHEN JL-STEP-NAME = TM-STEP-NAME
060500             MOVE JL-STEP-STATUS TO TM-SELF-STATE
060600     END-EVALUATE.
060700 9520-EXIT.
060800     EXIT.
060900******************************************************************
061000*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
061100******************************************************************
061200 9580-WRITE-CHECK-LINE.
061300     SET TM-CHECK-FAILED TO TRUE.
061400     EVALUATE TM-CHECK-STATE
061500         WHEN 'C'
061600             MOVE ' ALREADY COMPLETE' TO TM-CHECK-TEXT
061700         WHEN 'F'
061800             MOVE ' FAILED'           TO TM-CHECK-TEXT
061900         WHEN OTHER
062000             MOVE ' NOT COMPLETE'     TO TM-CHECK-TEXT
062100     END-EVALUATE.
062200     MOVE SPACES TO SR-REPORT-LINE.
062300     STRING '*** '        DELIMITED BY SIZE
062400         TM-CHECK-STEP    DELIMITED BY SPACE
062500         TM-CHECK-TEXT    DELIMITED BY '  '
062600         ' FOR '          DELIMITED BY SIZE
062700         TM-RUN-DATE      DELIMITED BY SIZE
062800         ' CYCLE '        DELIMITED BY SIZE
062900         TM-CYCLE-NO      DELIMITED BY SIZE
063000         ' ***'           DELIMITED BY SIZE
063100         INTO SR-REPORT-LINE.
063200     WRITE SR-REPORT-LINE.
063300 9580-EXIT.
063400     EXIT.
063402******************************************************************
063403*    9700-WRITE-CONTROL-TOTALS -- APPEND THE MERGED-FILE TOTALS  *
063404*    TO CTLTOT FOLLOWED BY ONE RECORD PER SOURCE SUPPLIED THIS   *
063405*    RUN; A SOURCE NOT SUPPLIED WRITES NOTHING. A CTLTOT THAT    *
063406*    CANNOT BE OPENED OR WRITTEN IS REPORTED AND ENDS THE RUN    *
063407*    RC 8                                                        *
063408******************************************************************
063409 9700-WRITE-CONTROL-TOTALS.
063410     OPEN EXTEND CTLTOT.
063411     IF NOT TM-CTLTOT-OK
063412         MOVE SPACES TO SR-REPORT-LINE
063413         STRING 'CTLTOT OPEN FAILED STATUS '
063414             DELIMITED BY SIZE
063415             TM-CTLTOT-STATUS DELIMITED BY SIZE
063416             INTO SR-REPORT-LINE
063417         WRITE SR-REPORT-LINE
063418         MOVE 8 TO RETURN-CODE
063419         GO TO 9700-EXIT.
063420     MOVE SPACES              TO KT-CONTROL-TOTAL-RECORD.
063421     MOVE TM-RUN-DATE         TO KT-RUN-DATE.
063422     MOVE TM-CYCLE-NO         TO KT-CYCLE-NO.
063423     MOVE TM-STEP-NAME        TO KT-STEP-NAME.
063424     SET KT-MERGED-TOTAL      TO TRUE.
063425     MOVE TM-OUT-DETAIL-COUNT TO KT-DETAIL-COUNT.
063426     MOVE TM-OUT-HASH         TO KT-HASH-TOTAL.
063427     WRITE KT-CONTROL-TOTAL-RECORD.
063428     PERFORM 9720-CHECK-CTLTOT-WRITE THRU 9720-EXIT.
063429     PERFORM 9710-WRITE-SOURCE-TOTAL THRU 9710-EXIT
063430         VARYING TM-SOURCE-NUM FROM 1 BY 1
063431         UNTIL TM-SOURCE-NUM > 3.
063432     CLOSE CTLTOT.
063433 9700-EXIT.
063434     EXIT.
063435******************************************************************
063436*    9710-WRITE-SOURCE-TOTAL -- ONE SOURCE'S DISPOSITION AND     *
063437*    THE COUNT AND HASH IT PROVED (OR FAILED TO PROVE)           *
063438******************************************************************
063439 9710-WRITE-SOURCE-TOTAL.
063440     IF TM-SRC-STATE (TM-SOURCE-NUM) = 'N'
063441         GO TO 9710-EXIT.
063442     MOVE SPACES              TO KT-CONTROL-TOTAL-RECORD.
063443     MOVE TM-RUN-DATE         TO KT-RUN-DATE.
063444     MOVE TM-CYCLE-NO         TO KT-CYCLE-NO.
063445     MOVE TM-STEP-NAME        TO KT-STEP-NAME.
063446     SET KT-SOURCE-TOTAL      TO TRUE.
063447     MOVE TM-SF-SYS (TM-SOURCE-NUM)   TO KT-SOURCE-SYS.
063448     MOVE TM-SRC-STATE (TM-SOURCE-NUM) TO KT-SOURCE-STATUS.
063449     MOVE TM-SF-COUNT (TM-SOURCE-NUM) TO KT-DETAIL-COUNT.
063450     MOVE TM-SF-HASH (TM-SOURCE-NUM)  TO KT-HASH-TOTAL.
063451     WRITE KT-CONTROL-TOTAL-RECORD.
063452     PERFORM 9720-CHECK-CTLTOT-WRITE THRU 9720-EXIT.
063453 9710-EXIT.
063454     EXIT.
063455******************************************************************
063456*    9720-CHECK-CTLTOT-WRITE -- A CTLTOT RECORD THAT WILL NOT    *
063457*    WRITE IS REPORTED AND ENDS THE RUN RC 8, SO THE BALANCING   *
063458*    STEP IS NOT LEFT TO PROVE AGAINST FIGURES THAT ARE NOT      *
063459*    THERE                                                       *
063460******************************************************************
063461 9720-CHECK-CTLTOT-WRITE.
063462     IF TM-CTLTOT-OK
063463         GO TO 9720-EXIT.
063464     MOVE SPACES TO SR-REPORT-LINE.
063465     STRING 'CTLTOT WRITE FAILED STATUS '
063466         DELIMITED BY SIZE
063467         TM-CTLTOT-STATUS DELIMITED BY SIZE
063468         INTO SR-REPORT-LINE.
063469     WRITE SR-REPORT-LINE.
063470     MOVE 8 TO RETURN-CODE.
063471 9720-EXIT.
063472     EXIT.
063500******************************************************************
063600*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
063700*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
063800*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
063900******************************************************************
064000 9900-RECORD-STEP-LEDGER.
064100     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
064200     ACCEPT TM-END-TIME FROM TIME.
064300     MOVE SPACES TO JL-STEP-RECORD.
064400     MOVE TM-RUN-DATE       TO JL-RUN-DATE.
064500     MOVE TM-CYCLE-NO       TO JL-CYCLE-NO.
064600     MOVE TM-STEP-NAME      TO JL-STEP-NAME.
064700     MOVE SPACES            TO JL-STREAM-ID.
064800     MOVE RETURN-CODE       TO JL-STEP-RC.
064900     IF RETURN-CODE > 4
065000         SET JL-STEP-FAILED   TO TRUE
065100     ELSE
065200         SET JL-STEP-COMPLETE TO TRUE
065300     END-IF.
065400     MOVE TM-END-DATE       TO JL-END-DATE.
065500     MOVE TM-END-TIME (1:6) TO JL-END-TIME.
065600     MOVE TM-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
065700     OPEN EXTEND STEPLOG.
065710     IF NOT TM-STEPLOG-OK
065720         MOVE SPACES TO SR-REPORT-LINE
065730         STRING 'STEPLOG OPEN FAILED STATUS '
065740             DELIMITED BY SIZE
065750             TM-STEPLOG-STATUS DELIMITED BY SIZE
065760             INTO SR-REPORT-LINE
065770         WRITE SR-REPORT-LINE
065780         MOVE 8 TO RETURN-CODE
065790         GO TO 9900-EXIT.
065800     WRITE JL-STEP-RECORD.
065900     CLOSE STEPLOG.
066000 9900-EXIT.
066100     EXIT.
