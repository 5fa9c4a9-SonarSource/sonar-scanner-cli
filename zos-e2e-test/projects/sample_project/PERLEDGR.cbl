002600*                  ASSUMED. A PRIOR LEDGER THAT DOES NOT PROVE
002700*                  OUT, OR A MONTH CROSSED WITHOUT A CLOSE,
002800*                  ENDS THE RUN RC 8 AND ACCUMULATES NOTHING.
002803* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002806*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002809*                  TIME. THE RUN TAKES THE LOWEST CYCLE IT HAS NOT
002812*                  YET ACCUMULATED TODAY, AND IS REFUSED RC 8
002815*                  BEFORE THE NEW LEDGER GENERATION IS OPENED
002818*                  UNLESS THE LEDGER SHOWS GLRECON COMPLETE FOR
002821*                  THAT CYCLE AND THIS STEP NOT ALREADY COMPLETE.
002824*                  A STEPOVR OPERATOR OVERRIDE CARD NAMES THE
002827*                  CYCLE TO RERUN.
002830* 2026-10-15 RH    A 'V' REVERSAL ENTRY ON THE DAY'S CLASSOUT IS
002833*                  NETTED OUT OF THE MONTH-TO-DATE REGION/CLASS
002836*                  TOTALS -- ITS NEGATIVE AMOUNTS ARE ADDED AND
002839*                  THE POSTING IT CANCELS COMES OFF THE RECORD
002842*                  COUNT -- SO THE LEDGER COUNTS AND TOTALS ARE
002845*                  NOW SIGNED. THE DAY'S REVERSALS NETTED ARE
002848*                  SHOWN ON THE RUN SUMMARY.
002851* 2026-10-15 RH    THE FISCAL PERIOD NOW COMES FROM THE PERIOD
002854*                  ENDS ON THE BUSINESS CALENDAR (BUSCAL), AND A
002857*                  RUN ON THE LAST BUSINESS DAY OF THE PERIOD
002860*                  CLOSES IT WITHOUT A PERCTL CARD; AN EXPLICIT
002863*                  PERCTL CARD STILL WINS, AND A LATER CYCLE ON
002866*                  THE CLOSING DAY RECLOSES THE PERIOD. A RUN DATE
002869*                  THAT IS NOT A BUSINESS DAY IS REFUSED RC 4
002872*                  UNLESS A CALOVR CARD NAMES PERLEDGR AND THE RUN
002875*                  DATE. WITHOUT BUSCAL THE PERIOD IS THE CALENDAR
002878*                  MONTH, AS BEFORE. A CALENDAR WITH NO WORKING
002881*                  WEEKDAY, OR TOO LARGE FOR ITS HOLIDAY OR PERIOD
002884*                  END TABLE, REFUSES THE RUN RC 8 BEFORE ANYTHING
002887*                  IS ACCUMULATED OR CLOSED.
002890* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PERRPT   ASSIGN TO PERRPT
004800         ORGANIZATION IS SEQUENTIAL.
004810     SELECT STEPLOG  ASSIGN TO STEPLOG
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS PD-STEPLOG-STATUS.
004840     SELECT STEPOVR  ASSIGN TO STEPOVR
004850         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS PD-STEPOVR-STATUS.
004865     SELECT BUSCAL   ASSIGN TO BUSCAL
004870         ORGANIZATION IS SEQUENTIAL
004875         FILE STATUS IS PD-BUSCAL-STATUS.
004880     SELECT CALOVR   ASSIGN TO CALOVR
004885         ORGANIZATION IS SEQUENTIAL
004890         FILE STATUS IS PD-CALOVR-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PERCTL
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY SUMLINE.
009010 FD  STEPLOG
009020     RECORDING MODE IS F
009030     LABEL RECORDS ARE STANDARD.
009040     COPY STEPREC.
009050 FD  STEPOVR
009060     RECORDING MODE IS F
009070     LABEL RECORDS ARE STANDARD.
009080     COPY STEPOVR.
009082 FD  BUSCAL
009084     RECORDING MODE IS F
009086     LABEL RECORDS ARE STANDARD.
009088     COPY CALREC.
009090 FD  CALOVR
009092     RECORDING MODE IS F
009094     LABEL RECORDS ARE STANDARD.
009096     COPY CALOVR.
009100 WORKING-STORAGE SECTION.
009200******************************************************************
009300*    SWITCHES
012400     88  PD-RUN-CLOSE                       VALUE 'C'.
012500 01  PD-RUN-DATE                 PIC 9(08)           VALUE ZERO.
012600 01  PD-RUN-PERIOD               PIC 9(06)           VALUE ZERO.
012650 01  PD-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
012700******************************************************************
012800*    PRIOR LEDGER PROOF FIGURES -- WHAT WAS ACTUALLY LOADED,     *
012900*    PROVED AGAINST THE PRIOR GENERATION'S CONTROL RECORD        *
013000******************************************************************
013100 01  PD-OLD-ENTRY-COUNT          PIC 9(5)  COMP  VALUE ZERO.
013200 01  PD-OLD-REC-COUNT            PIC S9(9) COMP  VALUE ZERO.
013300 01  PD-OLD-NUM1-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
013400 01  PD-OLD-NUM2-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
013500 01  PD-CTL-PERIOD               PIC 9(06)        VALUE ZERO.
013600 01  PD-CTL-STATUS               PIC X(01)        VALUE SPACE.
013700     88  PD-PRIOR-PERIOD-CLOSED             VALUE 'C'.
013800 01  PD-CTL-ENTRY-COUNT          PIC 9(5)  COMP  VALUE ZERO.
013900 01  PD-CTL-REC-COUNT            PIC S9(9) COMP  VALUE ZERO.
014000 01  PD-CTL-NUM1-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
014100 01  PD-CTL-NUM2-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
014101******************************************************************
014102*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU   *
014103*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES                    *
014104******************************************************************
014105 01  PD-CAL-SWITCHES.
014106     05  PD-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
014107         88  PD-CAL-AT-END                  VALUE 'Y'.
014108     05  PD-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
014109         88  PD-CALENDAR-LOADED             VALUE 'Y'.
014110     05  PD-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
014111         88  PD-BUSINESS-DAY                VALUE 'Y'.
014112     05  PD-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
014113         88  PD-HOL-TABLE-FULL              VALUE 'Y'.
014114     05  PD-CALOVR-EOF-SWITCH    PIC X(01)  VALUE 'N'.
014115         88  PD-CALOVR-AT-END               VALUE 'Y'.
014116     05  PD-CALOVR-SW            PIC X(01)  VALUE 'N'.
014117         88  PD-CALOVR-GIVEN                VALUE 'Y'.
014118 01  PD-BUSCAL-STATUS            PIC X(02).
014119     88  PD-BUSCAL-OK                       VALUE '00'.
014120 01  PD-CALOVR-STATUS            PIC X(02).
014121     88  PD-CALOVR-OK                       VALUE '00'.
014122 01  PD-WEEKEND-DAYS.
014123     05  PD-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
014124 01  PD-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
014125 01  PD-HOL-TABLE.
014126     05  PD-HOL-ENTRY            OCCURS 1 TO 500 TIMES
014127                                 DEPENDING ON PD-HOL-USED
014128                                 INDEXED BY PD-HOL-IDX.
014129         10  PD-HOL-DATE-INT     PIC 9(9)  COMP.
014130 01  PD-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
014131 01  PD-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
014132 01  PD-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
014133 01  PD-CALOVR-OPERATOR          PIC X(08)  VALUE SPACES.
014134 01  PD-CALOVR-REASON            PIC X(40)  VALUE SPACES.
014135******************************************************************
014136*    FISCAL PERIOD ENDS FROM THE BUSINESS CALENDAR -- THE RUN'S  *
014137*    PERIOD IS THE FIRST WHOSE CLOSING DAY (ITS LAST BUSINESS    *
014138*    DAY) IS ON OR AFTER THE RUN DATE                            *
014139******************************************************************
014140 01  PD-PERIOD-SWITCHES.
014141     05  PD-PERCTL-GIVEN-SW      PIC X(01)  VALUE 'N'.
014142         88  PD-PERCTL-GIVEN                VALUE 'Y'.
014143     05  PD-PER-FOUND-SW         PIC X(01)  VALUE 'N'.
014144         88  PD-PERIOD-FOUND                VALUE 'Y'.
014145     05  PD-CLOSE-DAY-SW         PIC X(01)  VALUE 'N'.
014146         88  PD-CLOSE-DAY                   VALUE 'Y'.
014147     05  PD-PER-FULL-SW          PIC X(01)  VALUE 'N'.
014148         88  PD-PER-TABLE-FULL              VALUE 'Y'.
014149     05  PD-CAL-REFUSE-SW        PIC X(01)  VALUE 'N'.
014150         88  PD-CALENDAR-INCOMPLETE         VALUE 'Y'.
014151 01  PD-RUN-DATE-INT             PIC 9(9)  COMP VALUE ZERO.
014152 01  PD-CLOSE-DATE               PIC 9(08)           VALUE ZERO.
014153 01  PD-PER-USED                 PIC 9(4)  COMP VALUE ZERO.
014154 01  PD-PER-TABLE.
014155     05  PD-PER-ENTRY            OCCURS 1 TO 200 TIMES
014156                                 DEPENDING ON PD-PER-USED
014157                                 INDEXED BY PD-PER-IDX.
014158         10  PD-PER-PERIOD       PIC 9(06).
014159         10  PD-PER-END-DATE     PIC 9(08).
014200******************************************************************
014300*    MONTH-TO-DATE LEDGER TABLE -- COUNT AND NUM1/NUM2 TOTALS    *
014400*    BY REGION AND CLASS                                         *
015000                                 INDEXED BY PD-LED-IDX.
015100         10  PD-LED-REGION       PIC X(03).
015200         10  PD-LED-CLASS        PIC X(9).
015300         10  PD-LED-COUNT        PIC S9(9) COMP.
015400         10  PD-LED-NUM1         PIC S9(13) COMP-3.
015500         10  PD-LED-NUM2         PIC S9(13) COMP-3.
015600******************************************************************
015700*    STATEMENT WORK TABLES -- REGION LIST AND CORPORATE CLASS    *
015800*    ROLLUP BUILT AT REPORT TIME                                 *
016900                                 DEPENDING ON PD-ROLL-USED
017000                                 INDEXED BY PD-ROLL-IDX.
017100         10  PD-ROLL-CLASS       PIC X(9).
017200         10  PD-ROLL-COUNT       PIC S9(9) COMP.
017300         10  PD-ROLL-NUM1        PIC S9(13) COMP-3.
017400         10  PD-ROLL-NUM2        PIC S9(13) COMP-3.
017500 01  PD-RGN-REC-TOTAL            PIC S9(9) COMP  VALUE ZERO.
017600 01  PD-RGN-NUM1-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
017700 01  PD-RGN-NUM2-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
017800******************************************************************
017900*    RUN COUNTERS, NEW-GENERATION CONTROL TOTALS AND EDITED      *
018000*    REPORT FIELDS                                               *
018100******************************************************************
018200 01  PD-DAY-READ-COUNT           PIC 9(7)  COMP  VALUE ZERO.
018250 01  PD-DAY-REV-COUNT            PIC 9(7)  COMP  VALUE ZERO.
018300 01  PD-TOT-REC-COUNT            PIC S9(9) COMP  VALUE ZERO.
018400 01  PD-TOT-NUM1                 PIC S9(13) COMP-3 VALUE ZERO.
018500 01  PD-TOT-NUM2                 PIC S9(13) COMP-3 VALUE ZERO.
018600 01  PD-DAY-READ-ED              PIC ZZZZZZ9.
018650 01  PD-DAY-REV-ED               PIC ZZZZZZ9.
018700 01  PD-COUNT-ED                 PIC ZZZZZZZZ9-.
018800 01  PD-NUM1-ED                  PIC Z(12)9-.
018900 01  PD-NUM2-ED                  PIC Z(12)9-.
018902******************************************************************
018904*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
018906*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
018908*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
018910******************************************************************
018912 01  PD-STEPLOG-STATUS           PIC X(02).
018914     88  PD-STEPLOG-OK                      VALUE '00'.
018916 01  PD-STEPOVR-STATUS           PIC X(02).
018918     88  PD-STEPOVR-OK                      VALUE '00'.
018920 01  PD-LEDGER-SWITCHES.
018922     05  PD-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
018924         88  PD-LOG-AT-END                  VALUE 'Y'.
018926     05  PD-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
018928         88  PD-OVR-AT-END                  VALUE 'Y'.
018930     05  PD-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
018932         88  PD-OVERRIDE-GIVEN              VALUE 'Y'.
018934     05  PD-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
018936         88  PD-CHECK-FAILED                VALUE 'Y'.
018938     05  PD-REFUSED-SW           PIC X(01)  VALUE 'N'.
018940         88  PD-STEP-REFUSED                VALUE 'Y'.
018942     05  PD-CYC-FOUND-SW         PIC X(01)  VALUE 'N'.
018944         88  PD-CYCLE-FOUND                 VALUE 'Y'.
018946 01  PD-STEP-NAME                PIC X(12)  VALUE 'PERLEDGR'.
018948 01  PD-SELF-STATE               PIC X(01)  VALUE SPACE.
018950     88  PD-SELF-COMPLETE                   VALUE 'C'.
018952 01  PD-GLRECON-STATE            PIC X(01)  VALUE SPACE.
018954     88  PD-GLRECON-COMPLETE                VALUE 'C'.
018956     88  PD-GLRECON-FAILED                  VALUE 'F'.
018958 01  PD-CHECK-STEP               PIC X(12)  VALUE SPACES.
018960 01  PD-CHECK-STATE              PIC X(01)  VALUE SPACE.
018962 01  PD-CHECK-TEXT               PIC X(20)  VALUE SPACES.
018964 01  PD-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
018966 01  PD-OVR-REASON               PIC X(40)  VALUE SPACES.
018968 01  PD-END-DATE                 PIC 9(08)  VALUE ZERO.
018970 01  PD-END-TIME                 PIC 9(08)  VALUE ZERO.
018972******************************************************************
018974*    LEDGER STATE BY CYCLE FOR THE RUN DATE -- THIS STEP RUNS    *
018976*    THE LOWEST CYCLE IT HAS NOT YET COMPLETED TODAY             *
018978******************************************************************
018980 01  PD-LEDGER-CYCLES.
018982     05  PD-LC-ENTRY             OCCURS 99 TIMES.
018984         10  PD-LC-SELF          PIC X(01).
018986         10  PD-LC-GLRECON       PIC X(01).
019000 PROCEDURE DIVISION.
019100******************************************************************
019200*    0000-MAINLINE                                               *
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019520     IF PD-STEP-REFUSED
019540         CLOSE PERRPT
019560         STOP RUN.
019600     IF NOT PD-LEDGER-REJECTED
019700             AND PD-CLASSIN-AVAILABLE
019800         PERFORM 2000-ACCUMULATE-ONE THRU 2000-EXIT
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     STOP RUN.
020300******************************************************************
020350*    1000-INITIALIZE -- OPEN THE REPORT, TAKE THE FISCAL PERIOD  *
020400*    FROM THE BUSINESS CALENDAR, REFUSE A NON-BUSINESS DAY RUN   *
020450*    AND CHECK THE STEP LEDGER; A REFUSED RUN OPENS NOTHING      *
020500*    ELSE. OTHERWISE PICK UP THE RUN FUNCTION, PROVE AND LOAD    *
020550*    THE PRIOR LEDGER GENERATION AND PRIME THE DAY'S CLASSOUT    *
020600*    READ                                                        *
020700******************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD.
021000     MOVE PD-RUN-DATE (1:6) TO PD-RUN-PERIOD.
021200     OPEN OUTPUT PERRPT.
021220     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
021240     PERFORM 9660-FIND-RUN-PERIOD THRU 9660-EXIT.
021300     MOVE SPACES TO SR-REPORT-LINE.
021400     STRING 'PERIOD LEDGER RUN - PERIOD ' DELIMITED BY SIZE
021500         PD-RUN-PERIOD DELIMITED BY SIZE
021600         INTO SR-REPORT-LINE.
021700     WRITE SR-REPORT-LINE.
021702     PERFORM 9680-WRITE-PERIOD-NOTE THRU 9680-EXIT.
021703     IF PD-CALENDAR-INCOMPLETE
021704         MOVE SPACES TO SR-REPORT-LINE
021705         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
021706             DELIMITED BY SIZE INTO SR-REPORT-LINE
021707         WRITE SR-REPORT-LINE
021708         SET PD-STEP-REFUSED TO TRUE
021709         GO TO 1000-EXIT.
021710     PERFORM 9700-CHECK-RUN-DATE THRU 9700-EXIT.
021711     IF PD-STEP-REFUSED
021712         GO TO 1000-EXIT.
021720     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
021740     IF PD-STEP-REFUSED
021760         GO TO 1000-EXIT.
021780     OPEN OUTPUT PRLDNEW.
021800     PERFORM 1080-READ-PERIOD-CONTROL THRU 1080-EXIT.
021900     PERFORM 1100-LOAD-PRIOR-LEDGER THRU 1100-EXIT.
022000     IF NOT PD-LEDGER-REJECTED
022500******************************************************************
022600*    1080-READ-PERIOD-CONTROL -- LOAD THE RUN FUNCTION FROM THE  *
022700*    PERCTL CARD, IF OPERATIONS SUPPLIED ONE FOR THIS RUN;       *
022750*    OTHERWISE THE RUN IS A PLAIN ACCUMULATE, OR A CLOSE WHEN    *
022800*    THE RUN DATE IS THE LAST BUSINESS DAY OF THE FISCAL PERIOD  *
022900******************************************************************
023000 1080-READ-PERIOD-CONTROL.
023100     OPEN INPUT PERCTL.
023700         IF PD-PERCTL-OK
023800                 AND (PE-FUNC-ACCUMULATE OR PE-FUNC-CLOSE)
023900             MOVE PE-FUNCTION TO PD-RUN-FUNCTION
023950             SET PD-PERCTL-GIVEN TO TRUE
024000         END-IF
024100         CLOSE PERCTL
024200     END-IF.
024205     IF PD-CLOSE-DAY AND NOT PD-PERCTL-GIVEN
024210         SET PD-RUN-CLOSE TO TRUE
024215         MOVE SPACES TO SR-REPORT-LINE
024220         STRING 'LAST BUSINESS DAY OF PERIOD ' DELIMITED BY SIZE
024225             PD-RUN-PERIOD DELIMITED BY SIZE
024230             ' - PERIOD CLOSE RUN' DELIMITED BY SIZE
024235             INTO SR-REPORT-LINE
024240         WRITE SR-REPORT-LINE
024245     END-IF.
024250     IF PD-RUN-CLOSE AND PD-PERIOD-FOUND AND NOT PD-CLOSE-DAY
024255         MOVE SPACES TO SR-REPORT-LINE
024260         STRING 'PERIOD CLOSED BY PERCTL BEFORE ITS LAST '
024265                 DELIMITED BY SIZE
024270             'BUSINESS DAY ' DELIMITED BY SIZE
024275             PD-CLOSE-DATE DELIMITED BY SIZE
024280             INTO SR-REPORT-LINE
024285         WRITE SR-REPORT-LINE
024290     END-IF.
024300 1080-EXIT.
024400     EXIT.
024500******************************************************************
024800*    WHAT WAS ACTUALLY LOADED. NO PRIOR GENERATION MEANS A       *
024900*    FRESH PERIOD; A GENERATION THAT DOES NOT PROVE OUT, A       *
025000*    MONTH CROSSED WITHOUT A CLOSE, OR A PERIOD ALREADY          *
025100*    CLOSED REJECTS THE RUN RC 8 -- EXCEPT A LATER CYCLE'S CLOSE *
025150*    ON THE LAST BUSINESS DAY, WHICH CLOSES THE PERIOD AGAIN     *
025200******************************************************************
025300 1100-LOAD-PRIOR-LEDGER.
025400     OPEN INPUT PRLDOLD.
029700             MOVE 8 TO RETURN-CODE
029800         END-IF
029900     ELSE
029910         IF PD-PRIOR-PERIOD-CLOSED AND PD-CLOSE-DAY
029920                 AND PD-RUN-CLOSE
029930             MOVE SPACES TO SR-REPORT-LINE
029940             STRING 'PERIOD CLOSED BY AN EARLIER CYCLE TODAY - '
029950                 'CLOSING IT AGAIN'
029960                 DELIMITED BY SIZE INTO SR-REPORT-LINE
029970             WRITE SR-REPORT-LINE
029980             GO TO 1100-EXIT
029990         END-IF
030000         IF PD-PRIOR-PERIOD-CLOSED
030100             MOVE SPACES TO SR-REPORT-LINE
030200             STRING '*** PERIOD ALREADY CLOSED ***'
039600     EXIT.
039700******************************************************************
039800*    2000-ACCUMULATE-ONE -- FOLD ONE OF THE DAY'S CLASSOUT       *
039900*    RECORDS INTO THE MONTH-TO-DATE REGION/CLASS TOTALS. A       *
039920*    REVERSAL'S NEGATIVE AMOUNTS NET IT OUT AND THE POSTING IT   *
039940*    CANCELS COMES OFF THE COUNT                                 *
040000******************************************************************
040100 2000-ACCUMULATE-ONE.
040200     MOVE 'N' TO PD-LED-FOUND-SW.
041100         END-SEARCH
041200     END-IF.
041300     IF PD-LED-FOUND
041320         IF CO-REVERSAL-ENTRY
041340             SUBTRACT 1  FROM PD-LED-COUNT (PD-LED-IDX)
041360         ELSE
041380             ADD 1       TO PD-LED-COUNT (PD-LED-IDX)
041400         END-IF
041500         ADD CO-NUM1 TO PD-LED-NUM1 (PD-LED-IDX)
041600         ADD CO-NUM2 TO PD-LED-NUM2 (PD-LED-IDX)
041700     ELSE
042000             SET PD-LED-IDX TO PD-LED-USED
042100             MOVE CO-REGION TO PD-LED-REGION (PD-LED-IDX)
042200             MOVE CO-CLASS1 TO PD-LED-CLASS (PD-LED-IDX)
042220             IF CO-REVERSAL-ENTRY
042240                 MOVE -1    TO PD-LED-COUNT (PD-LED-IDX)
042260             ELSE
042280                 MOVE 1     TO PD-LED-COUNT (PD-LED-IDX)
042300             END-IF
042400             MOVE CO-NUM1   TO PD-LED-NUM1 (PD-LED-IDX)
042500             MOVE CO-NUM2   TO PD-LED-NUM2 (PD-LED-IDX)
042600         ELSE
042700             PERFORM 1180-NOTE-TABLE-FULL THRU 1180-EXIT
042800         END-IF
042900     END-IF.
042920     IF CO-REVERSAL-ENTRY
042940         ADD 1 TO PD-DAY-REV-COUNT
042960     END-IF.
043000     PERFORM 1350-READ-CLASSIN THRU 1350-EXIT.
043100 2000-EXIT.
043200     EXIT.
063800         CLOSE CLASSIN
063900     END-IF.
064000     CLOSE PRLDNEW.
064050     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
064100     CLOSE PERRPT.
064200 9000-EXIT.
064300     EXIT.
068900         PD-DAY-READ-ED DELIMITED BY SIZE
069000         INTO SR-REPORT-LINE.
069100     WRITE SR-REPORT-LINE.
069110     MOVE PD-DAY-REV-COUNT TO PD-DAY-REV-ED.
069120     MOVE SPACES TO SR-REPORT-LINE.
069130     STRING 'DAY REVERSALS NETTED:    ' DELIMITED BY SIZE
069140         PD-DAY-REV-ED DELIMITED BY SIZE
069150         INTO SR-REPORT-LINE.
069160     WRITE SR-REPORT-LINE.
069200     MOVE PD-TOT-REC-COUNT TO PD-COUNT-ED.
069300     MOVE SPACES TO SR-REPORT-LINE.
069400     STRING 'MONTH-TO-DATE RECORDS:   ' DELIMITED BY SIZE
069700     WRITE SR-REPORT-LINE.
069800 9300-EXIT.
069900     EXIT.
070000******************************************************************
070100*    9500-CHECK-STEP-LEDGER -- THE RUN TAKES THE LOWEST CYCLE    *
070200*    IT HAS NOT YET ACCUMULATED TODAY. REFUSE IT UNLESS STEPLOG  *
070300*    SHOWS GLRECON COMPLETE FOR THAT CYCLE; AN OPERATOR          *
070400*    OVERRIDE CARD WAIVES THE CHECKS AND NAMES THE CYCLE FOR A   *
070500*    RERUN                                                       *
070600******************************************************************
070700 9500-CHECK-STEP-LEDGER.
070800     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
070900     IF PD-OVERRIDE-GIVEN
071000         MOVE SPACES TO SR-REPORT-LINE
071100         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
071200                 DELIMITED BY SIZE
071300             PD-OVR-OPERATOR DELIMITED BY SIZE
071400             ' - '           DELIMITED BY SIZE
071500             PD-OVR-REASON   DELIMITED BY SIZE
071600             INTO SR-REPORT-LINE
071700         WRITE SR-REPORT-LINE
071800         GO TO 9500-EXIT.
071900     MOVE SPACES TO PD-LEDGER-CYCLES.
072000     MOVE 'N' TO PD-LOG-EOF-SWITCH.
072100     OPEN INPUT STEPLOG.
072200     IF PD-STEPLOG-OK
072300         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
072400             UNTIL PD-LOG-AT-END
072500         CLOSE STEPLOG
072600     END-IF.
072700     MOVE 1 TO PD-CYCLE-NO.
072800     PERFORM 9530-FIND-OPEN-CYCLE THRU 9530-EXIT
072900         UNTIL PD-CYCLE-FOUND.
073000     MOVE PD-LC-SELF (PD-CYCLE-NO) TO PD-SELF-STATE.
073100     MOVE PD-LC-GLRECON (PD-CYCLE-NO) TO PD-GLRECON-STATE.
073200     IF PD-SELF-COMPLETE
073300         MOVE PD-STEP-NAME TO PD-CHECK-STEP
073400         MOVE PD-SELF-STATE TO PD-CHECK-STATE
073500         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
073600     END-IF.
073700     IF NOT PD-GLRECON-COMPLETE
073800         MOVE 'GLRECON' TO PD-CHECK-STEP
073900         MOVE PD-GLRECON-STATE TO PD-CHECK-STATE
074000         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
074100     END-IF.
074200     IF PD-CHECK-FAILED
074300         MOVE SPACES TO SR-REPORT-LINE
074400         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
074500             DELIMITED BY SIZE INTO SR-REPORT-LINE
074600         WRITE SR-REPORT-LINE
074700         SET PD-STEP-REFUSED TO TRUE
074800         MOVE 8 TO RETURN-CODE
074900     END-IF.
075000 9500-EXIT.
075100     EXIT.
075200******************************************************************
075300*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
075400*    ONE NAMING THIS STEP FOR THE RUN DATE IS HONORED            *
075500******************************************************************
075600 9510-READ-OVERRIDE-CARD.
075700     OPEN INPUT STEPOVR.
075800     IF NOT PD-STEPOVR-OK
075900         GO TO 9510-EXIT.
076000     MOVE 'N' TO PD-OVR-EOF-SWITCH.
076100     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
076200         UNTIL PD-OVR-AT-END.
076300     CLOSE STEPOVR.
076400 9510-EXIT.
076500     EXIT.
076600******************************************************************
076700*    9515-READ-ONE-OVERRIDE                                      *
076800******************************************************************
076900 9515-READ-ONE-OVERRIDE.
077000     READ STEPOVR
077100         AT END
077200             SET PD-OVR-AT-END TO TRUE
077300     END-READ.
077400     IF PD-OVR-AT-END
077500         GO TO 9515-EXIT.
077600     IF JO-STEP-NAME = PD-STEP-NAME
077700             AND JO-RUN-DATE = PD-RUN-DATE
077800         SET PD-OVERRIDE-GIVEN TO TRUE
077900         MOVE JO-OPERATOR TO PD-OVR-OPERATOR
078000         MOVE JO-REASON   TO PD-OVR-REASON
078100         MOVE JO-CYCLE-NO TO PD-CYCLE-NO
078200         IF PD-CYCLE-NO = ZERO
078300             MOVE 1 TO PD-CYCLE-NO
078400         END-IF
078500     END-IF.
078600 9515-EXIT.
078700     EXIT.
078800******************************************************************
078900*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
079000*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
079100******************************************************************
079200 9520-NOTE-ONE-LEDGER.
079300     READ STEPLOG
079400         AT END
079500             SET PD-LOG-AT-END TO TRUE
079600     END-READ.
079700     IF PD-LOG-AT-END
079800         GO TO 9520-EXIT.
079900     IF JL-RUN-DATE NOT = PD-RUN-DATE
080000         GO TO 9520-EXIT.
080100     IF JL-CYCLE-NO = ZERO
080200         GO TO 9520-EXIT.
080300     EVALUATE TRUE
080400         WHEN JL-STEP-NAME = PD-STEP-NAME
080500             MOVE JL-STEP-STATUS TO PD-LC-SELF (JL-CYCLE-NO)
080600         WHEN JL-STEP-NAME = 'GLRECON'
080700             MOVE JL-STEP-STATUS TO PD-LC-GLRECON (JL-CYCLE-NO)
080800     END-EVALUATE.
080900 9520-EXIT.
081000     EXIT.
081100******************************************************************
081200*    9530-FIND-OPEN-CYCLE -- STOP AT THE FIRST CYCLE THIS STEP   *
081300*    HAS NOT COMPLETED TODAY                                     *
081400******************************************************************
081500 9530-FIND-OPEN-CYCLE.
081600     IF PD-LC-SELF (PD-CYCLE-NO) NOT = 'C'
081700             OR PD-CYCLE-NO = 99
081800         SET PD-CYCLE-FOUND TO TRUE
081900     ELSE
082000         ADD 1 TO PD-CYCLE-NO
082100     END-IF.
082200 9530-EXIT.
082300     EXIT.
082400******************************************************************
082500*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
082600******************************************************************
082700 9580-WRITE-CHECK-LINE.
082800     SET PD-CHECK-FAILED TO TRUE.
082900     EVALUATE PD-CHECK-STATE
083000         WHEN 'C'
083100             MOVE ' ALREADY COMPLETE' TO PD-CHECK-TEXT
083200         WHEN 'F'
083300             MOVE ' FAILED'           TO PD-CHECK-TEXT
083400         WHEN OTHER
083500             MOVE ' NOT COMPLETE'     TO PD-CHECK-TEXT
083600     END-EVALUATE.
083700     MOVE SPACES TO SR-REPORT-LINE.
083800     STRING '*** '        DELIMITED BY SIZE
083900         PD-CHECK-STEP    DELIMITED BY SPACE
084000         PD-CHECK-TEXT    DELIMITED BY '  '
084100         ' FOR '          DELIMITED BY SIZE
084200         PD-RUN-DATE      DELIMITED BY SIZE
084300         ' CYCLE '        DELIMITED BY SIZE
084400         PD-CYCLE-NO      DELIMITED BY SIZE
084500         ' ***'           DELIMITED BY SIZE
084600         INTO SR-REPORT-LINE.
084700     WRITE SR-REPORT-LINE.
084800 9580-EXIT.
084900     EXIT.
085000******************************************************************
085100*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
085200*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
085300*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
085400******************************************************************
085500 9900-RECORD-STEP-LEDGER.
085600     ACCEPT PD-END-DATE FROM DATE YYYYMMDD.
085700     ACCEPT PD-END-TIME FROM TIME.
085800     MOVE SPACES TO JL-STEP-RECORD.
085900     MOVE PD-RUN-DATE       TO JL-RUN-DATE.
086000     MOVE PD-CYCLE-NO       TO JL-CYCLE-NO.
086100     MOVE PD-STEP-NAME      TO JL-STEP-NAME.
086200     MOVE SPACES            TO JL-STREAM-ID.
086300     MOVE RETURN-CODE       TO JL-STEP-RC.
086400     IF RETURN-CODE > 4
086500         SET JL-STEP-FAILED   TO TRUE
086600     ELSE
086700         SET JL-STEP-COMPLETE TO TRUE
086800     END-IF.
086900     MOVE PD-END-DATE       TO JL-END-DATE.
087000     MOVE PD-END-TIME (1:6) TO JL-END-TIME.
087100     MOVE PD-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
087200     OPEN EXTEND STEPLOG.
087210     IF NOT PD-STEPLOG-OK
087220         MOVE SPACES TO SR-REPORT-LINE
087230         STRING 'STEPLOG OPEN FAILED STATUS '
087240             DELIMITED BY SIZE
087250             PD-STEPLOG-STATUS DELIMITED BY SIZE
087260             INTO SR-REPORT-LINE
087270         WRITE SR-REPORT-LINE
087280         MOVE 8 TO RETURN-CODE
087290         GO TO 9900-EXIT.
087300     WRITE JL-STEP-RECORD.
087400     CLOSE STEPLOG.
087500 9900-EXIT.
087600     EXIT.
087700******************************************************************
087800*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
087900*    WITHOUT IT EVERY DAY IS TREATED AS A BUSINESS DAY. ONE WITH *
088000*    EVERY WEEKDAY A WEEKEND DAY, OR TOO LARGE FOR THE HOLIDAY   *
088050*    TABLE, IS INCOMPLETE AND THE RUN IS REFUSED                 *
088100******************************************************************
088200 9600-LOAD-CALENDAR.
088300     MOVE SPACES TO PD-WEEKEND-DAYS.
088400     OPEN INPUT BUSCAL.
088500     IF NOT PD-BUSCAL-OK
088600         MOVE SPACES TO SR-REPORT-LINE
088700         STRING 'BUSCAL NOT SUPPLIED - '
088800             'EVERY DAY IS A BUSINESS DAY'
088900             DELIMITED BY SIZE INTO SR-REPORT-LINE
089000         WRITE SR-REPORT-LINE
089100         GO TO 9600-EXIT.
089200     MOVE 'N' TO PD-CAL-EOF-SWITCH.
089300     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
089400         UNTIL PD-CAL-AT-END.
089500     CLOSE BUSCAL.
089600     IF PD-WEEKEND-DAYS = 'YYYYYYY'
089700         MOVE SPACES TO SR-REPORT-LINE
089800         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
089900             'CALENDAR IGNORED ***'
090000             DELIMITED BY SIZE INTO SR-REPORT-LINE
090100         WRITE SR-REPORT-LINE
090200         MOVE 8 TO RETURN-CODE
090250         SET PD-CALENDAR-INCOMPLETE TO TRUE
090300         GO TO 9600-EXIT.
090400     SET PD-CALENDAR-LOADED TO TRUE.
090500     IF PD-HOL-TABLE-FULL
090600         MOVE SPACES TO SR-REPORT-LINE
090700         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
090800             DELIMITED BY SIZE INTO SR-REPORT-LINE
090900         WRITE SR-REPORT-LINE
091000         MOVE 8 TO RETURN-CODE
091050         SET PD-CALENDAR-INCOMPLETE TO TRUE
091100     END-IF.
091200 9600-EXIT.
091300     EXIT.
091400******************************************************************
091500*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
091600*    A HOLIDAY TO THE TABLE; A FISCAL PERIOD END IS KEPT IN THE  *
091700*    PERIOD TABLE                                                *
091800******************************************************************
091900 9650-LOAD-ONE-ENTRY.
092000     READ BUSCAL
092100         AT END
092200             SET PD-CAL-AT-END TO TRUE
092300             GO TO 9650-EXIT
092400     END-READ.
092500     IF CA-WEEKEND-DAY
092600         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
092700             MOVE 'Y' TO PD-WEEKEND-FLAG (CA-WEEKDAY)
092800         END-IF
092900         GO TO 9650-EXIT.
093000     IF CA-PERIOD-END
093100         IF PD-PER-USED NOT < 200
093200             SET PD-PER-TABLE-FULL TO TRUE
093300         ELSE
093400             ADD 1 TO PD-PER-USED
093500             SET PD-PER-IDX TO PD-PER-USED
093600             MOVE CA-FISCAL-PERIOD TO PD-PER-PERIOD (PD-PER-IDX)
093700             MOVE CA-CAL-DATE      TO PD-PER-END-DATE (PD-PER-IDX)
093800         END-IF
093900         GO TO 9650-EXIT.
094000     IF NOT CA-HOLIDAY
094100         GO TO 9650-EXIT.
094200     IF PD-HOL-USED NOT < 500
094300         SET PD-HOL-TABLE-FULL TO TRUE
094400         GO TO 9650-EXIT.
094500     ADD 1 TO PD-HOL-USED.
094600     SET PD-HOL-IDX TO PD-HOL-USED.
094700     COMPUTE PD-HOL-DATE-INT (PD-HOL-IDX) =
094800         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
094900 9650-EXIT.
095000     EXIT.
095100******************************************************************
095200*    9660-FIND-RUN-PERIOD -- THE RUN'S FISCAL PERIOD IS THE      *
095300*    FIRST PERIOD END (IN CALENDAR ORDER) WHOSE CLOSING DAY IS   *
095400*    ON OR AFTER THE RUN DATE; WITH NONE, THE CALENDAR MONTH     *
095500*    STANDS                                                      *
095600******************************************************************
095700 9660-FIND-RUN-PERIOD.
095800     IF NOT PD-CALENDAR-LOADED OR PD-PER-USED = ZERO
095900         GO TO 9660-EXIT.
096000     COMPUTE PD-RUN-DATE-INT =
096100         FUNCTION INTEGER-OF-DATE (PD-RUN-DATE).
096200     PERFORM 9665-TEST-ONE-PERIOD THRU 9665-EXIT
096300         VARYING PD-PER-IDX FROM 1 BY 1
096400         UNTIL PD-PER-IDX > PD-PER-USED OR PD-PERIOD-FOUND.
096500     IF PD-PERIOD-FOUND AND PD-CLOSE-DATE = PD-RUN-DATE
096600         SET PD-CLOSE-DAY TO TRUE.
096700 9660-EXIT.
096800     EXIT.
096900******************************************************************
097000*    9665-TEST-ONE-PERIOD -- STEP BACK FROM THE PERIOD END TO    *
097100*    ITS LAST BUSINESS DAY, THE CLOSING DAY                      *
097200******************************************************************
097300 9665-TEST-ONE-PERIOD.
097400     COMPUTE PD-TEST-INT =
097500         FUNCTION INTEGER-OF-DATE (PD-PER-END-DATE (PD-PER-IDX)).
097600     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
097700     PERFORM 9670-STEP-BACK-ONE-DAY THRU 9670-EXIT
097800         UNTIL PD-BUSINESS-DAY.
097900     IF PD-TEST-INT NOT < PD-RUN-DATE-INT
098000         SET PD-PERIOD-FOUND TO TRUE
098100         MOVE PD-PER-PERIOD (PD-PER-IDX) TO PD-RUN-PERIOD
098200         COMPUTE PD-CLOSE-DATE =
098300             FUNCTION DATE-OF-INTEGER (PD-TEST-INT)
098400     END-IF.
098500 9665-EXIT.
098600     EXIT.
098700******************************************************************
098800*    9670-STEP-BACK-ONE-DAY                                      *
098900******************************************************************
099000 9670-STEP-BACK-ONE-DAY.
099100     SUBTRACT 1 FROM PD-TEST-INT.
099200     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
099300 9670-EXIT.
099400     EXIT.
099500******************************************************************
099600*    9680-WRITE-PERIOD-NOTE -- SHOW THE CLOSING DAY OF THE       *
099700*    RUN'S FISCAL PERIOD; A CALENDAR WITHOUT A PERIOD END        *
099800*    COVERING THE RUN DATE IS A WARNING, RC 4, AND THE CALENDAR  *
099900*    MONTH IS USED. A FULL PERIOD END TABLE LEAVES THE CALENDAR  *
099950*    INCOMPLETE AND THE RUN IS REFUSED                           *
100000******************************************************************
100100 9680-WRITE-PERIOD-NOTE.
100200     IF NOT PD-CALENDAR-LOADED
100300         GO TO 9680-EXIT.
100400     IF PD-PER-TABLE-FULL
100500         MOVE SPACES TO SR-REPORT-LINE
100600         STRING '*** PERIOD END TABLE FULL - '
100700             'CALENDAR INCOMPLETE ***'
100800             DELIMITED BY SIZE INTO SR-REPORT-LINE
100900         WRITE SR-REPORT-LINE
101000         MOVE 8 TO RETURN-CODE
101050         SET PD-CALENDAR-INCOMPLETE TO TRUE
101100     END-IF.
101200     MOVE SPACES TO SR-REPORT-LINE.
101300     IF PD-PERIOD-FOUND
101400         STRING 'FISCAL PERIOD ' DELIMITED BY SIZE
101500             PD-RUN-PERIOD DELIMITED BY SIZE
101600             ' CLOSES ON ' DELIMITED BY SIZE
101700             PD-CLOSE-DATE DELIMITED BY SIZE
101800             INTO SR-REPORT-LINE
101900     ELSE
102000         STRING '*** NO PERIOD END ON BUSCAL COVERS THE '
102100             'RUN DATE - '
102200             'CALENDAR MONTH USED ***'
102300             DELIMITED BY SIZE INTO SR-REPORT-LINE
102400         IF RETURN-CODE < 4
102500             MOVE 4 TO RETURN-CODE
102600         END-IF
102700     END-IF.
102800     WRITE SR-REPORT-LINE.
102900 9680-EXIT.
103000     EXIT.
103100******************************************************************
103200*    9700-CHECK-RUN-DATE -- REFUSE A RUN WHOSE RUN DATE IS NOT   *
103300*    A BUSINESS DAY UNLESS A CALOVR CARD NAMES THIS PROGRAM AND  *
103400*    THE RUN DATE                                                *
103500******************************************************************
103600 9700-CHECK-RUN-DATE.
103700     IF NOT PD-CALENDAR-LOADED
103800         GO TO 9700-EXIT.
103900     COMPUTE PD-TEST-INT = FUNCTION INTEGER-OF-DATE (PD-RUN-DATE).
104000     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
104100     IF PD-BUSINESS-DAY
104200         GO TO 9700-EXIT.
104300     PERFORM 9710-READ-OVERRIDE-CARD THRU 9710-EXIT.
104400     IF PD-CALOVR-GIVEN
104500         MOVE SPACES TO SR-REPORT-LINE
104600         STRING '*** NON-BUSINESS DAY RUN BY OPERATOR '
104700                 DELIMITED BY SIZE
104800             PD-CALOVR-OPERATOR DELIMITED BY SIZE
104900             ' - '               DELIMITED BY SIZE
105000             PD-CALOVR-REASON   DELIMITED BY SIZE
105100             INTO SR-REPORT-LINE
105200         WRITE SR-REPORT-LINE
105300         GO TO 9700-EXIT.
105400     MOVE SPACES TO SR-REPORT-LINE.
105500     STRING '*** RUN DATE ' DELIMITED BY SIZE
105600         PD-RUN-DATE DELIMITED BY SIZE
105700         ' IS NOT A BUSINESS DAY - RUN REFUSED ***'
105800             DELIMITED BY SIZE
105900         INTO SR-REPORT-LINE.
106000     WRITE SR-REPORT-LINE.
106100     SET PD-STEP-REFUSED TO TRUE.
106200     IF RETURN-CODE < 4
106300         MOVE 4 TO RETURN-CODE.
106400 9700-EXIT.
106500     EXIT.
106600******************************************************************
106700*    9710-READ-OVERRIDE-CARD -- THE CALOVR CARDS ARE OPTIONAL;   *
106800*    ONE NAMING THIS PROGRAM FOR THE RUN DATE IS HONORED         *
106900******************************************************************
107000 9710-READ-OVERRIDE-CARD.
107100     OPEN INPUT CALOVR.
107200     IF NOT PD-CALOVR-OK
107300         GO TO 9710-EXIT.
107400     MOVE 'N' TO PD-CALOVR-EOF-SWITCH.
107500     PERFORM 9715-READ-ONE-OVERRIDE THRU 9715-EXIT
107600         UNTIL PD-CALOVR-AT-END.
107700     CLOSE CALOVR.
107800 9710-EXIT.
107900     EXIT.
108000******************************************************************
108100*    9715-READ-ONE-OVERRIDE                                      *
108200******************************************************************
108300 9715-READ-ONE-OVERRIDE.
108400     READ CALOVR
108500         AT END
108600             SET PD-CALOVR-AT-END TO TRUE
108700     END-READ.
108800     IF PD-CALOVR-AT-END
108900         GO TO 9715-EXIT.
109000     IF CV-PROGRAM-NAME = 'PERLEDGR'
109100             AND CV-RUN-DATE = PD-RUN-DATE
109200         SET PD-CALOVR-GIVEN TO TRUE
109300         MOVE CV-OPERATOR TO PD-CALOVR-OPERATOR
109400         MOVE CV-REASON   TO PD-CALOVR-REASON
109500     END-IF.
109600 9715-EXIT.
109700     EXIT.
109800******************************************************************
109900*    9800-TEST-BUSINESS-DAY -- PD-TEST-INT (AN INTEGER DATE) IS  *
110000*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
110100*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
110200*    WAS A MONDAY                                                *
110300******************************************************************
110400 9800-TEST-BUSINESS-DAY.
110500     MOVE 'Y' TO PD-BUS-DAY-SW.
110600     IF NOT PD-CALENDAR-LOADED
110700         GO TO 9800-EXIT.
110800     DIVIDE PD-TEST-INT BY 7 GIVING PD-QUOTIENT
110900         REMAINDER PD-WEEKDAY.
111000     IF PD-WEEKDAY = ZERO
111100         MOVE 7 TO PD-WEEKDAY.
111200     IF PD-WEEKEND-FLAG (PD-WEEKDAY) = 'Y'
111300         MOVE 'N' TO PD-BUS-DAY-SW
111400         GO TO 9800-EXIT.
111500     IF PD-HOL-USED = ZERO
111600         GO TO 9800-EXIT.
111700     SET PD-HOL-IDX TO 1.
111800     SEARCH PD-HOL-ENTRY
111900         AT END
112000             CONTINUE
112100         WHEN PD-HOL-DATE-INT (PD-HOL-IDX) = PD-TEST-INT
112200             MOVE 'N' TO PD-BUS-DAY-SW
112300     END-SEARCH.
112400 9800-EXIT.
112500     EXIT.
