002260*                  MERGED -- SO THE TREND AND DRIFT FIGURES
002270*                  STAY DAILY WHETHER A DATE RAN ONE CYCLE OR
002280*                  SEVERAL.
002281* 2026-10-15 RH    THE VOLUME SWING NOW COMPARES EACH DAY WITH THE
002282*                  PRIOR BUSINESS DAY ON THE BUSINESS CALENDAR
002283*                  (BUSCAL) RATHER THAN THE PREVIOUS ENTRY, SO
002284*                  MONDAY IS COMPARED WITH FRIDAY; A NON-BUSINESS
002285*                  DAY'S RUN, OR A DAY WHOSE PRIOR BUSINESS DAY
002286*                  HAS NO RUN, IS NOTED AND NOT COMPARED. A RUN
002287*                  DATE THAT IS NOT A BUSINESS DAY IS REFUSED RC 4
002288*                  UNLESS A CALOVR CARD NAMES TRNDRPT AND THE RUN
002289*                  DATE. WITHOUT BUSCAL THE PREVIOUS ENTRY IS
002290*                  USED, AS BEFORE.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003400         FILE STATUS IS TR-TRNDCTL-STATUS.
003500     SELECT TRDRPT   ASSIGN TO TRDRPT
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT BUSCAL   ASSIGN TO BUSCAL
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS TR-BUSCAL-STATUS.
003640     SELECT CALOVR   ASSIGN TO CALOVR
003650         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS TR-CALOVR-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RUNSTAT
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY SUMLINE.
005010 FD  BUSCAL
005020     RECORDING MODE IS F
005030     LABEL RECORDS ARE STANDARD.
005040     COPY CALREC.
005050 FD  CALOVR
005060     RECORDING MODE IS F
005070     LABEL RECORDS ARE STANDARD.
005080     COPY CALOVR.
005100 WORKING-STORAGE SECTION.
005200******************************************************************
005300*    SWITCHES
006000 01  TR-TRNDCTL-STATUS           PIC X(02).
006100     88  TR-TRNDCTL-OK                      VALUE '00'.
006200 01  TR-SWING-PCT                PIC 9(3)  COMP VALUE 25.
006202******************************************************************
006204*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU   *
006206*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES                    *
006208******************************************************************
006210 01  TR-CAL-SWITCHES.
006212     05  TR-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
006214         88  TR-CAL-AT-END                  VALUE 'Y'.
006216     05  TR-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
006218         88  TR-CALENDAR-LOADED             VALUE 'Y'.
006220     05  TR-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
006222         88  TR-BUSINESS-DAY                VALUE 'Y'.
006224     05  TR-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
006226         88  TR-HOL-TABLE-FULL              VALUE 'Y'.
006228     05  TR-CALOVR-EOF-SWITCH    PIC X(01)  VALUE 'N'.
006230         88  TR-CALOVR-AT-END               VALUE 'Y'.
006232     05  TR-CALOVR-SW            PIC X(01)  VALUE 'N'.
006234         88  TR-CALOVR-GIVEN                VALUE 'Y'.
006236     05  TR-RUN-REFUSED-SW       PIC X(01)  VALUE 'N'.
006238         88  TR-RUN-REFUSED                 VALUE 'Y'.
006240 01  TR-BUSCAL-STATUS            PIC X(02).
006242     88  TR-BUSCAL-OK                       VALUE '00'.
006244 01  TR-CALOVR-STATUS            PIC X(02).
006246     88  TR-CALOVR-OK                       VALUE '00'.
006248 01  TR-WEEKEND-DAYS.
006250     05  TR-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
006252 01  TR-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
006254 01  TR-HOL-TABLE.
006256     05  TR-HOL-ENTRY            OCCURS 1 TO 500 TIMES
006258                                 DEPENDING ON TR-HOL-USED
006260                                 INDEXED BY TR-HOL-IDX.
006262         10  TR-HOL-DATE-INT     PIC 9(9)  COMP.
006264 01  TR-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
006266 01  TR-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
006268 01  TR-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
006270 01  TR-CALOVR-OPERATOR          PIC X(08)  VALUE SPACES.
006272 01  TR-CALOVR-REASON            PIC X(40)  VALUE SPACES.
006300******************************************************************
006400*    RUN HISTORY TABLE -- THE LAST 200 RUNS, OLDEST FIRST        *
006500******************************************************************
009700 01  TR-SUB                      PIC 9(4)  COMP VALUE ZERO.
009800 01  TR-SUB2                     PIC 9(4)  COMP VALUE ZERO.
009850 01  TR-FOUND-SUB                PIC 9(4)  COMP VALUE ZERO.
009860 01  TR-PRIOR-SUB                PIC 9(4)  COMP VALUE ZERO.
009870 01  TR-RUN-DATE                 PIC 9(08)           VALUE ZERO.
009880 01  TR-PRIOR-DATE               PIC 9(08)           VALUE ZERO.
009890 01  TR-NOTE-TEXT                PIC X(26)  VALUE SPACES.
009900 01  TR-WINDOW-START             PIC S9(4) COMP VALUE ZERO.
010000 01  TR-ROLL-PASS                PIC 9(9)  COMP VALUE ZERO.
010100 01  TR-ROLL-ACCEPT              PIC 9(9)  COMP VALUE ZERO.
011900******************************************************************
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012120     IF TR-RUN-REFUSED
012140         CLOSE TRDRPT
012160         STOP RUN.
012200     PERFORM 4000-WRITE-TREND-DETAIL THRU 4000-EXIT.
012300     PERFORM 5000-WRITE-MIX-DRIFT THRU 5000-EXIT.
012400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800*    HISTORY ON A FIRST PASS, THEN LOAD THE LAST 200 RUNS        *
012900******************************************************************
013000 1000-INITIALIZE.
013050     ACCEPT TR-RUN-DATE FROM DATE YYYYMMDD.
013100     OPEN OUTPUT TRDRPT.
013200     PERFORM 1080-READ-TREND-CONTROL THRU 1080-EXIT.
013220     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
013240     PERFORM 9700-CHECK-RUN-DATE THRU 9700-EXIT.
013260     IF TR-RUN-REFUSED
013280         GO TO 1000-EXIT.
013300     OPEN INPUT RUNSTAT.
013400     PERFORM 1100-COUNT-ONE-RECORD THRU 1100-EXIT
013500         UNTIL TR-AT-END.
023812     EXIT.
023800******************************************************************
023900*    4000-WRITE-TREND-DETAIL -- ONE LINE PER RUN: VOLUME, PASS   *
024000*    RATE, ROLLING 30-DAY PASS RATE AND THE VOLUME CHANGE FROM   *
024050*    THE PRIOR BUSINESS DAY'S RUN, FLAGGED WHEN IT SWINGS PAST   *
024100*    THE THRESHOLD                                               *
024200******************************************************************
024300 4000-WRITE-TREND-DETAIL.
024400     IF TR-RUN-USED = ZERO
028000         MOVE ZERO TO TR-ROLL-RATE
028100     END-IF.
028200     MOVE ZERO TO TR-CHG-PCT.
028250     PERFORM 4120-FIND-PRIOR-DAY THRU 4120-EXIT.
028300     IF TR-PRIOR-SUB > ZERO
028400         IF TR-DAY-READ (TR-PRIOR-SUB) > ZERO
028500             COMPUTE TR-CHG-PCT ROUNDED =
028600                 ((TR-DAY-READ (TR-SUB)
028700                     - TR-DAY-READ (TR-PRIOR-SUB))
028800                     / TR-DAY-READ (TR-PRIOR-SUB)) * 100
028900         END-IF
029000     END-IF.
029100     MOVE TR-DAY-READ (TR-SUB) TO TR-VOL-ED.
029300     MOVE TR-ROLL-RATE TO TR-ROLL-ED.
029400     MOVE TR-CHG-PCT   TO TR-CHG-ED.
029500     MOVE SPACES TO SR-REPORT-LINE.
029600     IF TR-PRIOR-SUB > ZERO
029700             AND (TR-CHG-PCT > TR-SWING-PCT
029800                 OR TR-CHG-PCT < (ZERO - TR-SWING-PCT))
029900         STRING TR-DAY-DATE (TR-SUB) DELIMITED BY SIZE
030900             '    ' TR-RATE-ED DELIMITED BY SIZE
031000             '     ' TR-ROLL-ED DELIMITED BY SIZE
031100             '   ' TR-CHG-ED DELIMITED BY SIZE
031150             TR-NOTE-TEXT   DELIMITED BY SIZE
031200             INTO SR-REPORT-LINE
031300     END-IF.
031400     WRITE SR-REPORT-LINE.
031500 4100-EXIT.
031600     EXIT.
031601******************************************************************
031602*    4120-FIND-PRIOR-DAY -- POINT TR-PRIOR-SUB AT THE RUN TO     *
031603*    COMPARE WITH: THE PREVIOUS ENTRY WITHOUT THE BUSINESS       *
031604*    CALENDAR, OTHERWISE THE ENTRY FOR THE PRIOR BUSINESS DAY.   *
031605*    A RUN ON A NON-BUSINESS DAY, OR ONE WHOSE PRIOR BUSINESS    *
031606*    DAY DID NOT RUN, IS NOTED AND LEFT UNCOMPARED               *
031607******************************************************************
031608 4120-FIND-PRIOR-DAY.
031609     MOVE ZERO   TO TR-PRIOR-SUB.
031610     MOVE SPACES TO TR-NOTE-TEXT.
031611     IF TR-SUB = 1
031612         GO TO 4120-EXIT.
031613     IF NOT TR-CALENDAR-LOADED
031614         COMPUTE TR-PRIOR-SUB = TR-SUB - 1
031615         GO TO 4120-EXIT.
031616     COMPUTE TR-TEST-INT =
031617         FUNCTION INTEGER-OF-DATE (TR-DAY-DATE (TR-SUB)).
031618     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
031619     IF NOT TR-BUSINESS-DAY
031620         MOVE ' NON-BUSINESS DAY' TO TR-NOTE-TEXT
031621         GO TO 4120-EXIT.
031622     PERFORM 4130-STEP-BACK-ONE-DAY THRU 4130-EXIT.
031623     PERFORM 4130-STEP-BACK-ONE-DAY THRU 4130-EXIT
031624         UNTIL TR-BUSINESS-DAY.
031625     COMPUTE TR-PRIOR-DATE =
031626         FUNCTION DATE-OF-INTEGER (TR-TEST-INT).
031627     PERFORM 4140-MATCH-PRIOR-DAY THRU 4140-EXIT
031628         VARYING TR-SUB2 FROM TR-SUB BY -1
031629         UNTIL TR-SUB2 = ZERO OR TR-PRIOR-SUB > ZERO.
031630     IF TR-PRIOR-SUB = ZERO
031631         MOVE ' NO PRIOR BUSINESS DAY RUN' TO TR-NOTE-TEXT.
031632 4120-EXIT.
031633     EXIT.
031634******************************************************************
031635*    4130-STEP-BACK-ONE-DAY                                      *
031636******************************************************************
031637 4130-STEP-BACK-ONE-DAY.
031638     SUBTRACT 1 FROM TR-TEST-INT.
031639     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
031640 4130-EXIT.
031641     EXIT.
031642******************************************************************
031643*    4140-MATCH-PRIOR-DAY -- NOTE THE ENTRY FOR THE PRIOR        *
031644*    BUSINESS DAY                                                *
031645******************************************************************
031646 4140-MATCH-PRIOR-DAY.
031647     IF TR-DAY-DATE (TR-SUB2) = TR-PRIOR-DATE
031648         MOVE TR-SUB2 TO TR-PRIOR-SUB.
031649 4140-EXIT.
031650     EXIT.
031700******************************************************************
031800*    4150-SUM-WINDOW-DAY -- FOLD ONE DAY INTO THE ROLLING        *
031900*    30-DAY PASS-RATE ACCUMULATORS                               *
044900     CLOSE TRDRPT.
045000 9000-EXIT.
045100     EXIT.
045200******************************************************************
045300*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
045400*    WITHOUT IT (OR WITH EVERY WEEKDAY A WEEKEND DAY) EVERY DAY  *
045500*    IS TREATED AS A BUSINESS DAY                                *
045600******************************************************************
045700 9600-LOAD-CALENDAR.
045800     MOVE SPACES TO TR-WEEKEND-DAYS.
045900     OPEN INPUT BUSCAL.
046000     IF NOT TR-BUSCAL-OK
046100         MOVE SPACES TO SR-REPORT-LINE
046200         STRING 'BUSCAL NOT SUPPLIED - '
046300             'EVERY DAY IS A BUSINESS DAY'
046400             DELIMITED BY SIZE INTO SR-REPORT-LINE
046500         WRITE SR-REPORT-LINE
046600         GO TO 9600-EXIT.
046700     MOVE 'N' TO TR-CAL-EOF-SWITCH.
046800     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
046900         UNTIL TR-CAL-AT-END.
047000     CLOSE BUSCAL.
047100     IF TR-WEEKEND-DAYS = 'YYYYYYY'
047200         MOVE SPACES TO SR-REPORT-LINE
047300         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
047400             'CALENDAR IGNORED ***'
047500             DELIMITED BY SIZE INTO SR-REPORT-LINE
047600         WRITE SR-REPORT-LINE
047700         MOVE 8 TO RETURN-CODE
047800         GO TO 9600-EXIT.
047900     SET TR-CALENDAR-LOADED TO TRUE.
048000     IF TR-HOL-TABLE-FULL
048100         MOVE SPACES TO SR-REPORT-LINE
048200         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
048300             DELIMITED BY SIZE INTO SR-REPORT-LINE
048400         WRITE SR-REPORT-LINE
048500         MOVE 8 TO RETURN-CODE
048600     END-IF.
048700 9600-EXIT.
048800     EXIT.
048900******************************************************************
049000*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
049100*    A HOLIDAY TO THE TABLE                                      *
049200******************************************************************
049300 9650-LOAD-ONE-ENTRY.
049400     READ BUSCAL
049500         AT END
049600             SET TR-CAL-AT-END TO TRUE
049700             GO TO 9650-EXIT
049800     END-READ.
049900     IF CA-WEEKEND-DAY
050000         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
050100             MOVE 'Y' TO TR-WEEKEND-FLAG (CA-WEEKDAY)
050200         END-IF
050300         GO TO 9650-EXIT.
050400     IF NOT CA-HOLIDAY
050500         GO TO 9650-EXIT.
050600     IF TR-HOL-USED NOT < 500
050700         SET TR-HOL-TABLE-FULL TO TRUE
050800         GO TO 9650-EXIT.
050900     ADD 1 TO TR-HOL-USED.
051000     SET TR-HOL-IDX TO TR-HOL-USED.
051100     COMPUTE TR-HOL-DATE-INT (TR-HOL-IDX) =
051200         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
051300 9650-EXIT.
051400     EXIT.
051500******************************************************************
051600*    9700-CHECK-RUN-DATE -- REFUSE A RUN WHOSE RUN DATE IS NOT   *
051700*    A BUSINESS DAY UNLESS A CALOVR CARD NAMES THIS PROGRAM AND  *
051800*    THE RUN DATE                                                *
051900******************************************************************
052000 9700-CHECK-RUN-DATE.
052100     IF NOT TR-CALENDAR-LOADED
052200         GO TO 9700-EXIT.
052300     COMPUTE TR-TEST-INT = FUNCTION INTEGER-OF-DATE (TR-RUN-DATE).
052400     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
052500     IF TR-BUSINESS-DAY
052600         GO TO 9700-EXIT.
052700     PERFORM 9710-READ-OVERRIDE-CARD THRU 9710-EXIT.
052800     IF TR-CALOVR-GIVEN
052900         MOVE SPACES TO SR-REPORT-LINE
053000         STRING '*** NON-BUSINESS DAY RUN BY OPERATOR '
053100                 DELIMITED BY SIZE
053200             TR-CALOVR-OPERATOR DELIMITED BY SIZE
053300             ' - '               DELIMITED BY SIZE
053400             TR-CALOVR-REASON   DELIMITED BY SIZE
053500             INTO SR-REPORT-LINE
053600         WRITE SR-REPORT-LINE
053700         GO TO 9700-EXIT.
053800     MOVE SPACES TO SR-REPORT-LINE.
053900     STRING '*** RUN DATE ' DELIMITED BY SIZE
054000         TR-RUN-DATE DELIMITED BY SIZE
054100         ' IS NOT A BUSINESS DAY - RUN REFUSED ***'
054200             DELIMITED BY SIZE
054300         INTO SR-REPORT-LINE.
054400     WRITE SR-REPORT-LINE.
054500     SET TR-RUN-REFUSED TO TRUE.
054600     IF RETURN-CODE < 4
054700         MOVE 4 TO RETURN-CODE.
054800 9700-EXIT.
054900     EXIT.
055000******************************************************************
055100*    9710-READ-OVERRIDE-CARD -- THE CALOVR CARDS ARE OPTIONAL;   *
055200*    ONE NAMING THIS PROGRAM FOR THE RUN DATE IS HONORED         *
055300******************************************************************
055400 9710-READ-OVERRIDE-CARD.
055500     OPEN INPUT CALOVR.
055600     IF NOT TR-CALOVR-OK
055700         GO TO 9710-EXIT.
055800     MOVE 'N' TO TR-CALOVR-EOF-SWITCH.
055900     PERFORM 9715-READ-ONE-OVERRIDE THRU 9715-EXIT
056000         UNTIL TR-CALOVR-AT-END.
056100     CLOSE CALOVR.
056200 9710-EXIT.
056300     EXIT.
056400******************************************************************
056500*    9715-READ-ONE-OVERRIDE                                      *
056600******************************************************************
056700 9715-READ-ONE-OVERRIDE.
056800     READ CALOVR
056900         AT END
057000             SET TR-CALOVR-AT-END TO TRUE
057100     END-READ.
057200     IF TR-CALOVR-AT-END
057300         GO TO 9715-EXIT.
057400     IF CV-PROGRAM-NAME = 'TRNDRPT'
057500             AND CV-RUN-DATE = TR-RUN-DATE
057600         SET TR-CALOVR-GIVEN TO TRUE
057700         MOVE CV-OPERATOR TO TR-CALOVR-OPERATOR
057800         MOVE CV-REASON   TO TR-CALOVR-REASON
057900     END-IF.
058000 9715-EXIT.
058100     EXIT.
058200******************************************************************
058300*    9800-TEST-BUSINESS-DAY -- TR-TEST-INT (AN INTEGER DATE) IS  *
058400*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
058500*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
058600*    WAS A MONDAY                                                *
058700******************************************************************
058800 9800-TEST-BUSINESS-DAY.
058900     MOVE 'Y' TO TR-BUS-DAY-SW.
059000     IF NOT TR-CALENDAR-LOADED
059100         GO TO 9800-EXIT.
059200     DIVIDE TR-TEST-INT BY 7 GIVING TR-QUOTIENT
059300         REMAINDER TR-WEEKDAY.
059400     IF TR-WEEKDAY = ZERO
059500         MOVE 7 TO TR-WEEKDAY.
059600     IF TR-WEEKEND-FLAG (TR-WEEKDAY) = 'Y'
059700         MOVE 'N' TO TR-BUS-DAY-SW
059800         GO TO 9800-EXIT.
059900     IF TR-HOL-USED = ZERO
060000         GO TO 9800-EXIT.
060100     SET TR-HOL-IDX TO 1.
060200     SEARCH TR-HOL-ENTRY
060300         AT END
060400             CONTINUE
060500         WHEN TR-HOL-DATE-INT (TR-HOL-IDX) = TR-TEST-INT
060600             MOVE 'N' TO TR-BUS-DAY-SW
060700     END-SEARCH.
060800 9800-EXIT.
060900     EXIT.
