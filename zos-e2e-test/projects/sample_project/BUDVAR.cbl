000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDVAR.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - BUDGET VERSUS ACTUAL
001300*                  VARIANCE REPORT. READS THE PRLDNEW MONTH-TO-
001400*                  DATE LEDGER, PROVES IT AGAINST ITS CONTROL
001500*                  RECORD, AND SETS EACH REGION/CLASS1 AGAINST ITS
001600*                  BUDMSTR LINE FOR THE LEDGER PERIOD: ACTUAL AND
001700*                  BUDGET VOLUME AND NUM1, THE VARIANCE, THE
001800*                  PERCENT OF BUDGET CONSUMED AGAINST THE PERCENT
001900*                  OF THE MONTH ELAPSED, AND THE PROJECTED MONTH-
002000*                  END FIGURE. A LINE PROJECTED OVER BUDGET BY
002100*                  MORE THAN THE BUDVCTL TOLERANCE (DEFAULT 10
002200*                  PERCENT) IS FLAGGED AND ENDS THE RUN RC 4.
002300*                  ACTUALS WITH NO BUDGET LINE AND BUDGET LINES
002400*                  WITH NO ACTIVITY ARE LISTED IN SECTIONS OF
002500*                  THEIR OWN. A LEDGER THAT DOES NOT PROVE OUT
002600*                  ENDS THE RUN RC 8 WITH NO VARIANCE REPORTED.
002605* 2026-10-15 RH    WITH BUSCAL SUPPLIED THE LEDGER PERIOD RUNS
002610*                  FROM THE DAY AFTER THE PRIOR FISCAL PERIOD END
002615*                  TO THE PERIOD'S OWN PERIOD END, SO THE DAYS
002620*                  ELAPSED ARE RIGHT FOR A FISCAL PERIOD THAT IS
002625*                  NOT A CALENDAR MONTH AND FOR AN EARLY CLOSE.
002630*                  WITHOUT BUSCAL THE CALENDAR MONTH STANDS, AS
002635*                  BEFORE; A BUSCAL THAT DOES NOT BRACKET THE
002640*                  PERIOD FALLS BACK TO IT RC 4. A PERIOD END
002645*                  TABLE OVERFLOW ENDS THE RUN RC 8 WITH NO
002650*                  VARIANCE REPORTED.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BUDVCTL  ASSIGN TO BUDVCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS VR-BUDVCTL-STATUS.
003700     SELECT PRLDNEW  ASSIGN TO PRLDNEW
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT BUDMSTR  ASSIGN TO BUDMSTR
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT BUDVRPT  ASSIGN TO BUDVRPT
004200         ORGANIZATION IS SEQUENTIAL.
004210     SELECT BUSCAL   ASSIGN TO BUSCAL
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS VR-BUSCAL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BUDVCTL
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY BUDVCTL.
004900 FD  PRLDNEW
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY PRLDREC.
005300 FD  BUDMSTR
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BUDREC.
005700 FD  BUDVRPT
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY SUMLINE.
006010 FD  BUSCAL
006020     RECORDING MODE IS F
006030     LABEL RECORDS ARE STANDARD.
006040     COPY CALREC.
006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300*    SWITCHES                                                    *
006400******************************************************************
006500 01  VR-SWITCHES.
006600     05  VR-LED-EOF-SWITCH       PIC X(01)  VALUE 'N'.
006700         88  VR-LED-AT-END                  VALUE 'Y'.
006800     05  VR-BUD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
006900         88  VR-BUD-AT-END                  VALUE 'Y'.
007000     05  VR-CTL-REC-SW           PIC X(01)  VALUE 'N'.
007100         88  VR-CTL-REC-FOUND               VALUE 'Y'.
007200     05  VR-LEDGER-SW            PIC X(01)  VALUE 'Y'.
007300         88  VR-LEDGER-PROVED               VALUE 'Y'.
007400         88  VR-LEDGER-BAD                  VALUE 'N'.
007500     05  VR-ACT-FOUND-SW         PIC X(01)  VALUE 'N'.
007600         88  VR-ACT-FOUND                   VALUE 'Y'.
007700     05  VR-OVER-SW              PIC X(01)  VALUE 'N'.
007800         88  VR-LINE-OVER                   VALUE 'Y'.
007900 01  VR-BUDVCTL-STATUS           PIC X(02).
008000     88  VR-BUDVCTL-OK                      VALUE '00'.
008100 01  VR-RUN-DATE                 PIC 9(08)           VALUE ZERO.
008200******************************************************************
008300*    CONTROL VALUES -- THE OVER-BUDGET TOLERANCE AND THE AS-OF   *
008400*    DATE DEFAULT HERE AND ARE OVERRIDDEN BY THE BUDVCTL CARD    *
008500******************************************************************
008600 01  VR-TOLERANCE-PCT            PIC 9(03)           VALUE 10.
008700 01  VR-AS-OF-DATE               PIC 9(08)           VALUE ZERO.
008800 01  VR-AS-OF-PARTS              REDEFINES VR-AS-OF-DATE.
008900     05  VR-AS-OF-MONTH          PIC 9(06).
009000     05  VR-AS-OF-DD             PIC 9(02).
009100******************************************************************
009200*    LEDGER PERIOD AND PERIOD-ELAPSED FIGURES                    *
009300******************************************************************
009400 01  VR-PERIOD                   PIC 9(06)           VALUE ZERO.
009500 01  VR-PERIOD-PARTS             REDEFINES VR-PERIOD.
009600     05  VR-PERIOD-CCYY          PIC 9(04).
009700     05  VR-PERIOD-MM            PIC 9(02).
009800 01  VR-NEXT-MONTH-DATE          PIC 9(08)           VALUE ZERO.
009900 01  VR-NEXT-MONTH-PARTS         REDEFINES VR-NEXT-MONTH-DATE.
010000     05  VR-NEXT-CCYY            PIC 9(04).
010100     05  VR-NEXT-MM              PIC 9(02).
010200     05  VR-NEXT-DD              PIC 9(02).
010300 01  VR-FIRST-OF-MONTH           PIC 9(08)           VALUE ZERO.
010400 01  VR-DAYS-IN-PERIOD           PIC 9(03)           VALUE ZERO.
010500 01  VR-DAYS-ELAPSED             PIC 9(03)           VALUE ZERO.
010600 01  VR-ELAPSED-PCT              PIC 9(03)V9         VALUE ZERO.
010603******************************************************************
010606*    BUSINESS CALENDAR FISCAL PERIOD ENDS -- WITH BUSCAL THE     *
010609*    LEDGER PERIOD RUNS FROM THE DAY AFTER THE PRIOR PERIOD END  *
010612*    TO ITS OWN PERIOD END                                       *
010615******************************************************************
010618 01  VR-CAL-SWITCHES.
010621     05  VR-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
010624         88  VR-CAL-AT-END                  VALUE 'Y'.
010627     05  VR-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
010630         88  VR-CALENDAR-LOADED             VALUE 'Y'.
010633     05  VR-PER-FOUND-SW         PIC X(01)  VALUE 'N'.
010636         88  VR-PERIOD-FOUND                VALUE 'Y'.
010639     05  VR-PER-FULL-SW          PIC X(01)  VALUE 'N'.
010642         88  VR-PER-TABLE-FULL              VALUE 'Y'.
010645     05  VR-CAL-REFUSE-SW        PIC X(01)  VALUE 'N'.
010648         88  VR-CALENDAR-INCOMPLETE         VALUE 'Y'.
010651 01  VR-BUSCAL-STATUS            PIC X(02).
010654     88  VR-BUSCAL-OK                       VALUE '00'.
010657 01  VR-PER-USED                 PIC 9(4)  COMP VALUE ZERO.
010660 01  VR-PER-TABLE.
010663     05  VR-PER-ENTRY            OCCURS 1 TO 200 TIMES
010666                                 DEPENDING ON VR-PER-USED
010669                                 INDEXED BY VR-PER-IDX.
010672         10  VR-PER-PERIOD       PIC 9(06).
010675         10  VR-PER-END-DATE     PIC 9(08).
010678 01  VR-PERIOD-START-DATE        PIC 9(08)           VALUE ZERO.
010681 01  VR-PERIOD-END-DATE          PIC 9(08)           VALUE ZERO.
010684 01  VR-PRIOR-END-DATE           PIC 9(08)           VALUE ZERO.
010687 01  VR-START-INT                PIC 9(9)  COMP VALUE ZERO.
010690 01  VR-END-INT                  PIC 9(9)  COMP VALUE ZERO.
010693 01  VR-AS-OF-INT                PIC 9(9)  COMP VALUE ZERO.
010696 01  VR-PERIOD-ED                PIC 9(06).
010700******************************************************************
010800*    PRIOR LEDGER PROOF FIGURES -- WHAT WAS ACTUALLY LOADED,     *
010900*    PROVED AGAINST THE PRLDNEW CONTROL RECORD                   *
011000******************************************************************
011100 01  VR-LOAD-REC-COUNT           PIC S9(9) COMP  VALUE ZERO.
011200 01  VR-LOAD-NUM1-TOTAL          PIC S9(13) COMP-3 VALUE ZERO.
011300 01  VR-CTL-ENTRY-COUNT          PIC 9(5)  COMP  VALUE ZERO.
011400 01  VR-CTL-REC-COUNT            PIC S9(9) COMP  VALUE ZERO.
011500 01  VR-CTL-NUM1-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
011600******************************************************************
011700*    MONTH-TO-DATE ACTUALS TABLE -- ONE ENTRY PER PRLDNEW        *
011800*    DETAIL, MARKED WHEN A BUDGET LINE CLAIMS IT                 *
011900******************************************************************
012000 01  VR-ACT-USED                 PIC 9(4)  COMP VALUE ZERO.
012100 01  VR-ACT-TABLE.
012200     05  VR-ACT-ENTRY            OCCURS 1 TO 500 TIMES
012300                                 DEPENDING ON VR-ACT-USED
012400                                 INDEXED BY VR-ACT-IDX.
012500         10  VR-ACT-REGION       PIC X(03).
012600         10  VR-ACT-CLASS        PIC X(9).
012700         10  VR-ACT-COUNT        PIC S9(9) COMP.
012800         10  VR-ACT-NUM1         PIC S9(13) COMP-3.
012900         10  VR-ACT-MATCH-SW     PIC X(01).
013000             88  VR-ACT-BUDGETED            VALUE 'Y'.
013100******************************************************************
013200*    VARIANCE WORK FIELDS FOR ONE REPORT LINE                    *
013300******************************************************************
013400 01  VR-ITEM-NAME                PIC X(04)           VALUE SPACES.
013500 01  VR-BUDGET-AMT               PIC S9(13) COMP-3 VALUE ZERO.
013600 01  VR-ACTUAL-AMT               PIC S9(13) COMP-3 VALUE ZERO.
013700 01  VR-VARIANCE-AMT             PIC S9(13) COMP-3 VALUE ZERO.
013800 01  VR-PROJECTED-AMT            PIC S9(13) COMP-3 VALUE ZERO.
013900 01  VR-USED-PCT                 PIC S9(05) COMP-3 VALUE ZERO.
014000 01  VR-LIMIT-AMT                PIC S9(15) COMP-3 VALUE ZERO.
014100 01  VR-FLAG-TEXT                PIC X(04)           VALUE SPACES.
014200 01  VR-LINE-REGION              PIC X(03)           VALUE SPACES.
014300 01  VR-LINE-CLASS               PIC X(9)            VALUE SPACES.
014400******************************************************************
014500*    RUN COUNTERS, CORPORATE TOTALS AND EDITED REPORT FIELDS     *
014600******************************************************************
014700 01  VR-COUNTERS.
014800     05  VR-BUD-PERIOD-COUNT     PIC 9(7)  COMP VALUE ZERO.
014900     05  VR-REPORTED-COUNT       PIC 9(7)  COMP VALUE ZERO.
015000     05  VR-OVER-COUNT           PIC 9(7)  COMP VALUE ZERO.
015100     05  VR-UNBUDGETED-COUNT     PIC 9(7)  COMP VALUE ZERO.
015200     05  VR-NO-ACTIVITY-COUNT    PIC 9(7)  COMP VALUE ZERO.
015300 01  VR-TOT-BUDGET-NUM1          PIC S9(13) COMP-3 VALUE ZERO.
015400 01  VR-TOT-ACTUAL-NUM1          PIC S9(13) COMP-3 VALUE ZERO.
015500 01  VR-COUNT-ED                 PIC ZZZZZZ9.
015600 01  VR-AMT-ED                   PIC -(11)9.
015700 01  VR-BUDGET-ED                PIC -(11)9.
015800 01  VR-ACTUAL-ED                PIC -(11)9.
015900 01  VR-VARIANCE-ED              PIC -(11)9.
016000 01  VR-PROJECTED-ED             PIC -(11)9.
016100 01  VR-USED-PCT-ED              PIC ---9.
016200 01  VR-ELAPSED-PCT-ED           PIC ZZ9.9.
016300 01  VR-TOLERANCE-ED             PIC ZZ9.
016400 01  VR-DAYS-ED                  PIC Z9.
016500 01  VR-PERIOD-DAYS-ED           PIC Z9.
016600 PROCEDURE DIVISION.
016700******************************************************************
016800*    0000-MAINLINE                                               *
016900******************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF VR-LEDGER-PROVED AND NOT VR-CALENDAR-INCOMPLETE
017300         PERFORM 2000-REPORT-VARIANCE THRU 2000-EXIT
017400         PERFORM 3000-REPORT-UNBUDGETED THRU 3000-EXIT
017500         PERFORM 4000-REPORT-NO-ACTIVITY THRU 4000-EXIT
017600     END-IF.
017700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017800     STOP RUN.
017900******************************************************************
018000*    1000-INITIALIZE -- OPEN THE REPORT, PICK UP THE CONTROL     *
018100*    CARD, LOAD AND PROVE THE MONTH-TO-DATE LEDGER, LOAD THE     *
018200*    FISCAL PERIOD ENDS AND WORK OUT HOW MUCH OF THE LEDGER      *
018250*    PERIOD HAS ELAPSED                                          *
018300******************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT VR-RUN-DATE FROM DATE YYYYMMDD.
018600     MOVE VR-RUN-DATE TO VR-AS-OF-DATE.
018700     OPEN OUTPUT BUDVRPT.
018800     PERFORM 1080-READ-VARIANCE-CONTROL THRU 1080-EXIT.
018900     PERFORM 1100-LOAD-LEDGER THRU 1100-EXIT.
019000     IF VR-LEDGER-BAD
019100         GO TO 1000-EXIT.
019130     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
019160     IF VR-CALENDAR-INCOMPLETE
019190         GO TO 1000-EXIT.
019200     PERFORM 1200-COMPUTE-ELAPSED THRU 1200-EXIT.
019300     PERFORM 1300-WRITE-HEADING THRU 1300-EXIT.
019400 1000-EXIT.
019500     EXIT.
019600******************************************************************
019700*    1080-READ-VARIANCE-CONTROL -- LOAD THE TOLERANCE AND AS-OF  *
019800*    DATE FROM THE BUDVCTL CONTROL CARD, IF OPERATIONS SUPPLIED  *
019900*    ONE FOR THIS RUN; OTHERWISE THE WORKING-STORAGE DEFAULTS    *
020000*    STAND                                                       *
020100******************************************************************
020200 1080-READ-VARIANCE-CONTROL.
020300     OPEN INPUT BUDVCTL.
020400     IF VR-BUDVCTL-OK
020500         READ BUDVCTL
020600             AT END
020700                 CONTINUE
020800         END-READ
020900         IF VR-BUDVCTL-OK
021000             IF BV-TOLERANCE-PCT NUMERIC
021100                 MOVE BV-TOLERANCE-PCT TO VR-TOLERANCE-PCT
021200             END-IF
021300             IF BV-AS-OF-DATE NUMERIC AND BV-AS-OF-DATE > ZERO
021400                 MOVE BV-AS-OF-DATE TO VR-AS-OF-DATE
021500             END-IF
021600         END-IF
021700         CLOSE BUDVCTL
021800     END-IF.
021900 1080-EXIT.
022000     EXIT.
022100******************************************************************
022200*    1100-LOAD-LEDGER -- LOAD EVERY PRLDNEW DETAIL INTO THE      *
022300*    ACTUALS TABLE AND PROVE THE ENTRY COUNT, RECORD COUNT AND   *
022400*    NUM1 TOTAL AGAINST THE CONTROL RECORD THAT CLOSES THE       *
022500*    FILE. A LEDGER WITH NO CONTROL RECORD, ONE THAT DOES NOT    *
022600*    PROVE, OR ONE TOO BIG FOR THE TABLE IS REFUSED RC 8         *
022700******************************************************************
022800 1100-LOAD-LEDGER.
022900     OPEN INPUT PRLDNEW.
023000     PERFORM 1150-LOAD-ONE-LEDGER THRU 1150-EXIT
023100         UNTIL VR-LED-AT-END.
023200     CLOSE PRLDNEW.
023300     IF VR-LEDGER-BAD
023400         GO TO 1100-EXIT.
023500     IF NOT VR-CTL-REC-FOUND
023600         SET VR-LEDGER-BAD TO TRUE
023700         MOVE SPACES TO SR-REPORT-LINE
023800         STRING '*** PRLDNEW HAS NO CONTROL RECORD ***'
023900             DELIMITED BY SIZE INTO SR-REPORT-LINE
024000         WRITE SR-REPORT-LINE
024100         MOVE 8 TO RETURN-CODE
024200         GO TO 1100-EXIT.
024300     IF VR-ACT-USED NOT = VR-CTL-ENTRY-COUNT
024400             OR VR-LOAD-REC-COUNT NOT = VR-CTL-REC-COUNT
024500             OR VR-LOAD-NUM1-TOTAL NOT = VR-CTL-NUM1-TOTAL
024600         SET VR-LEDGER-BAD TO TRUE
024700         MOVE SPACES TO SR-REPORT-LINE
024800         STRING '*** PRLDNEW DOES NOT PROVE TO ITS CONTROL '
024900             DELIMITED BY SIZE
025000             'RECORD ***' DELIMITED BY SIZE
025100             INTO SR-REPORT-LINE
025200         WRITE SR-REPORT-LINE
025300         MOVE 8 TO RETURN-CODE
025400     END-IF.
025500 1100-EXIT.
025600     EXIT.
025700******************************************************************
025800*    1150-LOAD-ONE-LEDGER -- ONE PRLDNEW RECORD: A DETAIL GOES   *
025900*    INTO THE ACTUALS TABLE, THE CONTROL RECORD SUPPLIES THE     *
026000*    PERIOD AND THE PROOF FIGURES                                *
026100******************************************************************
026200 1150-LOAD-ONE-LEDGER.
026300     READ PRLDNEW
026400         AT END
026500             SET VR-LED-AT-END TO TRUE
026600             GO TO 1150-EXIT
026700     END-READ.
026800     IF PL-CONTROL-REC
026900         SET VR-CTL-REC-FOUND TO TRUE
027000         MOVE PL-CTL-PERIOD      TO VR-PERIOD
027100         MOVE PL-CTL-ENTRY-COUNT TO VR-CTL-ENTRY-COUNT
027200         MOVE PL-CTL-REC-COUNT   TO VR-CTL-REC-COUNT
027300         MOVE PL-CTL-NUM1-TOTAL  TO VR-CTL-NUM1-TOTAL
027400         GO TO 1150-EXIT.
027500     IF VR-ACT-USED NOT < 500
027600         IF VR-LEDGER-PROVED
027700             SET VR-LEDGER-BAD TO TRUE
027800             MOVE SPACES TO SR-REPORT-LINE
027900             STRING '*** ACTUALS TABLE FULL - LEDGER NOT '
028000                 DELIMITED BY SIZE
028100                 'REPORTED ***' DELIMITED BY SIZE
028200                 INTO SR-REPORT-LINE
028300             WRITE SR-REPORT-LINE
028400             MOVE 8 TO RETURN-CODE
028500         END-IF
028600         GO TO 1150-EXIT.
028700     ADD 1 TO VR-ACT-USED.
028800     SET VR-ACT-IDX TO VR-ACT-USED.
028900     MOVE PL-REGION     TO VR-ACT-REGION (VR-ACT-IDX).
029000     MOVE PL-CLASS1     TO VR-ACT-CLASS (VR-ACT-IDX).
029100     MOVE PL-REC-COUNT  TO VR-ACT-COUNT (VR-ACT-IDX).
029200     MOVE PL-NUM1-TOTAL TO VR-ACT-NUM1 (VR-ACT-IDX).
029300     MOVE 'N'           TO VR-ACT-MATCH-SW (VR-ACT-IDX).
029400     ADD PL-REC-COUNT   TO VR-LOAD-REC-COUNT.
029500     ADD PL-NUM1-TOTAL  TO VR-LOAD-NUM1-TOTAL.
029600 1150-EXIT.
029700     EXIT.
029800******************************************************************
029820*    1200-COMPUTE-ELAPSED -- DAYS IN THE LEDGER PERIOD AND       *
029840*    DAYS OF IT ELAPSED AS OF THE AS-OF DATE. AN AS-OF DATE PAST *
029860*    THE PERIOD END (A CLOSE RUN) COUNTS THE WHOLE PERIOD AS     *
029880*    ELAPSED                                                     *
029900******************************************************************
029920 1200-COMPUTE-ELAPSED.
029940     PERFORM 1250-FIND-FISCAL-PERIOD THRU 1250-EXIT.
029960     IF VR-PERIOD-FOUND
029980         PERFORM 1230-FISCAL-PERIOD-DAYS THRU 1230-EXIT
030000     ELSE
030020         PERFORM 1220-CALENDAR-MONTH-DAYS THRU 1220-EXIT
030040     END-IF.
030060     IF VR-DAYS-ELAPSED = ZERO
030080         MOVE 1 TO VR-DAYS-ELAPSED
030100     END-IF.
030120     COMPUTE VR-ELAPSED-PCT ROUNDED =
030140         VR-DAYS-ELAPSED * 100 / VR-DAYS-IN-PERIOD.
030160 1200-EXIT.
030180     EXIT.
030200******************************************************************
030220*    1220-CALENDAR-MONTH-DAYS -- WITHOUT A FISCAL PERIOD FROM    *
030240*    BUSCAL THE LEDGER PERIOD IS THE CALENDAR MONTH; AN AS-OF    *
030260*    DATE IN ANY OTHER MONTH COUNTS THE WHOLE MONTH AS ELAPSED   *
030280******************************************************************
030300 1220-CALENDAR-MONTH-DAYS.
030320     COMPUTE VR-FIRST-OF-MONTH = VR-PERIOD * 100 + 1.
030340     MOVE VR-PERIOD-CCYY TO VR-NEXT-CCYY.
030360     MOVE VR-PERIOD-MM   TO VR-NEXT-MM.
030380     MOVE 1              TO VR-NEXT-DD.
030400     IF VR-NEXT-MM = 12
030420         ADD 1 TO VR-NEXT-CCYY
030440         MOVE 1 TO VR-NEXT-MM
030460     ELSE
030480         ADD 1 TO VR-NEXT-MM
030500     END-IF.
030520     COMPUTE VR-DAYS-IN-PERIOD =
030540         FUNCTION INTEGER-OF-DATE (VR-NEXT-MONTH-DATE)
030560       - FUNCTION INTEGER-OF-DATE (VR-FIRST-OF-MONTH).
030580     IF VR-AS-OF-MONTH = VR-PERIOD
030600         MOVE VR-AS-OF-DD TO VR-DAYS-ELAPSED
030620     ELSE
030640         MOVE VR-DAYS-IN-PERIOD TO VR-DAYS-ELAPSED
030660     END-IF.
030680 1220-EXIT.
030700     EXIT.
030720******************************************************************
030740*    1230-FISCAL-PERIOD-DAYS -- THE PERIOD RUNS FROM THE DAY     *
030760*    AFTER THE PRIOR PERIOD END THROUGH ITS OWN PERIOD END. AN   *
030780*    AS-OF DATE BEFORE THE PERIOD COUNTS NO DAYS, ONE AFTER IT   *
030800*    (AN EARLY CLOSE) COUNTS THE WHOLE PERIOD                    *
030820******************************************************************
030840 1230-FISCAL-PERIOD-DAYS.
030860     COMPUTE VR-START-INT =
030880         FUNCTION INTEGER-OF-DATE (VR-PRIOR-END-DATE) + 1.
030900     COMPUTE VR-END-INT =
030920         FUNCTION INTEGER-OF-DATE (VR-PERIOD-END-DATE).
030940     COMPUTE VR-PERIOD-START-DATE =
030960         FUNCTION DATE-OF-INTEGER (VR-START-INT).
030980     COMPUTE VR-AS-OF-INT =
031000         FUNCTION INTEGER-OF-DATE (VR-AS-OF-DATE).
031020     COMPUTE VR-DAYS-IN-PERIOD = VR-END-INT - VR-START-INT + 1.
031040     IF VR-AS-OF-INT > VR-END-INT
031060         MOVE VR-DAYS-IN-PERIOD TO VR-DAYS-ELAPSED
031080         GO TO 1230-EXIT.
031100     IF VR-AS-OF-INT < VR-START-INT
031120         MOVE ZERO TO VR-DAYS-ELAPSED
031140         GO TO 1230-EXIT.
031160     COMPUTE VR-DAYS-ELAPSED = VR-AS-OF-INT - VR-START-INT + 1.
031180 1230-EXIT.
031200     EXIT.
031220******************************************************************
031240*    1250-FIND-FISCAL-PERIOD -- FIND THE LEDGER PERIOD'S OWN     *
031260*    PERIOD END AND THE LATEST PERIOD END BEFORE IT. A CALENDAR  *
031280*    THAT LACKS EITHER IS A WARNING, RC 4, AND THE CALENDAR      *
031300*    MONTH IS USED                                               *
031320******************************************************************
031340 1250-FIND-FISCAL-PERIOD.
031360     MOVE 'N' TO VR-PER-FOUND-SW.
031380     IF NOT VR-CALENDAR-LOADED
031400         GO TO 1250-EXIT.
031420     MOVE ZERO TO VR-PERIOD-END-DATE.
031440     MOVE ZERO TO VR-PRIOR-END-DATE.
031460     PERFORM 1260-TEST-OWN-END THRU 1260-EXIT
031480         VARYING VR-PER-IDX FROM 1 BY 1
031500         UNTIL VR-PER-IDX > VR-PER-USED.
031520     IF VR-PERIOD-END-DATE > ZERO
031540         PERFORM 1270-TEST-PRIOR-END THRU 1270-EXIT
031560             VARYING VR-PER-IDX FROM 1 BY 1
031580             UNTIL VR-PER-IDX > VR-PER-USED
031600     END-IF.
031620     IF VR-PRIOR-END-DATE > ZERO
031640         SET VR-PERIOD-FOUND TO TRUE
031660         GO TO 1250-EXIT.
031680     MOVE VR-PERIOD TO VR-PERIOD-ED.
031700     MOVE SPACES TO SR-REPORT-LINE.
031720     STRING '*** BUSCAL DOES NOT BRACKET PERIOD '
031740         DELIMITED BY SIZE
031760         VR-PERIOD-ED DELIMITED BY SIZE
031780         ' - CALENDAR MONTH USED ***' DELIMITED BY SIZE
031800         INTO SR-REPORT-LINE.
031820     WRITE SR-REPORT-LINE.
031840     IF RETURN-CODE < 4
031860         MOVE 4 TO RETURN-CODE
031880     END-IF.
031900 1250-EXIT.
031920     EXIT.
031940******************************************************************
031960*    1260-TEST-OWN-END -- THE PERIOD END NAMING THE LEDGER       *
031980*    PERIOD                                                      *
032000******************************************************************
032020 1260-TEST-OWN-END.
032040     IF VR-PER-PERIOD (VR-PER-IDX) = VR-PERIOD
032060         MOVE VR-PER-END-DATE (VR-PER-IDX) TO VR-PERIOD-END-DATE
032080     END-IF.
032100 1260-EXIT.
032120     EXIT.
032140******************************************************************
032160*    1270-TEST-PRIOR-END -- KEEP THE LATEST PERIOD END BEFORE    *
032180*    THE LEDGER PERIOD'S OWN                                     *
032200******************************************************************
032220 1270-TEST-PRIOR-END.
032240     IF VR-PER-END-DATE (VR-PER-IDX) < VR-PERIOD-END-DATE
032260             AND VR-PER-END-DATE (VR-PER-IDX) > VR-PRIOR-END-DATE
032280         MOVE VR-PER-END-DATE (VR-PER-IDX) TO VR-PRIOR-END-DATE
032300     END-IF.
032320 1270-EXIT.
032340     EXIT.
033000******************************************************************
033100*    1300-WRITE-HEADING -- VARIANCE REPORT HEADING LINES         *
033200******************************************************************
033300 1300-WRITE-HEADING.
033400     MOVE SPACES TO SR-REPORT-LINE.
033500     STRING 'BUDGET VERSUS ACTUAL VARIANCE - PERIOD ' DELIMITED BY
033600         SIZE
033700         VR-PERIOD DELIMITED BY SIZE
033800         INTO SR-REPORT-LINE.
033900     WRITE SR-REPORT-LINE.
033910     IF VR-PERIOD-FOUND
033920         MOVE SPACES TO SR-REPORT-LINE
033930         STRING 'FISCAL PERIOD FROM BUSCAL: ' DELIMITED BY SIZE
033940             VR-PERIOD-START-DATE DELIMITED BY SIZE
033950             ' THRU '             DELIMITED BY SIZE
033960             VR-PERIOD-END-DATE   DELIMITED BY SIZE
033970             INTO SR-REPORT-LINE
033980         WRITE SR-REPORT-LINE
033990     END-IF.
034000     MOVE VR-DAYS-ELAPSED   TO VR-DAYS-ED.
034100     MOVE VR-DAYS-IN-PERIOD TO VR-PERIOD-DAYS-ED.
034200     MOVE VR-ELAPSED-PCT    TO VR-ELAPSED-PCT-ED.
034300     MOVE SPACES TO SR-REPORT-LINE.
034400     STRING 'PERIOD ELAPSED: DAY ' DELIMITED BY SIZE
034500         VR-DAYS-ED           DELIMITED BY SIZE
034600         ' OF '               DELIMITED BY SIZE
034700         VR-PERIOD-DAYS-ED    DELIMITED BY SIZE
034800         ' = '                DELIMITED BY SIZE
034900         VR-ELAPSED-PCT-ED    DELIMITED BY SIZE
035000         ' PCT'               DELIMITED BY SIZE
035100         INTO SR-REPORT-LINE.
035200     WRITE SR-REPORT-LINE.
035300     MOVE VR-TOLERANCE-PCT TO VR-TOLERANCE-ED.
035400     MOVE SPACES TO SR-REPORT-LINE.
035500     STRING 'OVER-BUDGET TOLERANCE: ' DELIMITED BY SIZE
035600         VR-TOLERANCE-ED      DELIMITED BY SIZE
035700         ' PCT OF BUDGET ON PROJECTED MONTH-END' DELIMITED BY SIZE
035800         INTO SR-REPORT-LINE.
035900     WRITE SR-REPORT-LINE.
036000     MOVE SPACES TO SR-REPORT-LINE.
036100     WRITE SR-REPORT-LINE.
036200     MOVE SPACES TO SR-REPORT-LINE.
036300     STRING 'RGN CLASS1    ITEM       BUDGET       ACTUAL'
036400         DELIMITED BY SIZE
036500         '     VARIANCE USED    PROJECTED' DELIMITED BY SIZE
036600         INTO SR-REPORT-LINE.
036700     WRITE SR-REPORT-LINE.
036800 1300-EXIT.
036900     EXIT.
037000******************************************************************
037100*    2000-REPORT-VARIANCE -- PASS THE BUDGET MASTER, REPORTING   *
037200*    EVERY LINE FOR THE LEDGER PERIOD THAT HAS MONTH-TO-DATE     *
037300*    ACTIVITY                                                    *
037400******************************************************************
037500 2000-REPORT-VARIANCE.
037600     OPEN INPUT BUDMSTR.
037700     PERFORM 2100-VARIANCE-ONE-LINE THRU 2100-EXIT
037800         UNTIL VR-BUD-AT-END.
037900     CLOSE BUDMSTR.
038000 2000-EXIT.
038100     EXIT.
038200******************************************************************
038300*    2100-VARIANCE-ONE-LINE -- READ ONE BUDGET LINE: A LINE FOR  *
038400*    ANOTHER MONTH IS PASSED OVER, A LINE WITH NO ACTUALS IS     *
038500*    LEFT FOR THE NO-ACTIVITY SECTION, AND A MATCHED LINE IS     *
038600*    REPORTED FOR BOTH VOLUME AND NUM1                           *
038700******************************************************************
038800 2100-VARIANCE-ONE-LINE.
038900     READ BUDMSTR
039000         AT END
039100             SET VR-BUD-AT-END TO TRUE
039200             GO TO 2100-EXIT
039300     END-READ.
039400     IF BU-FISC-MONTH NOT = VR-PERIOD
039500         GO TO 2100-EXIT.
039600     ADD 1 TO VR-BUD-PERIOD-COUNT.
039700     ADD BU-PLAN-NUM1 TO VR-TOT-BUDGET-NUM1.
039800     PERFORM 2200-FIND-ACTUAL THRU 2200-EXIT.
039900     IF NOT VR-ACT-FOUND
040000         GO TO 2100-EXIT.
040100     MOVE 'Y' TO VR-ACT-MATCH-SW (VR-ACT-IDX).
040200     ADD 1 TO VR-REPORTED-COUNT.
040300     MOVE 'N' TO VR-OVER-SW.
040400     MOVE BU-REGION TO VR-LINE-REGION.
040500     MOVE BU-CLASS1 TO VR-LINE-CLASS.
040600     MOVE 'VOL'     TO VR-ITEM-NAME.
040700     MOVE BU-PLAN-COUNT TO VR-BUDGET-AMT.
040800     MOVE VR-ACT-COUNT (VR-ACT-IDX) TO VR-ACTUAL-AMT.
040900     PERFORM 2500-WRITE-VARIANCE-LINE THRU 2500-EXIT.
041000     MOVE SPACES    TO VR-LINE-REGION.
041100     MOVE SPACES    TO VR-LINE-CLASS.
041200     MOVE 'NUM1'    TO VR-ITEM-NAME.
041300     MOVE BU-PLAN-NUM1 TO VR-BUDGET-AMT.
041400     MOVE VR-ACT-NUM1 (VR-ACT-IDX) TO VR-ACTUAL-AMT.
041500     PERFORM 2500-WRITE-VARIANCE-LINE THRU 2500-EXIT.
041600     IF VR-LINE-OVER
041700         ADD 1 TO VR-OVER-COUNT
041800     END-IF.
041900 2100-EXIT.
042000     EXIT.
042100******************************************************************
042200*    2200-FIND-ACTUAL -- LOOK THE BUDGET LINE'S REGION AND       *
042300*    CLASS1 UP IN THE ACTUALS TABLE                              *
042400******************************************************************
042500 2200-FIND-ACTUAL.
042600     MOVE 'N' TO VR-ACT-FOUND-SW.
042700     IF VR-ACT-USED = ZERO
042800         GO TO 2200-EXIT.
042900     SET VR-ACT-IDX TO 1.
043000     SEARCH VR-ACT-ENTRY
043100         AT END
043200             CONTINUE
043300         WHEN VR-ACT-REGION (VR-ACT-IDX) = BU-REGION
043400                 AND VR-ACT-CLASS (VR-ACT-IDX) = BU-CLASS1
043500             SET VR-ACT-FOUND TO TRUE
043600     END-SEARCH.
043700 2200-EXIT.
043800     EXIT.
043900******************************************************************
044000*    2500-WRITE-VARIANCE-LINE -- ONE ITEM (VOLUME OR NUM1) OF A  *
044100*    MATCHED LINE: VARIANCE TO DATE, PERCENT OF BUDGET USED,     *
044200*    AND THE MONTH-END PROJECTION AT THE RATE SO FAR. THE ITEM   *
044300*    IS FLAGGED OVER WHEN THE PROJECTION EXCEEDS BUDGET BY MORE  *
044400*    THAN THE TOLERANCE; A ZERO BUDGET IS OVER AS SOON AS        *
044500*    ANYTHING IS USED                                            *
044600******************************************************************
044700 2500-WRITE-VARIANCE-LINE.
044800     COMPUTE VR-VARIANCE-AMT = VR-ACTUAL-AMT - VR-BUDGET-AMT.
044900     COMPUTE VR-PROJECTED-AMT ROUNDED =
045000         VR-ACTUAL-AMT * VR-DAYS-IN-PERIOD / VR-DAYS-ELAPSED.
045100     MOVE SPACES TO VR-FLAG-TEXT.
045200     IF VR-BUDGET-AMT = ZERO
045300         IF VR-ACTUAL-AMT > ZERO
045400             MOVE 999 TO VR-USED-PCT
045500             MOVE 'OVER' TO VR-FLAG-TEXT
045600         ELSE
045700             MOVE ZERO TO VR-USED-PCT
045800         END-IF
045900     ELSE
046000         COMPUTE VR-USED-PCT ROUNDED =
046100             VR-ACTUAL-AMT * 100 / VR-BUDGET-AMT
046200             ON SIZE ERROR
046300                 MOVE 999 TO VR-USED-PCT
046400         END-COMPUTE
046500         IF VR-USED-PCT > 999
046600             MOVE 999 TO VR-USED-PCT
046700         END-IF
046800         COMPUTE VR-LIMIT-AMT =
046900             VR-BUDGET-AMT * (100 + VR-TOLERANCE-PCT)
047000         IF VR-PROJECTED-AMT * 100 > VR-LIMIT-AMT
047100             MOVE 'OVER' TO VR-FLAG-TEXT
047200         END-IF
047300     END-IF.
047400     IF VR-FLAG-TEXT NOT = SPACES
047500         SET VR-LINE-OVER TO TRUE
047600     END-IF.
047700     MOVE VR-BUDGET-AMT    TO VR-BUDGET-ED.
047800     MOVE VR-ACTUAL-AMT    TO VR-ACTUAL-ED.
047900     MOVE VR-VARIANCE-AMT  TO VR-VARIANCE-ED.
048000     MOVE VR-USED-PCT      TO VR-USED-PCT-ED.
048100     MOVE VR-PROJECTED-AMT TO VR-PROJECTED-ED.
048200     MOVE SPACES TO SR-REPORT-LINE.
048300     STRING VR-LINE-REGION DELIMITED BY SIZE
048400         ' '               DELIMITED BY SIZE
048500         VR-LINE-CLASS     DELIMITED BY SIZE
048600         ' '               DELIMITED BY SIZE
048700         VR-ITEM-NAME      DELIMITED BY SIZE
048800         ' '               DELIMITED BY SIZE
048900         VR-BUDGET-ED      DELIMITED BY SIZE
049000         ' '               DELIMITED BY SIZE
049100         VR-ACTUAL-ED      DELIMITED BY SIZE
049200         ' '               DELIMITED BY SIZE
049300         VR-VARIANCE-ED    DELIMITED BY SIZE
049400         ' '               DELIMITED BY SIZE
049500         VR-USED-PCT-ED    DELIMITED BY SIZE
049600         ' '               DELIMITED BY SIZE
049700         VR-PROJECTED-ED   DELIMITED BY SIZE
049800         ' '               DELIMITED BY SIZE
049900         VR-FLAG-TEXT      DELIMITED BY SIZE
050000         INTO SR-REPORT-LINE.
050100     WRITE SR-REPORT-LINE.
050200 2500-EXIT.
050300     EXIT.
050400******************************************************************
050500*    3000-REPORT-UNBUDGETED -- MONTH-TO-DATE ACTIVITY NO BUDGET  *
050600*    LINE CLAIMED                                                *
050700******************************************************************
050800 3000-REPORT-UNBUDGETED.
050900     MOVE SPACES TO SR-REPORT-LINE.
051000     WRITE SR-REPORT-LINE.
051100     MOVE SPACES TO SR-REPORT-LINE.
051200     STRING 'ACTUALS WITH NO BUDGET LINE' DELIMITED BY SIZE
051300         INTO SR-REPORT-LINE.
051400     WRITE SR-REPORT-LINE.
051500     MOVE SPACES TO SR-REPORT-LINE.
051600     STRING 'RGN CLASS1          VOLUME         NUM1'
051700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
051800     WRITE SR-REPORT-LINE.
051900     PERFORM 3100-NOTE-ONE-UNBUDGETED THRU 3100-EXIT
052000         VARYING VR-ACT-IDX FROM 1 BY 1
052100         UNTIL VR-ACT-IDX > VR-ACT-USED.
052200     IF VR-UNBUDGETED-COUNT = ZERO
052300         MOVE SPACES TO SR-REPORT-LINE
052400         STRING 'NONE' DELIMITED BY SIZE INTO SR-REPORT-LINE
052500         WRITE SR-REPORT-LINE
052600     END-IF.
052700 3000-EXIT.
052800     EXIT.
052900******************************************************************
053000*    3100-NOTE-ONE-UNBUDGETED -- LIST ONE ACTUALS ENTRY NO       *
053100*    BUDGET LINE MATCHED                                         *
053200******************************************************************
053300 3100-NOTE-ONE-UNBUDGETED.
053400     ADD VR-ACT-NUM1 (VR-ACT-IDX) TO VR-TOT-ACTUAL-NUM1.
053500     IF VR-ACT-BUDGETED (VR-ACT-IDX)
053600         GO TO 3100-EXIT.
053700     ADD 1 TO VR-UNBUDGETED-COUNT.
053800     MOVE VR-ACT-COUNT (VR-ACT-IDX) TO VR-ACTUAL-ED.
053900     MOVE VR-ACT-NUM1 (VR-ACT-IDX)  TO VR-AMT-ED.
054000     MOVE SPACES TO SR-REPORT-LINE.
054100     STRING VR-ACT-REGION (VR-ACT-IDX) DELIMITED BY SIZE
054200         ' '                           DELIMITED BY SIZE
054300         VR-ACT-CLASS (VR-ACT-IDX)     DELIMITED BY SIZE
054400         ' '                           DELIMITED BY SIZE
054500         VR-ACTUAL-ED                  DELIMITED BY SIZE
054600         ' '                           DELIMITED BY SIZE
054700         VR-AMT-ED                     DELIMITED BY SIZE
054800         INTO SR-REPORT-LINE.
054900     WRITE SR-REPORT-LINE.
055000 3100-EXIT.
055100     EXIT.
055200******************************************************************
055300*    4000-REPORT-NO-ACTIVITY -- SECOND PASS OF THE BUDGET        *
055400*    MASTER, LISTING EVERY LINE FOR THE LEDGER PERIOD WITH NO    *
055500*    MONTH-TO-DATE ACTIVITY                                      *
055600******************************************************************
055700 4000-REPORT-NO-ACTIVITY.
055800     MOVE SPACES TO SR-REPORT-LINE.
055900     WRITE SR-REPORT-LINE.
056000     MOVE SPACES TO SR-REPORT-LINE.
056100     STRING 'BUDGET LINES WITH NO ACTIVITY' DELIMITED BY SIZE
056200         INTO SR-REPORT-LINE.
056300     WRITE SR-REPORT-LINE.
056400     MOVE SPACES TO SR-REPORT-LINE.
056500     STRING 'RGN CLASS1          VOLUME         NUM1'
056600         DELIMITED BY SIZE INTO SR-REPORT-LINE.
056700     WRITE SR-REPORT-LINE.
056800     MOVE 'N' TO VR-BUD-EOF-SWITCH.
056900     OPEN INPUT BUDMSTR.
057000     PERFORM 4100-NOTE-ONE-NO-ACTIVITY THRU 4100-EXIT
057100         UNTIL VR-BUD-AT-END.
057200     CLOSE BUDMSTR.
057300     IF VR-NO-ACTIVITY-COUNT = ZERO
057400         MOVE SPACES TO SR-REPORT-LINE
057500         STRING 'NONE' DELIMITED BY SIZE INTO SR-REPORT-LINE
057600         WRITE SR-REPORT-LINE
057700     END-IF.
057800 4000-EXIT.
057900     EXIT.
058000******************************************************************
058100*    4100-NOTE-ONE-NO-ACTIVITY -- READ ONE BUDGET LINE AND LIST  *
058200*    IT WHEN IT IS FOR THE PERIOD AND HAS NO ACTUALS ENTRY       *
058300******************************************************************
058400 4100-NOTE-ONE-NO-ACTIVITY.
058500     READ BUDMSTR
058600         AT END
058700             SET VR-BUD-AT-END TO TRUE
058800             GO TO 4100-EXIT
058900     END-READ.
059000     IF BU-FISC-MONTH NOT = VR-PERIOD
059100         GO TO 4100-EXIT.
059200     PERFORM 2200-FIND-ACTUAL THRU 2200-EXIT.
059300     IF VR-ACT-FOUND
059400         GO TO 4100-EXIT.
059500     ADD 1 TO VR-NO-ACTIVITY-COUNT.
059600     MOVE BU-PLAN-COUNT TO VR-BUDGET-ED.
059700     MOVE BU-PLAN-NUM1  TO VR-AMT-ED.
059800     MOVE SPACES TO SR-REPORT-LINE.
059900     STRING BU-REGION   DELIMITED BY SIZE
060000         ' '            DELIMITED BY SIZE
060100         BU-CLASS1      DELIMITED BY SIZE
060200         ' '            DELIMITED BY SIZE
060300         VR-BUDGET-ED   DELIMITED BY SIZE
060400         ' '            DELIMITED BY SIZE
060500         VR-AMT-ED      DELIMITED BY SIZE
060600         INTO SR-REPORT-LINE.
060700     WRITE SR-REPORT-LINE.
060800 4100-EXIT.
060900     EXIT.
061000******************************************************************
061100*    9000-TERMINATE -- WRITE THE RUN SUMMARY, SET THE RETURN     *
061200*    CODE AND CLOSE THE REPORT                                   *
061300******************************************************************
061400 9000-TERMINATE.
061500     IF VR-LEDGER-PROVED AND NOT VR-CALENDAR-INCOMPLETE
061600         PERFORM 9100-WRITE-RUN-SUMMARY THRU 9100-EXIT
061700         IF VR-OVER-COUNT > ZERO AND RETURN-CODE = ZERO
061800             MOVE 4 TO RETURN-CODE
061900         END-IF
062000     END-IF.
062100     CLOSE BUDVRPT.
062200 9000-EXIT.
062300     EXIT.
062400******************************************************************
062500*    9100-WRITE-RUN-SUMMARY -- LINE COUNTS AND THE CORPORATE     *
062600*    NUM1 BUDGET AGAINST ACTUAL FOR THE PERIOD                   *
062700******************************************************************
062800 9100-WRITE-RUN-SUMMARY.
062900     MOVE SPACES TO SR-REPORT-LINE.
063000     WRITE SR-REPORT-LINE.
063100     MOVE SPACES TO SR-REPORT-LINE.
063200     STRING 'BUDGET VARIANCE SUMMARY' DELIMITED BY SIZE
063300         INTO SR-REPORT-LINE.
063400     WRITE SR-REPORT-LINE.
063500     MOVE VR-BUD-PERIOD-COUNT TO VR-COUNT-ED.
063600     MOVE SPACES TO SR-REPORT-LINE.
063700     STRING 'BUDGET LINES FOR PERIOD:      ' DELIMITED BY SIZE
063800         VR-COUNT-ED DELIMITED BY SIZE
063900         INTO SR-REPORT-LINE.
064000     WRITE SR-REPORT-LINE.
064100     MOVE VR-REPORTED-COUNT TO VR-COUNT-ED.
064200     MOVE SPACES TO SR-REPORT-LINE.
064300     STRING 'LINES WITH ACTIVITY:          ' DELIMITED BY SIZE
064400         VR-COUNT-ED DELIMITED BY SIZE
064500         INTO SR-REPORT-LINE.
064600     WRITE SR-REPORT-LINE.
064700     MOVE VR-OVER-COUNT TO VR-COUNT-ED.
064800     MOVE SPACES TO SR-REPORT-LINE.
064900     STRING 'LINES OVER TOLERANCE:         ' DELIMITED BY SIZE
065000         VR-COUNT-ED DELIMITED BY SIZE
065100         INTO SR-REPORT-LINE.
065200     WRITE SR-REPORT-LINE.
065300     MOVE VR-UNBUDGETED-COUNT TO VR-COUNT-ED.
065400     MOVE SPACES TO SR-REPORT-LINE.
065500     STRING 'ACTUALS WITH NO BUDGET LINE:  ' DELIMITED BY SIZE
065600         VR-COUNT-ED DELIMITED BY SIZE
065700         INTO SR-REPORT-LINE.
065800     WRITE SR-REPORT-LINE.
065900     MOVE VR-NO-ACTIVITY-COUNT TO VR-COUNT-ED.
066000     MOVE SPACES TO SR-REPORT-LINE.
066100     STRING 'BUDGET LINES WITH NO ACTIVITY:' DELIMITED BY SIZE
066200         VR-COUNT-ED DELIMITED BY SIZE
066300         INTO SR-REPORT-LINE.
066400     WRITE SR-REPORT-LINE.
066500     MOVE VR-TOT-BUDGET-NUM1 TO VR-BUDGET-ED.
066600     MOVE VR-TOT-ACTUAL-NUM1 TO VR-ACTUAL-ED.
066700     COMPUTE VR-VARIANCE-AMT =
066800         VR-TOT-ACTUAL-NUM1 - VR-TOT-BUDGET-NUM1.
066900     MOVE VR-VARIANCE-AMT TO VR-VARIANCE-ED.
067000     MOVE SPACES TO SR-REPORT-LINE.
067100     STRING 'CORPORATE NUM1 BUDGET ' DELIMITED BY SIZE
067200         VR-BUDGET-ED           DELIMITED BY SIZE
067300         ' ACTUAL '             DELIMITED BY SIZE
067400         VR-ACTUAL-ED           DELIMITED BY SIZE
067500         ' VARIANCE '           DELIMITED BY SIZE
067600         VR-VARIANCE-ED         DELIMITED BY SIZE
067700         INTO SR-REPORT-LINE.
067800     WRITE SR-REPORT-LINE.
067900 9100-EXIT.
068000     EXIT.
068100******************************************************************
068200*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
068300*    WITHOUT IT THE LEDGER PERIOD IS THE CALENDAR MONTH. ONLY THE*
068400*    FISCAL PERIOD ENDS ARE KEPT; ONE TOO LARGE FOR THE PERIOD   *
068500*    END TABLE IS INCOMPLETE AND THE RUN IS REFUSED RC 8         *
068600******************************************************************
068700 9600-LOAD-CALENDAR.
068800     OPEN INPUT BUSCAL.
068900     IF NOT VR-BUSCAL-OK
069000         MOVE SPACES TO SR-REPORT-LINE
069100         STRING 'BUSCAL NOT SUPPLIED - '
069200             'LEDGER PERIOD IS THE CALENDAR MONTH'
069300             DELIMITED BY SIZE INTO SR-REPORT-LINE
069400         WRITE SR-REPORT-LINE
069500         GO TO 9600-EXIT.
069600     MOVE 'N' TO VR-CAL-EOF-SWITCH.
069700     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
069800         UNTIL VR-CAL-AT-END.
069900     CLOSE BUSCAL.
070000     SET VR-CALENDAR-LOADED TO TRUE.
070100     IF VR-PER-TABLE-FULL
070200         MOVE SPACES TO SR-REPORT-LINE
070300         STRING '*** PERIOD END TABLE FULL - '
070400             'CALENDAR INCOMPLETE ***'
070500             DELIMITED BY SIZE INTO SR-REPORT-LINE
070600         WRITE SR-REPORT-LINE
070700         MOVE 8 TO RETURN-CODE
070800         SET VR-CALENDAR-INCOMPLETE TO TRUE
070900     END-IF.
071000 9600-EXIT.
071100     EXIT.
071200******************************************************************
071300*    9650-LOAD-ONE-ENTRY -- KEEP A FISCAL PERIOD END IN THE      *
071400*    PERIOD TABLE; WEEKEND DAYS AND HOLIDAYS ARE NOT NEEDED HERE *
071500******************************************************************
071600 9650-LOAD-ONE-ENTRY.
071700     READ BUSCAL
071800         AT END
071900             SET VR-CAL-AT-END TO TRUE
072000             GO TO 9650-EXIT
072100     END-READ.
072200     IF NOT CA-PERIOD-END
072300         GO TO 9650-EXIT.
072400     IF VR-PER-USED NOT < 200
072500         SET VR-PER-TABLE-FULL TO TRUE
072600         GO TO 9650-EXIT.
072700     ADD 1 TO VR-PER-USED.
072800     SET VR-PER-IDX TO VR-PER-USED.
072900     MOVE CA-FISCAL-PERIOD TO VR-PER-PERIOD (VR-PER-IDX).
073000     MOVE CA-CAL-DATE      TO VR-PER-END-DATE (VR-PER-IDX).
073100 9650-EXIT.
073200     EXIT.
