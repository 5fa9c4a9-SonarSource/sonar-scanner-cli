000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOLDAGE.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - PENDING APPROVALS REPORT.
001300*                  READS THE CUMULATIVE PENDING-APPROVAL FILE AND
001400*                  LISTS EVERY ITEM STILL AWAITING A DUAL-CONTROL
001500*                  DECISION WITH ITS KEY, TRAN-ID, CLASS1, NUM1,
001600*                  THE LIMIT IT EXCEEDED AND ITS AGE IN DAYS, IN
001700*                  ONE 'REGION XXX' SECTION PER REGION WITH THE
001800*                  REGION'S COUNT AND NUM1, FOLLOWED BY THE
001900*                  CORPORATE TOTALS. MORE REGIONS THAN THE TABLE
002000*                  HOLDS ENDS THE RUN RC 8.
002010* 2026-10-15 RH    AGE IS NOW COUNTED IN BUSINESS DAYS FROM THE
002020*                  BUSINESS CALENDAR (BUSCAL). A RUN DATE THAT IS
002030*                  NOT A BUSINESS DAY IS REFUSED RC 4 UNLESS A
002040*                  CALOVR CARD NAMES HOLDAGE AND THE RUN DATE.
002050*                  WITHOUT BUSCAL EVERY DAY COUNTS, AS BEFORE.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT HOLDIN   ASSIGN TO HOLDIN
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT HAGERPT  ASSIGN TO HAGERPT
003100         ORGANIZATION IS SEQUENTIAL.
003110     SELECT BUSCAL   ASSIGN TO BUSCAL
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS HG-BUSCAL-STATUS.
003140     SELECT CALOVR   ASSIGN TO CALOVR
003150         ORGANIZATION IS SEQUENTIAL
003160         FILE STATUS IS HG-CALOVR-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  HOLDIN
003500     RECORDING MODE IS F
003600     LABEL RECORDS ARE STANDARD.
003700     COPY HOLDREC.
003800 FD  HAGERPT
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100     COPY SUMLINE.
004110 FD  BUSCAL
004120     RECORDING MODE IS F
004130     LABEL RECORDS ARE STANDARD.
004140     COPY CALREC.
004150 FD  CALOVR
004160     RECORDING MODE IS F
004170     LABEL RECORDS ARE STANDARD.
004180     COPY CALOVR.
004200 WORKING-STORAGE SECTION.
004300******************************************************************
004400*    SWITCHES                                                    *
004500******************************************************************
004600 01  HG-SWITCHES.
004700     05  HG-EOF-SWITCH           PIC X(01)  VALUE 'N'.
004800         88  HG-AT-END                      VALUE 'Y'.
004900     05  HG-RGN-FOUND-SW         PIC X(01)  VALUE 'N'.
005000         88  HG-RGN-FOUND                   VALUE 'Y'.
005100     05  HG-RGN-FULL-SW          PIC X(01)  VALUE 'N'.
005200         88  HG-RGN-TABLE-FULL              VALUE 'Y'.
005300******************************************************************
005400*    DATE WORK FIELDS                                            *
005500******************************************************************
005600 01  HG-RUN-DATE                 PIC 9(08)           VALUE ZERO.
005700 01  HG-RUN-DATE-INT             PIC 9(9)  COMP VALUE ZERO.
005800 01  HG-HOLD-DATE-INT            PIC 9(9)  COMP VALUE ZERO.
005900 01  HG-AGE-DAYS                 PIC S9(5) COMP VALUE ZERO.
005920 01  HG-FIRST-INT                PIC 9(9)  COMP VALUE ZERO.
005940 01  HG-AGE-NOTE                 PIC X(23)  VALUE SPACES.
006000******************************************************************
006100*    REGIONS WITH ITEMS PENDING, IN ORDER OF FIRST SIGHT, AND    *
006200*    EACH REGION'S PENDING COUNT AND NUM1                        *
006300******************************************************************
006400 01  HG-RGN-TABLE.
006500     05  HG-RGN-USED             PIC 9(4)  COMP VALUE ZERO.
006600     05  HG-RGN-ENTRY            OCCURS 1 TO 10 TIMES
006700                                 DEPENDING ON HG-RGN-USED
006800                                 INDEXED BY HG-RGN-IDX.
006900         10  HG-RGN-CODE         PIC X(03).
007000         10  HG-RGN-COUNT        PIC 9(7)  COMP.
007100         10  HG-RGN-NUM1         PIC S9(11) COMP-3.
007102******************************************************************
007104*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU   *
007106*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES                    *
007108******************************************************************
007110 01  HG-CAL-SWITCHES.
007112     05  HG-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
007114         88  HG-CAL-AT-END                  VALUE 'Y'.
007116     05  HG-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
007118         88  HG-CALENDAR-LOADED             VALUE 'Y'.
007120     05  HG-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
007122         88  HG-BUSINESS-DAY                VALUE 'Y'.
007124     05  HG-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
007126         88  HG-HOL-TABLE-FULL              VALUE 'Y'.
007128     05  HG-CALOVR-EOF-SWITCH    PIC X(01)  VALUE 'N'.
007130         88  HG-CALOVR-AT-END               VALUE 'Y'.
007132     05  HG-CALOVR-SW            PIC X(01)  VALUE 'N'.
007134         88  HG-CALOVR-GIVEN                VALUE 'Y'.
007136     05  HG-RUN-REFUSED-SW       PIC X(01)  VALUE 'N'.
007138         88  HG-RUN-REFUSED                 VALUE 'Y'.
007140 01  HG-BUSCAL-STATUS            PIC X(02).
007142     88  HG-BUSCAL-OK                       VALUE '00'.
007144 01  HG-CALOVR-STATUS            PIC X(02).
007146     88  HG-CALOVR-OK                       VALUE '00'.
007148 01  HG-WEEKEND-DAYS.
007150     05  HG-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
007152 01  HG-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
007154 01  HG-HOL-TABLE.
007156     05  HG-HOL-ENTRY            OCCURS 1 TO 500 TIMES
007158                                 DEPENDING ON HG-HOL-USED
007160                                 INDEXED BY HG-HOL-IDX.
007162         10  HG-HOL-DATE-INT     PIC 9(9)  COMP.
007164 01  HG-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
007166 01  HG-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
007168 01  HG-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
007170 01  HG-CALOVR-OPERATOR          PIC X(08)  VALUE SPACES.
007172 01  HG-CALOVR-REASON            PIC X(40)  VALUE SPACES.
007200******************************************************************
007300*    COUNTERS AND EDITED REPORT FIELDS                           *
007400******************************************************************
007500 01  HG-COUNTERS.
007600     05  HG-PENDING-COUNT        PIC 9(7)  COMP VALUE ZERO.
007700     05  HG-PENDING-COUNT-ED     PIC ZZZZZZ9.
007800 01  HG-PENDING-NUM1             PIC S9(11) COMP-3 VALUE ZERO.
007900 01  HG-OLDEST-AGE               PIC S9(5) COMP VALUE ZERO.
008000 01  HG-NUM1-ED                  PIC Z(8)9-.
008100 01  HG-LIMIT-ED                 PIC Z(8)9.
008200 01  HG-NUM1-TOTAL-ED            PIC Z(10)9-.
008300 01  HG-AGE-DAYS-ED              PIC ZZZZ9.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600*    0000-MAINLINE                                               *
008700******************************************************************
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008920     IF HG-RUN-REFUSED
008940         CLOSE HOLDIN
008960         CLOSE HAGERPT
008980         STOP RUN.
009000     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
009100         UNTIL HG-AT-END.
009200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009300     STOP RUN.
009400******************************************************************
009500*    1000-INITIALIZE -- OPEN FILES AND WRITE THE REPORT HEADING  *
009600******************************************************************
009700 1000-INITIALIZE.
009800     ACCEPT HG-RUN-DATE FROM DATE YYYYMMDD.
009900     COMPUTE HG-RUN-DATE-INT =
010000         FUNCTION INTEGER-OF-DATE (HG-RUN-DATE).
010100     OPEN INPUT  HOLDIN.
010200     OPEN OUTPUT HAGERPT.
010250     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
010300     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
010320     PERFORM 9700-CHECK-RUN-DATE THRU 9700-EXIT.
010340     IF HG-RUN-REFUSED
010360         GO TO 1000-EXIT.
010400     PERFORM 1100-READ-HOLDIN THRU 1100-EXIT.
010500 1000-EXIT.
010600     EXIT.
010700******************************************************************
010800*    1090-WRITE-HEADING -- PENDING APPROVALS REPORT HEADING      *
010900*    LINES                                                       *
011000******************************************************************
011100 1090-WRITE-HEADING.
011120     IF HG-CALENDAR-LOADED
011140         MOVE ' - AGE IN BUSINESS DAYS' TO HG-AGE-NOTE.
011200     MOVE SPACES TO SR-REPORT-LINE.
011300     STRING 'PENDING APPROVALS REPORT - RUN DATE ' DELIMITED
011400         BY SIZE
011500         HG-RUN-DATE     DELIMITED BY SIZE
011550         HG-AGE-NOTE     DELIMITED BY SIZE
011600         INTO SR-REPORT-LINE.
011700     WRITE SR-REPORT-LINE.
011800     MOVE SPACES TO SR-REPORT-LINE.
011900     STRING 'HOLD DATE/SEQ    TRAN-ID      CLASS1         NUM1'
012000         DELIMITED BY SIZE
012100         '      LIMIT   AGE'
012200         DELIMITED BY SIZE
012300         INTO SR-REPORT-LINE.
012400     WRITE SR-REPORT-LINE.
012500 1090-EXIT.
012600     EXIT.
012700******************************************************************
012800*    1100-READ-HOLDIN -- READ ONE PENDING ITEM                   *
012900******************************************************************
013000 1100-READ-HOLDIN.
013100     READ HOLDIN
013200         AT END
013300             SET HG-AT-END TO TRUE
013400     END-READ.
013500 1100-EXIT.
013600     EXIT.
013700******************************************************************
013800*    2000-AGE-ONE-ITEM -- COUNT ONE PENDING ITEM AGAINST ITS     *
013900*    REGION AND THE CORPORATE TOTALS                             *
014000******************************************************************
014100 2000-AGE-ONE-ITEM.
014200     ADD 1       TO HG-PENDING-COUNT.
014300     ADD HD-NUM1 TO HG-PENDING-NUM1.
014400     PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT.
014500     IF HG-AGE-DAYS > HG-OLDEST-AGE
014600         MOVE HG-AGE-DAYS TO HG-OLDEST-AGE.
014700     PERFORM 2060-NOTE-REGION THRU 2060-EXIT.
014800     PERFORM 1100-READ-HOLDIN THRU 1100-EXIT.
014900 2000-EXIT.
015000     EXIT.
015100******************************************************************
015200*    2050-COMPUTE-AGE -- AGE IN DAYS OF THE PENDING ITEM; WITH   *
015220*    THE BUSINESS CALENDAR, THE BUSINESS DAYS AFTER THE HOLD     *
015240*    DATE UP TO AND INCLUDING THE RUN DATE                       *
015300******************************************************************
015400 2050-COMPUTE-AGE.
015500     COMPUTE HG-HOLD-DATE-INT =
015600         FUNCTION INTEGER-OF-DATE (HD-HOLD-DATE).
015620     IF NOT HG-CALENDAR-LOADED
015640         COMPUTE HG-AGE-DAYS =
015660             HG-RUN-DATE-INT - HG-HOLD-DATE-INT
015680         GO TO 2050-EXIT.
015700     MOVE ZERO TO HG-AGE-DAYS.
015720     COMPUTE HG-FIRST-INT = HG-HOLD-DATE-INT + 1.
015740     PERFORM 2055-COUNT-ONE-DAY THRU 2055-EXIT
015760         VARYING HG-TEST-INT FROM HG-FIRST-INT BY 1
015780         UNTIL HG-TEST-INT > HG-RUN-DATE-INT.
015900 2050-EXIT.
016000     EXIT.
016005******************************************************************
016010*    2055-COUNT-ONE-DAY -- COUNT THE DAY WHEN IT IS A BUSINESS   *
016015*    DAY                                                         *
016020******************************************************************
016025 2055-COUNT-ONE-DAY.
016030     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
016035     IF HG-BUSINESS-DAY
016040         ADD 1 TO HG-AGE-DAYS.
016045 2055-EXIT.
016050     EXIT.
016100******************************************************************
016200*    2060-NOTE-REGION -- COUNT THE ITEM AGAINST ITS REGION,      *
016300*    ADDING THE REGION ON FIRST SIGHT                            *
016400******************************************************************
016500 2060-NOTE-REGION.
016600     MOVE 'N' TO HG-RGN-FOUND-SW.
016700     IF HG-RGN-USED > ZERO
016800         SET HG-RGN-IDX TO 1
016900         SEARCH HG-RGN-ENTRY
017000             AT END
017100                 CONTINUE
017200             WHEN HG-RGN-CODE (HG-RGN-IDX) = HD-REGION
017300                 SET HG-RGN-FOUND TO TRUE
017400         END-SEARCH
017500     END-IF.
017600     IF NOT HG-RGN-FOUND
017700         IF HG-RGN-USED NOT < 10
017800             SET HG-RGN-TABLE-FULL TO TRUE
017900             GO TO 2060-EXIT
018000         END-IF
018100         ADD 1 TO HG-RGN-USED
018200         SET HG-RGN-IDX TO HG-RGN-USED
018300         MOVE HD-REGION TO HG-RGN-CODE (HG-RGN-IDX)
018400         MOVE ZERO TO HG-RGN-COUNT (HG-RGN-IDX)
018500         MOVE ZERO TO HG-RGN-NUM1 (HG-RGN-IDX)
018600     END-IF.
018700     ADD 1       TO HG-RGN-COUNT (HG-RGN-IDX).
018800     ADD HD-NUM1 TO HG-RGN-NUM1 (HG-RGN-IDX).
018900 2060-EXIT.
019000     EXIT.
019100******************************************************************
019200*    2100-WRITE-PENDING-LINE -- ONE PENDING APPROVALS DETAIL     *
019300*    LINE                                                        *
019400******************************************************************
019500 2100-WRITE-PENDING-LINE.
019600     MOVE HD-NUM1       TO HG-NUM1-ED.
019700     MOVE HD-LIMIT-NUM1 TO HG-LIMIT-ED.
019800     MOVE HG-AGE-DAYS   TO HG-AGE-DAYS-ED.
019900     MOVE SPACES TO SR-REPORT-LINE.
020000     STRING HD-HOLD-DATE    DELIMITED BY SIZE
020100         '/'                DELIMITED BY SIZE
020200         HD-HOLD-SEQ        DELIMITED BY SIZE
020300         ' '                DELIMITED BY SIZE
020400         HD-TRAN-ID         DELIMITED BY SIZE
020500         ' '                DELIMITED BY SIZE
020600         HD-CLASS1          DELIMITED BY SIZE
020700         HG-NUM1-ED         DELIMITED BY SIZE
020800         ' '                DELIMITED BY SIZE
020900         HG-LIMIT-ED        DELIMITED BY SIZE
021000         ' '                DELIMITED BY SIZE
021100         HG-AGE-DAYS-ED     DELIMITED BY SIZE
021200         INTO SR-REPORT-LINE.
021300     WRITE SR-REPORT-LINE.
021400 2100-EXIT.
021500     EXIT.
021600******************************************************************
021700*    3000-WRITE-REGION-SECTION -- ONE REGION'S PENDING ITEMS,    *
021800*    FROM A FRESH PASS OF THE PENDING FILE, AND THE REGION'S     *
021900*    TOTALS                                                      *
022000******************************************************************
022100 3000-WRITE-REGION-SECTION.
022200     MOVE SPACES TO SR-REPORT-LINE.
022300     STRING 'REGION ' DELIMITED BY SIZE
022400         HG-RGN-CODE (HG-RGN-IDX) DELIMITED BY SIZE
022500         INTO SR-REPORT-LINE.
022600     WRITE SR-REPORT-LINE.
022700     OPEN INPUT HOLDIN.
022800     MOVE 'N' TO HG-EOF-SWITCH.
022900     PERFORM 1100-READ-HOLDIN THRU 1100-EXIT.
023000     PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
023100         UNTIL HG-AT-END.
023200     CLOSE HOLDIN.
023300     MOVE HG-RGN-COUNT (HG-RGN-IDX) TO HG-PENDING-COUNT-ED.
023400     MOVE HG-RGN-NUM1 (HG-RGN-IDX)  TO HG-NUM1-TOTAL-ED.
023500     MOVE SPACES TO SR-REPORT-LINE.
023600     STRING 'REGION PENDING:    ' DELIMITED BY SIZE
023700         HG-PENDING-COUNT-ED DELIMITED BY SIZE
023800         '   NUM1: '         DELIMITED BY SIZE
023900         HG-NUM1-TOTAL-ED    DELIMITED BY SIZE
024000         INTO SR-REPORT-LINE.
024100     WRITE SR-REPORT-LINE.
024200 3000-EXIT.
024300     EXIT.
024400******************************************************************
024500*    3100-LIST-ONE-ITEM -- LIST THE ITEM WHEN IT BELONGS TO THE  *
024600*    REGION BEING REPORTED                                       *
024700******************************************************************
024800 3100-LIST-ONE-ITEM.
024900     IF HD-REGION = HG-RGN-CODE (HG-RGN-IDX)
025000         PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
025100         PERFORM 2100-WRITE-PENDING-LINE THRU 2100-EXIT
025200     END-IF.
025300     PERFORM 1100-READ-HOLDIN THRU 1100-EXIT.
025400 3100-EXIT.
025500     EXIT.
025600******************************************************************
025700*    9000-TERMINATE -- WRITE THE REGION SECTIONS AND THE         *
025800*    CORPORATE TOTALS, THEN CLOSE FILES                          *
025900******************************************************************
026000 9000-TERMINATE.
026100     CLOSE HOLDIN.
026200     IF HG-RGN-USED > ZERO
026300         PERFORM 3000-WRITE-REGION-SECTION THRU 3000-EXIT
026400             VARYING HG-RGN-IDX FROM 1 BY 1
026500             UNTIL HG-RGN-IDX > HG-RGN-USED
026600     END-IF.
026700     MOVE SPACES TO SR-REPORT-LINE.
026800     STRING 'CORPORATE TOTAL' DELIMITED BY SIZE
026900         INTO SR-REPORT-LINE.
027000     WRITE SR-REPORT-LINE.
027100     MOVE HG-PENDING-COUNT TO HG-PENDING-COUNT-ED.
027200     MOVE HG-PENDING-NUM1  TO HG-NUM1-TOTAL-ED.
027300     MOVE SPACES TO SR-REPORT-LINE.
027400     STRING 'ITEMS PENDING:     ' DELIMITED BY SIZE
027500         HG-PENDING-COUNT-ED DELIMITED BY SIZE
027600         '   NUM1: '         DELIMITED BY SIZE
027700         HG-NUM1-TOTAL-ED    DELIMITED BY SIZE
027800         INTO SR-REPORT-LINE.
027900     WRITE SR-REPORT-LINE.
028000     MOVE HG-OLDEST-AGE TO HG-AGE-DAYS-ED.
028100     MOVE SPACES TO SR-REPORT-LINE.
028200     STRING 'OLDEST ITEM DAYS:  ' DELIMITED BY SIZE
028300         HG-AGE-DAYS-ED      DELIMITED BY SIZE
028400         INTO SR-REPORT-LINE.
028500     WRITE SR-REPORT-LINE.
028600     IF HG-RGN-TABLE-FULL
028700         MOVE SPACES TO SR-REPORT-LINE
028800         STRING '*** REGION TABLE FULL - REPORT INCOMPLETE ***'
028900             DELIMITED BY SIZE INTO SR-REPORT-LINE
029000         WRITE SR-REPORT-LINE
029100         MOVE 8 TO RETURN-CODE
029200     END-IF.
029300     CLOSE HAGERPT.
029400 9000-EXIT.
029500     EXIT.
029600******************************************************************
029700*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
029800*    WITHOUT IT (OR WITH EVERY WEEKDAY A WEEKEND DAY) EVERY DAY  *
029900*    IS TREATED AS A BUSINESS DAY                                *
030000******************************************************************
030100 9600-LOAD-CALENDAR.
030200     MOVE SPACES TO HG-WEEKEND-DAYS.
030300     OPEN INPUT BUSCAL.
030400     IF NOT HG-BUSCAL-OK
030500         MOVE SPACES TO SR-REPORT-LINE
030600         STRING 'BUSCAL NOT SUPPLIED - '
030700             'EVERY DAY IS A BUSINESS DAY'
030800             DELIMITED BY SIZE INTO SR-REPORT-LINE
030900         WRITE SR-REPORT-LINE
031000         GO TO 9600-EXIT.
031100     MOVE 'N' TO HG-CAL-EOF-SWITCH.
031200     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
031300         UNTIL HG-CAL-AT-END.
031400     CLOSE BUSCAL.
031500     IF HG-WEEKEND-DAYS = 'YYYYYYY'
031600         MOVE SPACES TO SR-REPORT-LINE
031700         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
031800             'CALENDAR IGNORED ***'
031900             DELIMITED BY SIZE INTO SR-REPORT-LINE
032000         WRITE SR-REPORT-LINE
032100         MOVE 8 TO RETURN-CODE
032200         GO TO 9600-EXIT.
032300     SET HG-CALENDAR-LOADED TO TRUE.
032400     IF HG-HOL-TABLE-FULL
032500         MOVE SPACES TO SR-REPORT-LINE
032600         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
032700             DELIMITED BY SIZE INTO SR-REPORT-LINE
032800         WRITE SR-REPORT-LINE
032900         MOVE 8 TO RETURN-CODE
033000     END-IF.
033100 9600-EXIT.
033200     EXIT.
033300******************************************************************
033400*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
033500*    A HOLIDAY TO THE TABLE                                      *
033600******************************************************************
033700 9650-LOAD-ONE-ENTRY.
033800     READ BUSCAL
033900         AT END
034000             SET HG-CAL-AT-END TO TRUE
034100             GO TO 9650-EXIT
034200     END-READ.
034300     IF CA-WEEKEND-DAY
034400         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
034500             MOVE 'Y' TO HG-WEEKEND-FLAG (CA-WEEKDAY)
034600         END-IF
034700         GO TO 9650-EXIT.
034800     IF NOT CA-HOLIDAY
034900         GO TO 9650-EXIT.
035000     IF HG-HOL-USED NOT < 500
035100         SET HG-HOL-TABLE-FULL TO TRUE
035200         GO TO 9650-EXIT.
035300     ADD 1 TO HG-HOL-USED.
035400     SET HG-HOL-IDX TO HG-HOL-USED.
035500     COMPUTE HG-HOL-DATE-INT (HG-HOL-IDX) =
035600         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
035700 9650-EXIT.
035800     EXIT.
035900******************************************************************
036000*    9700-CHECK-RUN-DATE -- REFUSE A RUN WHOSE RUN DATE IS NOT   *
036100*    A BUSINESS DAY UNLESS A CALOVR CARD NAMES THIS PROGRAM AND  *
036200*    THE RUN DATE                                                *
036300******************************************************************
036400 9700-CHECK-RUN-DATE.
036500     IF NOT HG-CALENDAR-LOADED
036600         GO TO 9700-EXIT.
036700     COMPUTE HG-TEST-INT = FUNCTION INTEGER-OF-DATE (HG-RUN-DATE).
036800     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
036900     IF HG-BUSINESS-DAY
037000         GO TO 9700-EXIT.
037100     PERFORM 9710-READ-OVERRIDE-CARD THRU 9710-EXIT.
037200     IF HG-CALOVR-GIVEN
037300         MOVE SPACES TO SR-REPORT-LINE
037400         STRING '*** NON-BUSINESS DAY RUN BY OPERATOR '
037500                 DELIMITED BY SIZE
037600             HG-CALOVR-OPERATOR DELIMITED BY SIZE
037700             ' - '               DELIMITED BY SIZE
037800             HG-CALOVR-REASON   DELIMITED BY SIZE
037900             INTO SR-REPORT-LINE
038000         WRITE SR-REPORT-LINE
038100         GO TO 9700-EXIT.
038200     MOVE SPACES TO SR-REPORT-LINE.
038300     STRING '*** RUN DATE ' DELIMITED BY SIZE
038400         HG-RUN-DATE DELIMITED BY SIZE
038500         ' IS NOT A BUSINESS DAY - RUN REFUSED ***'
038600             DELIMITED BY SIZE
038700         INTO SR-REPORT-LINE.
038800     WRITE SR-REPORT-LINE.
038900     SET HG-RUN-REFUSED TO TRUE.
039000     IF RETURN-CODE < 4
039100         MOVE 4 TO RETURN-CODE.
039200 9700-EXIT.
039300     EXIT.
039400******************************************************************
039500*    9710-READ-OVERRIDE-CARD -- THE CALOVR CARDS ARE OPTIONAL;   *
039600*    ONE NAMING THIS PROGRAM FOR THE RUN DATE IS HONORED         *
039700******************************************************************
039800 9710-READ-OVERRIDE-CARD.
039900     OPEN INPUT CALOVR.
040000     IF NOT HG-CALOVR-OK
040100         GO TO 9710-EXIT.
040200     MOVE 'N' TO HG-CALOVR-EOF-SWITCH.
040300     PERFORM 9715-READ-ONE-OVERRIDE THRU 9715-EXIT
040400         UNTIL HG-CALOVR-AT-END.
040500     CLOSE CALOVR.
040600 9710-EXIT.
040700     EXIT.
040800******************************************************************
040900*    9715-READ-ONE-OVERRIDE                                      *
041000******************************************************************
041100 9715-READ-ONE-OVERRIDE.
041200     READ CALOVR
041300         AT END
041400             SET HG-CALOVR-AT-END TO TRUE
041500     END-READ.
041600     IF HG-CALOVR-AT-END
041700         GO TO 9715-EXIT.
041800     IF CV-PROGRAM-NAME = 'HOLDAGE'
041900             AND CV-RUN-DATE = HG-RUN-DATE
042000         SET HG-CALOVR-GIVEN TO TRUE
042100         MOVE CV-OPERATOR TO HG-CALOVR-OPERATOR
042200         MOVE CV-REASON   TO HG-CALOVR-REASON
042300     END-IF.
042400 9715-EXIT.
042500     EXIT.
042600******************************************************************
042700*    9800-TEST-BUSINESS-DAY -- HG-TEST-INT (AN INTEGER DATE) IS  *
042800*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
042900*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
043000*    WAS A MONDAY                                                *
043100******************************************************************
043200 9800-TEST-BUSINESS-DAY.
043300     MOVE 'Y' TO HG-BUS-DAY-SW.
043400     IF NOT HG-CALENDAR-LOADED
043500         GO TO 9800-EXIT.
043600     DIVIDE HG-TEST-INT BY 7 GIVING HG-QUOTIENT
043700         REMAINDER HG-WEEKDAY.
043800     IF HG-WEEKDAY = ZERO
043900         MOVE 7 TO HG-WEEKDAY.
044000     IF HG-WEEKEND-FLAG (HG-WEEKDAY) = 'Y'
044100         MOVE 'N' TO HG-BUS-DAY-SW
044200         GO TO 9800-EXIT.
044300     IF HG-HOL-USED = ZERO
044400         GO TO 9800-EXIT.
044500     SET HG-HOL-IDX TO 1.
044600     SEARCH HG-HOL-ENTRY
044700         AT END
044800             CONTINUE
044900         WHEN HG-HOL-DATE-INT (HG-HOL-IDX) = HG-TEST-INT
045000             MOVE 'N' TO HG-BUS-DAY-SW
045100     END-SEARCH.
045200 9800-EXIT.
045300     EXIT.
