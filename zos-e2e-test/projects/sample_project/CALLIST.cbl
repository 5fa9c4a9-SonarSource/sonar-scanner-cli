000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALLIST.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - BUSINESS CALENDAR LISTING.
001300*                  PRINTS EVERY DAY OF THE YEAR NAMED ON THE
001400*                  CALLCTL CARD (DEFAULT THE RUN DATE'S YEAR)
001500*                  FROM THE BUSINESS CALENDAR AS A BUSINESS DAY,
001600*                  WEEKEND DAY OR HOLIDAY, NUMBERING THE BUSINESS
001700*                  DAYS OF EACH MONTH, AND MARKS EACH FISCAL
001800*                  PERIOD END AND THE LAST BUSINESS DAY ON WHICH
001900*                  THE PERIOD CLOSES, WITH MONTH AND YEAR COUNTS.
002000*                  A YEAR WITH NO FISCAL PERIOD END ON THE
002100*                  CALENDAR ENDS THE RUN RC 4; A MISSING CALENDAR,
002150*                  ONE WITH NO WORKING WEEKDAY OR A FULL TABLE,
002200*                  RC 8.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BUSCAL   ASSIGN TO BUSCAL
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS KL-BUSCAL-STATUS.
003300     SELECT CALLCTL  ASSIGN TO CALLCTL
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS KL-CALLCTL-STATUS.
003600     SELECT CALLRPT  ASSIGN TO CALLRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BUSCAL
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300     COPY CALREC.
004400 FD  CALLCTL
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY CALLCTL.
004800 FD  CALLRPT
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY SUMLINE.
005200 WORKING-STORAGE SECTION.
005300******************************************************************
005400*    SWITCHES                                                    *
005500******************************************************************
005600 01  KL-SWITCHES.
005700     05  KL-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
005800         88  KL-CAL-AT-END                  VALUE 'Y'.
005900     05  KL-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
006000         88  KL-CALENDAR-LOADED             VALUE 'Y'.
006100     05  KL-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
006200         88  KL-BUSINESS-DAY                VALUE 'Y'.
006300     05  KL-HOL-FOUND-SW         PIC X(01)  VALUE 'N'.
006400         88  KL-HOLIDAY-FOUND               VALUE 'Y'.
006500     05  KL-TBL-FULL-SW          PIC X(01)  VALUE 'N'.
006600         88  KL-TABLE-FULL                  VALUE 'Y'.
006700 01  KL-BUSCAL-STATUS            PIC X(02).
006800     88  KL-BUSCAL-OK                       VALUE '00'.
006900 01  KL-CALLCTL-STATUS           PIC X(02).
007000     88  KL-CALLCTL-OK                      VALUE '00'.
007100******************************************************************
007200*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU   *
007300*    7 SUNDAY), HOLIDAYS AND FISCAL PERIOD ENDS, WITH THE DAY    *
007400*    EACH PERIOD CLOSES                                          *
007500******************************************************************
007600 01  KL-WEEKEND-DAYS.
007700     05  KL-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
007800 01  KL-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
007900 01  KL-HOL-TABLE.
008000     05  KL-HOL-ENTRY            OCCURS 1 TO 500 TIMES
008100                                 DEPENDING ON KL-HOL-USED
008200                                 INDEXED BY KL-HOL-IDX.
008300         10  KL-HOL-DATE-INT     PIC 9(9)  COMP.
008400         10  KL-HOL-DESC         PIC X(30).
008500 01  KL-PER-USED                 PIC 9(4)  COMP VALUE ZERO.
008600 01  KL-PER-TABLE.
008700     05  KL-PER-ENTRY            OCCURS 1 TO 100 TIMES
008800                                 DEPENDING ON KL-PER-USED
008900                                 INDEXED BY KL-PER-IDX.
009000         10  KL-PER-PERIOD       PIC 9(06).
009100         10  KL-PER-END-INT      PIC 9(9)  COMP.
009200         10  KL-PER-CLOSE-INT    PIC 9(9)  COMP.
009300******************************************************************
009400*    DAY AND MONTH NAMES                                         *
009500******************************************************************
009600 01  KL-DAY-NAME-LIST            PIC X(21)
009700         VALUE 'MONTUEWEDTHUFRISATSUN'.
009800 01  KL-DAY-NAME-TABLE           REDEFINES KL-DAY-NAME-LIST.
009900     05  KL-DAY-NAME             PIC X(03)  OCCURS 7 TIMES.
010000 01  KL-MONTH-NAME-LIST.
010100     05  FILLER                  PIC X(36)
010200         VALUE 'JANUARY  FEBRUARY MARCH    APRIL    '.
010300     05  FILLER                  PIC X(36)
010400         VALUE 'MAY      JUNE     JULY     AUGUST   '.
010500     05  FILLER                  PIC X(36)
010600         VALUE 'SEPTEMBEROCTOBER  NOVEMBER DECEMBER '.
010700 01  KL-MONTH-NAME-TABLE         REDEFINES KL-MONTH-NAME-LIST.
010800     05  KL-MONTH-NAME           PIC X(09)  OCCURS 12 TIMES.
010900******************************************************************
011000*    DATE WORK FIELDS                                            *
011100******************************************************************
011200 01  KL-RUN-DATE                 PIC 9(08)           VALUE ZERO.
011300 01  KL-LIST-YEAR                PIC 9(04)           VALUE ZERO.
011400 01  KL-DAY-DATE                 PIC 9(08)           VALUE ZERO.
011500 01  KL-DAY-DATE-R               REDEFINES KL-DAY-DATE.
011600     05  KL-DAY-YEAR             PIC 9(04).
011700     05  KL-DAY-MONTH            PIC 9(02).
011800     05  KL-DAY-DAY              PIC 9(02).
011900 01  KL-BOUND-DATE               PIC 9(08)           VALUE ZERO.
012000 01  KL-FIRST-INT                PIC 9(9)  COMP VALUE ZERO.
012100 01  KL-LAST-INT                 PIC 9(9)  COMP VALUE ZERO.
012200 01  KL-DAY-INT                  PIC 9(9)  COMP VALUE ZERO.
012300 01  KL-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
012400 01  KL-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
012500 01  KL-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
012600 01  KL-CUR-MONTH                PIC 9(02)           VALUE ZERO.
012700 01  KL-STATUS-TEXT              PIC X(08)  VALUE SPACES.
012800 01  KL-DESC-TEXT                PIC X(30)  VALUE SPACES.
012900 01  KL-NOTE-TEXT                PIC X(25)  VALUE SPACES.
013000******************************************************************
013100*    COUNTERS AND EDITED REPORT FIELDS                           *
013200******************************************************************
013300 01  KL-COUNTERS.
013400     05  KL-MONTH-BUS-COUNT      PIC 9(3)  COMP VALUE ZERO.
013500     05  KL-YEAR-BUS-COUNT       PIC 9(3)  COMP VALUE ZERO.
013600     05  KL-YEAR-HOL-COUNT       PIC 9(3)  COMP VALUE ZERO.
013700     05  KL-YEAR-WKD-COUNT       PIC 9(3)  COMP VALUE ZERO.
013800     05  KL-YEAR-PER-COUNT       PIC 9(3)  COMP VALUE ZERO.
013900 01  KL-BD-ED                    PIC Z9.
014000 01  KL-COUNT-ED                 PIC ZZ9.
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*    0000-MAINLINE                                               *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     IF KL-CALENDAR-LOADED
014800         PERFORM 2000-LIST-ONE-DAY THRU 2000-EXIT
014900             VARYING KL-DAY-INT FROM KL-FIRST-INT BY 1
015000             UNTIL KL-DAY-INT > KL-LAST-INT
015100         PERFORM 2900-WRITE-MONTH-TOTAL THRU 2900-EXIT
015200     END-IF.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN.
015500******************************************************************
015600*    1000-INITIALIZE -- PICK UP THE YEAR TO LIST, LOAD THE       *
015700*    BUSINESS CALENDAR AND WRITE THE REPORT HEADING              *
015800******************************************************************
015900 1000-INITIALIZE.
016000     ACCEPT KL-RUN-DATE FROM DATE YYYYMMDD.
016100     MOVE KL-RUN-DATE (1:4) TO KL-LIST-YEAR.
016200     OPEN OUTPUT CALLRPT.
016300     PERFORM 1080-READ-LIST-CONTROL THRU 1080-EXIT.
016400     MOVE SPACES TO SR-REPORT-LINE.
016500     STRING 'BUSINESS CALENDAR FOR YEAR ' DELIMITED BY SIZE
016600         KL-LIST-YEAR DELIMITED BY SIZE
016700         INTO SR-REPORT-LINE.
016800     WRITE SR-REPORT-LINE.
016900     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
017000     IF NOT KL-CALENDAR-LOADED
017100         GO TO 1000-EXIT.
017200     IF KL-PER-USED > ZERO
017300         PERFORM 1200-FIND-CLOSE-DAY THRU 1200-EXIT
017400             VARYING KL-PER-IDX FROM 1 BY 1
017500             UNTIL KL-PER-IDX > KL-PER-USED
017600     END-IF.
017700     MOVE KL-LIST-YEAR TO KL-BOUND-DATE (1:4).
017800     MOVE '0101'       TO KL-BOUND-DATE (5:4).
017900     COMPUTE KL-FIRST-INT =
018000         FUNCTION INTEGER-OF-DATE (KL-BOUND-DATE).
018100     MOVE '1231'       TO KL-BOUND-DATE (5:4).
018200     COMPUTE KL-LAST-INT  =
018300         FUNCTION INTEGER-OF-DATE (KL-BOUND-DATE).
018400     MOVE SPACES TO SR-REPORT-LINE.
018500     STRING 'DATE     DAY STATUS   DESCRIPTION' DELIMITED BY SIZE
018600         INTO SR-REPORT-LINE.
018700     WRITE SR-REPORT-LINE.
018800 1000-EXIT.
018900     EXIT.
019000******************************************************************
019100*    1080-READ-LIST-CONTROL -- LOAD THE YEAR FROM THE CALLCTL    *
019200*    CARD, IF OPERATIONS SUPPLIED ONE FOR THIS RUN; OTHERWISE    *
019300*    THE RUN DATE'S YEAR STANDS                                  *
019400******************************************************************
019500 1080-READ-LIST-CONTROL.
019600     OPEN INPUT CALLCTL.
019700     IF KL-CALLCTL-OK
019800         READ CALLCTL
019900             AT END
020000                 CONTINUE
020100         END-READ
020200         IF KL-CALLCTL-OK AND CY-LIST-YEAR NUMERIC
020300                 AND CY-LIST-YEAR > 1600
020400             MOVE CY-LIST-YEAR TO KL-LIST-YEAR
020500         END-IF
020600         CLOSE CALLCTL
020700     END-IF.
020800 1080-EXIT.
020900     EXIT.
021000******************************************************************
021100*    1100-LOAD-CALENDAR -- LOAD THE STANDING WEEKEND DAYS,       *
021200*    EVERY HOLIDAY AND EVERY FISCAL PERIOD END. HOLIDAYS         *
021300*    OUTSIDE THE YEAR ARE KEPT SO A PERIOD CLOSING IN EARLY      *
021400*    JANUARY FINDS ITS CLOSE DAY CORRECTLY. A CALENDAR THAT      *
021450*    MAKES EVERY WEEKDAY A WEEKEND DAY HAS NO CLOSE DAY TO FIND  *
021470*    AND IS NOT LISTED                                           *
021500******************************************************************
021600 1100-LOAD-CALENDAR.
021700     MOVE SPACES TO KL-WEEKEND-DAYS.
021800     OPEN INPUT BUSCAL.
021900     IF NOT KL-BUSCAL-OK
022000         MOVE SPACES TO SR-REPORT-LINE
022100         STRING '*** BUSINESS CALENDAR NOT SUPPLIED - NO LISTING'
022200             ' ***' DELIMITED BY SIZE INTO SR-REPORT-LINE
022300         WRITE SR-REPORT-LINE
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 1100-EXIT.
022600     PERFORM 1150-LOAD-ONE-ENTRY THRU 1150-EXIT
022700         UNTIL KL-CAL-AT-END.
022800     CLOSE BUSCAL.
022810     IF KL-WEEKEND-DAYS = 'YYYYYYY'
022820         MOVE SPACES TO SR-REPORT-LINE
022830         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
022840             'NO LISTING ***'
022850             DELIMITED BY SIZE INTO SR-REPORT-LINE
022860         WRITE SR-REPORT-LINE
022870         MOVE 8 TO RETURN-CODE
022880         GO TO 1100-EXIT.
022900     SET KL-CALENDAR-LOADED TO TRUE.
023000 1100-EXIT.
023100     EXIT.
023200******************************************************************
023300*    1150-LOAD-ONE-ENTRY -- FILE ONE CALENDAR ENTRY BY ITS TYPE  *
023400******************************************************************
023500 1150-LOAD-ONE-ENTRY.
023600     READ BUSCAL
023700         AT END
023800             SET KL-CAL-AT-END TO TRUE
023900             GO TO 1150-EXIT
024000     END-READ.
024100     EVALUATE TRUE
024200         WHEN CA-WEEKEND-DAY
024300             IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
024400                 MOVE 'Y' TO KL-WEEKEND-FLAG (CA-WEEKDAY)
024500             END-IF
024600         WHEN CA-HOLIDAY
024700             IF KL-HOL-USED < 500
024800                 ADD 1 TO KL-HOL-USED
024900                 SET KL-HOL-IDX TO KL-HOL-USED
025000                 COMPUTE KL-HOL-DATE-INT (KL-HOL-IDX) =
025100                     FUNCTION INTEGER-OF-DATE (CA-CAL-DATE)
025200                 MOVE CA-DESCRIPTION TO KL-HOL-DESC (KL-HOL-IDX)
025300             ELSE
025400                 PERFORM 1180-NOTE-TABLE-FULL THRU 1180-EXIT
025500             END-IF
025600         WHEN CA-PERIOD-END
025700             IF KL-PER-USED < 100
025800                 ADD 1 TO KL-PER-USED
025900                 SET KL-PER-IDX TO KL-PER-USED
026000                 MOVE CA-FISCAL-PERIOD
026100                     TO KL-PER-PERIOD (KL-PER-IDX)
026200                 COMPUTE KL-PER-END-INT (KL-PER-IDX) =
026300                     FUNCTION INTEGER-OF-DATE (CA-CAL-DATE)
026400             ELSE
026500                 PERFORM 1180-NOTE-TABLE-FULL THRU 1180-EXIT
026600             END-IF
026700     END-EVALUATE.
026800 1150-EXIT.
026900     EXIT.
027000******************************************************************
027100*    1180-NOTE-TABLE-FULL -- THE HOLIDAY OR PERIOD TABLE         *
027200*    OVERFLOWED; THE LISTING IS PRINTED BUT THE RUN ENDS RC 8    *
027300******************************************************************
027400 1180-NOTE-TABLE-FULL.
027500     IF NOT KL-TABLE-FULL
027600         SET KL-TABLE-FULL TO TRUE
027700         MOVE SPACES TO SR-REPORT-LINE
027800         STRING '*** CALENDAR TABLE FULL - LISTING INCOMPLETE ***'
027900             DELIMITED BY SIZE INTO SR-REPORT-LINE
028000         WRITE SR-REPORT-LINE
028100         MOVE 8 TO RETURN-CODE
028200     END-IF.
028300 1180-EXIT.
028400     EXIT.
028500******************************************************************
028600*    1200-FIND-CLOSE-DAY -- A PERIOD CLOSES ON THE LAST          *
028700*    BUSINESS DAY ON OR BEFORE ITS PERIOD END                    *
028800******************************************************************
028900 1200-FIND-CLOSE-DAY.
029000     MOVE KL-PER-END-INT (KL-PER-IDX) TO KL-TEST-INT.
029100     PERFORM 7000-TEST-BUSINESS-DAY THRU 7000-EXIT.
029200     PERFORM 1250-STEP-BACK-ONE-DAY THRU 1250-EXIT
029300         UNTIL KL-BUSINESS-DAY.
029400     MOVE KL-TEST-INT TO KL-PER-CLOSE-INT (KL-PER-IDX).
029500 1200-EXIT.
029600     EXIT.
029700******************************************************************
029800*    1250-STEP-BACK-ONE-DAY                                      *
029900******************************************************************
030000 1250-STEP-BACK-ONE-DAY.
030100     SUBTRACT 1 FROM KL-TEST-INT.
030200     PERFORM 7000-TEST-BUSINESS-DAY THRU 7000-EXIT.
030300 1250-EXIT.
030400     EXIT.
030500******************************************************************
030600*    2000-LIST-ONE-DAY -- ONE LINE PER DAY OF THE YEAR, WITH A   *
030700*    MONTH HEADING AND THE PRIOR MONTH'S COUNT AT EACH MONTH     *
030800*    BREAK                                                       *
030900******************************************************************
031000 2000-LIST-ONE-DAY.
031100     COMPUTE KL-DAY-DATE = FUNCTION DATE-OF-INTEGER (KL-DAY-INT).
031200     IF KL-DAY-MONTH NOT = KL-CUR-MONTH
031300         IF KL-CUR-MONTH NOT = ZERO
031400             PERFORM 2900-WRITE-MONTH-TOTAL THRU 2900-EXIT
031500         END-IF
031600         MOVE KL-DAY-MONTH TO KL-CUR-MONTH
031700         MOVE ZERO TO KL-MONTH-BUS-COUNT
031800         MOVE SPACES TO SR-REPORT-LINE
031900         STRING KL-MONTH-NAME (KL-CUR-MONTH) DELIMITED BY SPACE
032000             ' '          DELIMITED BY SIZE
032100             KL-DAY-YEAR  DELIMITED BY SIZE
032200             INTO SR-REPORT-LINE
032300         WRITE SR-REPORT-LINE
032400     END-IF.
032500     MOVE KL-DAY-INT TO KL-TEST-INT.
032600     PERFORM 7000-TEST-BUSINESS-DAY THRU 7000-EXIT.
032700     MOVE SPACES TO KL-DESC-TEXT.
032800     EVALUATE TRUE
032900         WHEN KL-BUSINESS-DAY
033000             ADD 1 TO KL-MONTH-BUS-COUNT
033100             ADD 1 TO KL-YEAR-BUS-COUNT
033200             MOVE 'BUSINESS' TO KL-STATUS-TEXT
033300             MOVE KL-MONTH-BUS-COUNT TO KL-BD-ED
033400             STRING 'BD ' DELIMITED BY SIZE
033500                 KL-BD-ED DELIMITED BY SIZE
033600                 INTO KL-DESC-TEXT
033700         WHEN KL-HOLIDAY-FOUND
033800             ADD 1 TO KL-YEAR-HOL-COUNT
033900             MOVE 'HOLIDAY' TO KL-STATUS-TEXT
034000             MOVE KL-HOL-DESC (KL-HOL-IDX) TO KL-DESC-TEXT
034100         WHEN OTHER
034200             ADD 1 TO KL-YEAR-WKD-COUNT
034300             MOVE 'WEEKEND' TO KL-STATUS-TEXT
034400     END-EVALUATE.
034500     PERFORM 2100-NOTE-PERIOD THRU 2100-EXIT.
034600     MOVE SPACES TO SR-REPORT-LINE.
034700     STRING KL-DAY-DATE            DELIMITED BY SIZE
034800         ' '                       DELIMITED BY SIZE
034900         KL-DAY-NAME (KL-WEEKDAY)  DELIMITED BY SIZE
035000         ' '                       DELIMITED BY SIZE
035100         KL-STATUS-TEXT            DELIMITED BY SIZE
035200         ' '                       DELIMITED BY SIZE
035300         KL-DESC-TEXT              DELIMITED BY SIZE
035400         KL-NOTE-TEXT              DELIMITED BY SIZE
035500         INTO SR-REPORT-LINE.
035600     WRITE SR-REPORT-LINE.
035700 2000-EXIT.
035800     EXIT.
035900******************************************************************
036000*    2100-NOTE-PERIOD -- MARK THE DAY A FISCAL PERIOD CLOSES,    *
036100*    OR ITS PERIOD END WHEN THAT IS NOT A BUSINESS DAY           *
036200******************************************************************
036300 2100-NOTE-PERIOD.
036400     MOVE SPACES TO KL-NOTE-TEXT.
036500     IF KL-PER-USED = ZERO
036600         GO TO 2100-EXIT.
036700     SET KL-PER-IDX TO 1.
036800     SEARCH KL-PER-ENTRY
036900         AT END
037000             CONTINUE
037100         WHEN KL-PER-CLOSE-INT (KL-PER-IDX) = KL-DAY-INT
037200             ADD 1 TO KL-YEAR-PER-COUNT
037300             STRING ' *** PERIOD ' DELIMITED BY SIZE
037400                 KL-PER-PERIOD (KL-PER-IDX) DELIMITED BY SIZE
037500                 ' CLOSES' DELIMITED BY SIZE
037600                 INTO KL-NOTE-TEXT
037700         WHEN KL-PER-END-INT (KL-PER-IDX) = KL-DAY-INT
037800             STRING ' *** PERIOD ' DELIMITED BY SIZE
037900                 KL-PER-PERIOD (KL-PER-IDX) DELIMITED BY SIZE
038000                 ' ENDS' DELIMITED BY SIZE
038100                 INTO KL-NOTE-TEXT
038200     END-SEARCH.
038300 2100-EXIT.
038400     EXIT.
038500******************************************************************
038600*    2900-WRITE-MONTH-TOTAL -- THE BUSINESS DAY COUNT FOR THE    *
038700*    MONTH JUST LISTED                                           *
038800******************************************************************
038900 2900-WRITE-MONTH-TOTAL.
039000     MOVE KL-MONTH-BUS-COUNT TO KL-COUNT-ED.
039100     MOVE SPACES TO SR-REPORT-LINE.
039200     STRING 'BUSINESS DAYS IN MONTH: ' DELIMITED BY SIZE
039300         KL-COUNT-ED DELIMITED BY SIZE
039400         INTO SR-REPORT-LINE.
039500     WRITE SR-REPORT-LINE.
039600 2900-EXIT.
039700     EXIT.
039800******************************************************************
039900*    7000-TEST-BUSINESS-DAY -- KL-TEST-INT (AN INTEGER DATE) IS  *
040000*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
040100*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
040200*    WAS A MONDAY                                                *
040300******************************************************************
040400 7000-TEST-BUSINESS-DAY.
040500     MOVE 'Y' TO KL-BUS-DAY-SW.
040600     MOVE 'N' TO KL-HOL-FOUND-SW.
040700     DIVIDE KL-TEST-INT BY 7 GIVING KL-QUOTIENT
040800         REMAINDER KL-WEEKDAY.
040900     IF KL-WEEKDAY = ZERO
041000         MOVE 7 TO KL-WEEKDAY.
041100     IF KL-HOL-USED > ZERO
041200         SET KL-HOL-IDX TO 1
041300         SEARCH KL-HOL-ENTRY
041400             AT END
041500                 CONTINUE
041600             WHEN KL-HOL-DATE-INT (KL-HOL-IDX) = KL-TEST-INT
041700                 SET KL-HOLIDAY-FOUND TO TRUE
041800                 MOVE 'N' TO KL-BUS-DAY-SW
041900         END-SEARCH
042000     END-IF.
042100     IF KL-WEEKEND-FLAG (KL-WEEKDAY) = 'Y'
042200         MOVE 'N' TO KL-BUS-DAY-SW.
042300 7000-EXIT.
042400     EXIT.
042500******************************************************************
042600*    9000-TERMINATE -- WRITE THE YEAR TOTALS AND CLOSE THE       *
042700*    REPORT. A YEAR WITH NO PERIOD CLOSE ON THE CALENDAR ENDS    *
042800*    THE RUN RC 4                                                *
042900******************************************************************
043000 9000-TERMINATE.
043100     IF KL-CALENDAR-LOADED
043200         PERFORM 9100-WRITE-YEAR-TOTALS THRU 9100-EXIT
043300     END-IF.
043400     CLOSE CALLRPT.
043500 9000-EXIT.
043600     EXIT.
043700******************************************************************
043800*    9100-WRITE-YEAR-TOTALS                                      *
043900******************************************************************
044000 9100-WRITE-YEAR-TOTALS.
044100     MOVE SPACES TO SR-REPORT-LINE.
044200     STRING 'YEAR TOTALS ' DELIMITED BY SIZE
044300         KL-LIST-YEAR DELIMITED BY SIZE
044400         INTO SR-REPORT-LINE.
044500     WRITE SR-REPORT-LINE.
044600     MOVE KL-YEAR-BUS-COUNT TO KL-COUNT-ED.
044700     MOVE SPACES TO SR-REPORT-LINE.
044800     STRING 'BUSINESS DAYS:   ' DELIMITED BY SIZE
044900         KL-COUNT-ED DELIMITED BY SIZE
045000         INTO SR-REPORT-LINE.
045100     WRITE SR-REPORT-LINE.
045200     MOVE KL-YEAR-WKD-COUNT TO KL-COUNT-ED.
045300     MOVE SPACES TO SR-REPORT-LINE.
045400     STRING 'WEEKEND DAYS:    ' DELIMITED BY SIZE
045500         KL-COUNT-ED DELIMITED BY SIZE
045600         INTO SR-REPORT-LINE.
045700     WRITE SR-REPORT-LINE.
045800     MOVE KL-YEAR-HOL-COUNT TO KL-COUNT-ED.
045900     MOVE SPACES TO SR-REPORT-LINE.
046000     STRING 'HOLIDAYS:        ' DELIMITED BY SIZE
046100         KL-COUNT-ED DELIMITED BY SIZE
046200         INTO SR-REPORT-LINE.
046300     WRITE SR-REPORT-LINE.
046400     MOVE KL-YEAR-PER-COUNT TO KL-COUNT-ED.
046500     MOVE SPACES TO SR-REPORT-LINE.
046600     STRING 'PERIOD CLOSES:   ' DELIMITED BY SIZE
046700         KL-COUNT-ED DELIMITED BY SIZE
046800         INTO SR-REPORT-LINE.
046900     WRITE SR-REPORT-LINE.
047000     IF KL-YEAR-PER-COUNT = ZERO
047100         MOVE SPACES TO SR-REPORT-LINE
047200         STRING '*** NO FISCAL PERIOD CLOSES ON CALENDAR FOR YEAR'
047300             ' ***' DELIMITED BY SIZE INTO SR-REPORT-LINE
047400         WRITE SR-REPORT-LINE
047500         IF RETURN-CODE < 4
047600             MOVE 4 TO RETURN-CODE
047700         END-IF
047800     END-IF.
047900 9100-EXIT.
048000     EXIT.
