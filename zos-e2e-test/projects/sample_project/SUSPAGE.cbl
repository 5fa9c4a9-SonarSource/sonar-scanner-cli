001600*                  ITS KEY, CLASS1, REASON AND AGE IN DAYS, SO
001700*                  OPERATIONS CAN SHOW THE BUSINESS NOTHING IS
001800*                  SITTING IN SUSPENSE UNWORKED.
001810* 2026-10-15 RH    THE AGED RECORDS ARE NOW LISTED IN ONE 'REGION
001820*                  XXX' SECTION PER REGION WITH THE REGION'S
001830*                  COUNT, FOLLOWED BY THE CORPORATE TOTALS, SO
001840*                  RPTBURST CAN ROUTE EACH REGION ITS OWN SECTION.
001850*                  MORE REGIONS THAN THE TABLE HOLDS ENDS THE RUN
001860*                  RC 8.
001862* 2026-10-15 RH    AGE IS NOW COUNTED IN BUSINESS DAYS FROM THE
001864*                  BUSINESS CALENDAR (BUSCAL) - THE BUSINESS DAYS
001866*                  AFTER THE REJECT DATE UP TO AND INCLUDING THE
001868*                  RUN DATE - SO A LONG WEEKEND NO LONGER MAKES
001870*                  ITEMS LOOK OVERDUE. A RUN DATE THAT IS NOT A
001872*                  BUSINESS DAY IS REFUSED RC 4 UNLESS A CALOVR
001874*                  CARD NAMES SUSPAGE AND THE RUN DATE. WITHOUT
001876*                  BUSCAL EVERY DAY COUNTS, AS BEFORE.
001900*-----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003000         FILE STATUS IS SG-AGECTL-STATUS.
003100     SELECT AGERPT   ASSIGN TO AGERPT
003200         ORGANIZATION IS SEQUENTIAL.
003210     SELECT BUSCAL   ASSIGN TO BUSCAL
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS SG-BUSCAL-STATUS.
003240     SELECT CALOVR   ASSIGN TO CALOVR
003250         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS SG-CALOVR-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SUSPIN
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600     COPY SUMLINE.
004610 FD  BUSCAL
004620     RECORDING MODE IS F
004630     LABEL RECORDS ARE STANDARD.
004640     COPY CALREC.
004650 FD  CALOVR
004660     RECORDING MODE IS F
004670     LABEL RECORDS ARE STANDARD.
004680     COPY CALOVR.
004700 WORKING-STORAGE SECTION.
004800******************************************************************
004900*    SWITCHES
005100 01  SG-SWITCHES.
005200     05  SG-EOF-SWITCH           PIC X(01)  VALUE 'N'.
005300         88  SG-AT-END                      VALUE 'Y'.
005320     05  SG-RGN-FOUND-SW         PIC X(01)  VALUE 'N'.
005340         88  SG-RGN-FOUND                   VALUE 'Y'.
005360     05  SG-RGN-FULL-SW          PIC X(01)  VALUE 'N'.
005380         88  SG-RGN-TABLE-FULL              VALUE 'Y'.
005400 01  SG-AGECTL-STATUS            PIC X(02).
005500     88  SG-AGECTL-OK                       VALUE '00'.
005600******************************************************************
006100 01  SG-RUN-DATE-INT             PIC 9(9)  COMP VALUE ZERO.
006200 01  SG-REJECT-DATE-INT          PIC 9(9)  COMP VALUE ZERO.
006300 01  SG-AGE-DAYS                 PIC S9(5) COMP VALUE ZERO.
006301 01  SG-FIRST-INT                PIC 9(9)  COMP VALUE ZERO.
006302 01  SG-AGE-UNIT                 PIC X(14)  VALUE ' DAYS'.
006305******************************************************************
006310*    REGIONS WITH RECORDS HELD OVER THE LIMIT, IN ORDER OF FIRST
006315*    SIGHT, AND EACH REGION'S AGED COUNT
006320******************************************************************
006325 01  SG-RGN-TABLE.
006330     05  SG-RGN-USED             PIC 9(4)  COMP VALUE ZERO.
006335     05  SG-RGN-ENTRY            OCCURS 1 TO 10 TIMES
006340                                 DEPENDING ON SG-RGN-USED
006345                                 INDEXED BY SG-RGN-IDX.
006350         10  SG-RGN-CODE         PIC X(03).
006355         10  SG-RGN-AGED-COUNT   PIC 9(7)  COMP.
006356******************************************************************
006357*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU
006358*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES
006359******************************************************************
006360 01  SG-CAL-SWITCHES.
006361     05  SG-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
006362         88  SG-CAL-AT-END                  VALUE 'Y'.
006363     05  SG-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
006364         88  SG-CALENDAR-LOADED             VALUE 'Y'.
006365     05  SG-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
006366         88  SG-BUSINESS-DAY                VALUE 'Y'.
006367     05  SG-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
006368         88  SG-HOL-TABLE-FULL              VALUE 'Y'.
006369     05  SG-CALOVR-EOF-SWITCH    PIC X(01)  VALUE 'N'.
006370         88  SG-CALOVR-AT-END               VALUE 'Y'.
006371     05  SG-CALOVR-SW            PIC X(01)  VALUE 'N'.
006372         88  SG-CALOVR-GIVEN                VALUE 'Y'.
006373     05  SG-RUN-REFUSED-SW       PIC X(01)  VALUE 'N'.
006374         88  SG-RUN-REFUSED                 VALUE 'Y'.
006375 01  SG-BUSCAL-STATUS            PIC X(02).
006376     88  SG-BUSCAL-OK                       VALUE '00'.
006377 01  SG-CALOVR-STATUS            PIC X(02).
006378     88  SG-CALOVR-OK                       VALUE '00'.
006379 01  SG-WEEKEND-DAYS.
006380     05  SG-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
006381 01  SG-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
006382 01  SG-HOL-TABLE.
006383     05  SG-HOL-ENTRY            OCCURS 1 TO 500 TIMES
006384                                 DEPENDING ON SG-HOL-USED
006385                                 INDEXED BY SG-HOL-IDX.
006386         10  SG-HOL-DATE-INT     PIC 9(9)  COMP.
006387 01  SG-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
006388 01  SG-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
006389 01  SG-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
006390 01  SG-CALOVR-OPERATOR          PIC X(08)  VALUE SPACES.
006391 01  SG-CALOVR-REASON            PIC X(40)  VALUE SPACES.
006400******************************************************************
006500*    COUNTERS AND EDITED REPORT FIELDS
006600******************************************************************
007700******************************************************************
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007920     IF SG-RUN-REFUSED
007940         CLOSE SUSPIN
007960         CLOSE AGERPT
007980         STOP RUN.
008000     PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
008100         UNTIL SG-AT-END.
008200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009200     OPEN INPUT  SUSPIN.
009300     OPEN OUTPUT AGERPT.
009400     PERFORM 1080-READ-AGE-CONTROL THRU 1080-EXIT.
009450     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
009500     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
009520     PERFORM 9700-CHECK-RUN-DATE THRU 9700-EXIT.
009540     IF SG-RUN-REFUSED
009560         GO TO 1000-EXIT.
009600     PERFORM 1100-READ-SUSPIN THRU 1100-EXIT.
009700 1000-EXIT.
009800     EXIT.
012000******************************************************************
012100 1090-WRITE-HEADING.
012200     MOVE SG-AGE-LIMIT TO SG-AGE-LIMIT-ED.
012220     IF SG-CALENDAR-LOADED
012240         MOVE ' BUSINESS DAYS' TO SG-AGE-UNIT.
012300     MOVE SPACES TO SR-REPORT-LINE.
012400     STRING 'SUSPENSE AGING REPORT - HELD OVER ' DELIMITED
012500         BY SIZE
012600         SG-AGE-LIMIT-ED DELIMITED BY SIZE
012700         SG-AGE-UNIT     DELIMITED BY SIZE
012800         INTO SR-REPORT-LINE.
012900     WRITE SR-REPORT-LINE.
013000     MOVE SPACES TO SR-REPORT-LINE.
015100 2000-AGE-ONE-RECORD.
015200     IF SU-HELD
015300         ADD 1 TO SG-HELD-COUNT
015400         PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
015800         IF SG-AGE-DAYS > SG-AGE-LIMIT
015900             ADD 1 TO SG-AGED-COUNT
016000             PERFORM 2060-NOTE-REGION THRU 2060-EXIT
016100         END-IF
016200     END-IF.
016300     PERFORM 1100-READ-SUSPIN THRU 1100-EXIT.
016400 2000-EXIT.
016500     EXIT.
016501******************************************************************
016502*    2050-COMPUTE-AGE -- AGE IN DAYS OF THE HELD RECORD; WITH    *
016503*    THE BUSINESS CALENDAR, THE BUSINESS DAYS AFTER THE REJECT   *
016504*    DATE UP TO AND INCLUDING THE RUN DATE                       *
016505******************************************************************
016506 2050-COMPUTE-AGE.
016507     COMPUTE SG-REJECT-DATE-INT =
016508         FUNCTION INTEGER-OF-DATE (SU-REJECT-DATE).
016509     IF NOT SG-CALENDAR-LOADED
016510         COMPUTE SG-AGE-DAYS =
016511             SG-RUN-DATE-INT - SG-REJECT-DATE-INT
016512         GO TO 2050-EXIT.
016513     MOVE ZERO TO SG-AGE-DAYS.
016514     COMPUTE SG-FIRST-INT = SG-REJECT-DATE-INT + 1.
016515     PERFORM 2055-COUNT-ONE-DAY THRU 2055-EXIT
016516         VARYING SG-TEST-INT FROM SG-FIRST-INT BY 1
016517         UNTIL SG-TEST-INT > SG-RUN-DATE-INT.
016518 2050-EXIT.
016519     EXIT.
016520******************************************************************
016521*    2055-COUNT-ONE-DAY -- COUNT THE DAY WHEN IT IS A BUSINESS   *
016522*    DAY                                                         *
016523******************************************************************
016524 2055-COUNT-ONE-DAY.
016525     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
016526     IF SG-BUSINESS-DAY
016527         ADD 1 TO SG-AGE-DAYS.
016528 2055-EXIT.
016529     EXIT.
016530******************************************************************
016531*    2060-NOTE-REGION -- COUNT THE AGED RECORD AGAINST ITS       *
016532*    REGION, ADDING THE REGION ON FIRST SIGHT                    *
016533******************************************************************
016534 2060-NOTE-REGION.
016535     MOVE 'N' TO SG-RGN-FOUND-SW.
016536     IF SG-RGN-USED > ZERO
016537         SET SG-RGN-IDX TO 1
016538         SEARCH SG-RGN-ENTRY
016539             AT END
016540                 CONTINUE
016541             WHEN SG-RGN-CODE (SG-RGN-IDX) = SU-REGION
016542                 SET SG-RGN-FOUND TO TRUE
016543         END-SEARCH
016544     END-IF.
016545     IF NOT SG-RGN-FOUND
016546         IF SG-RGN-USED NOT < 10
016547             SET SG-RGN-TABLE-FULL TO TRUE
016548             GO TO 2060-EXIT
016549         END-IF
016550         ADD 1 TO SG-RGN-USED
016551         SET SG-RGN-IDX TO SG-RGN-USED
016552         MOVE SU-REGION TO SG-RGN-CODE (SG-RGN-IDX)
016553         MOVE ZERO TO SG-RGN-AGED-COUNT (SG-RGN-IDX)
016554     END-IF.
016555     ADD 1 TO SG-RGN-AGED-COUNT (SG-RGN-IDX).
016556 2060-EXIT.
016557     EXIT.
016600******************************************************************
016700*    2100-WRITE-AGED-LINE -- ONE AGING REPORT DETAIL LINE        *
016800******************************************************************
018200     WRITE SR-REPORT-LINE.
018300 2100-EXIT.
018400     EXIT.
018402******************************************************************
018404*    3000-WRITE-REGION-SECTION -- ONE REGION'S AGED RECORDS,     *
018406*    FROM A FRESH PASS OF THE SUSPENSE FILE, AND THE REGION'S    *
018408*    COUNT                                                       *
018410******************************************************************
018412 3000-WRITE-REGION-SECTION.
018414     MOVE SPACES TO SR-REPORT-LINE.
018416     STRING 'REGION ' DELIMITED BY SIZE
018418         SG-RGN-CODE (SG-RGN-IDX) DELIMITED BY SIZE
018420         INTO SR-REPORT-LINE.
018422     WRITE SR-REPORT-LINE.
018424     OPEN INPUT SUSPIN.
018426     MOVE 'N' TO SG-EOF-SWITCH.
018428     PERFORM 1100-READ-SUSPIN THRU 1100-EXIT.
018430     PERFORM 3100-LIST-ONE-RECORD THRU 3100-EXIT
018432         UNTIL SG-AT-END.
018434     CLOSE SUSPIN.
018436     MOVE SG-RGN-AGED-COUNT (SG-RGN-IDX) TO SG-AGED-COUNT-ED.
018438     MOVE SPACES TO SR-REPORT-LINE.
018440     STRING 'REGION HELD OVER LIMIT:  ' DELIMITED BY SIZE
018442         SG-AGED-COUNT-ED   DELIMITED BY SIZE
018444         INTO SR-REPORT-LINE.
018446     WRITE SR-REPORT-LINE.
018448 3000-EXIT.
018450     EXIT.
018452******************************************************************
018454*    3100-LIST-ONE-RECORD -- LIST THE RECORD WHEN IT IS HELD     *
018456*    OVER THE LIMIT FOR THE REGION BEING REPORTED                *
018458******************************************************************
018460 3100-LIST-ONE-RECORD.
018462     IF SU-HELD AND SU-REGION = SG-RGN-CODE (SG-RGN-IDX)
018464         PERFORM 2050-COMPUTE-AGE THRU 2050-EXIT
018466         IF SG-AGE-DAYS > SG-AGE-LIMIT
018468             PERFORM 2100-WRITE-AGED-LINE THRU 2100-EXIT
018470         END-IF
018472     END-IF.
018474     PERFORM 1100-READ-SUSPIN THRU 1100-EXIT.
018476 3100-EXIT.
018478     EXIT.
018500******************************************************************
018600*    9000-TERMINATE -- WRITE THE REGION SECTIONS AND THE         *
018650*    CORPORATE AGING TOTALS, THEN CLOSE FILES                    *
018700******************************************************************
018800 9000-TERMINATE.
018805     CLOSE SUSPIN.
018810     IF SG-RGN-USED > ZERO
018815         PERFORM 3000-WRITE-REGION-SECTION THRU 3000-EXIT
018820             VARYING SG-RGN-IDX FROM 1 BY 1
018825             UNTIL SG-RGN-IDX > SG-RGN-USED
018830     END-IF.
018835     MOVE SPACES TO SR-REPORT-LINE.
018840     STRING 'CORPORATE TOTAL' DELIMITED BY SIZE
018845         INTO SR-REPORT-LINE.
018850     WRITE SR-REPORT-LINE.
018900     MOVE SG-HELD-COUNT TO SG-HELD-COUNT-ED.
019000     MOVE SG-AGED-COUNT TO SG-AGED-COUNT-ED.
019100     MOVE SPACES TO SR-REPORT-LINE.
019800         SG-AGED-COUNT-ED   DELIMITED BY SIZE
019900         INTO SR-REPORT-LINE.
020000     WRITE SR-REPORT-LINE.
020020     IF SG-RGN-TABLE-FULL
020040         MOVE SPACES TO SR-REPORT-LINE
020060         STRING '*** REGION TABLE FULL - REPORT INCOMPLETE ***'
020080             DELIMITED BY SIZE INTO SR-REPORT-LINE
020100         WRITE SR-REPORT-LINE
020120         MOVE 8 TO RETURN-CODE
020140     END-IF.
020200     CLOSE AGERPT.
020300 9000-EXIT.
020400     EXIT.
020500******************************************************************
020600*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
020700*    WITHOUT IT (OR WITH EVERY WEEKDAY A WEEKEND DAY) EVERY DAY  *
020800*    IS TREATED AS A BUSINESS DAY                                *
020900******************************************************************
021000 9600-LOAD-CALENDAR.
021100     MOVE SPACES TO SG-WEEKEND-DAYS.
021200     OPEN INPUT BUSCAL.
021300     IF NOT SG-BUSCAL-OK
021400         MOVE SPACES TO SR-REPORT-LINE
021500         STRING 'BUSCAL NOT SUPPLIED - '
021600             'EVERY DAY IS A BUSINESS DAY'
021700             DELIMITED BY SIZE INTO SR-REPORT-LINE
021800         WRITE SR-REPORT-LINE
021900         GO TO 9600-EXIT.
022000     MOVE 'N' TO SG-CAL-EOF-SWITCH.
022100     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
022200         UNTIL SG-CAL-AT-END.
022300     CLOSE BUSCAL.
022400     IF SG-WEEKEND-DAYS = 'YYYYYYY'
022500         MOVE SPACES TO SR-REPORT-LINE
022600         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
022700             'CALENDAR IGNORED ***'
022800             DELIMITED BY SIZE INTO SR-REPORT-LINE
022900         WRITE SR-REPORT-LINE
023000         MOVE 8 TO RETURN-CODE
023100         GO TO 9600-EXIT.
023200     SET SG-CALENDAR-LOADED TO TRUE.
023300     IF SG-HOL-TABLE-FULL
023400         MOVE SPACES TO SR-REPORT-LINE
023500         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
023600             DELIMITED BY SIZE INTO SR-REPORT-LINE
023700         WRITE SR-REPORT-LINE
023800         MOVE 8 TO RETURN-CODE
023900     END-IF.
024000 9600-EXIT.
024100     EXIT.
024200******************************************************************
024300*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
024400*    A HOLIDAY TO THE TABLE                                      *
024500******************************************************************
024600 9650-LOAD-ONE-ENTRY.
024700     READ BUSCAL
024800         AT END
024900             SET SG-CAL-AT-END TO TRUE
025000             GO TO 9650-EXIT
025100     END-READ.
025200     IF CA-WEEKEND-DAY
025300         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
025400             MOVE 'Y' TO SG-WEEKEND-FLAG (CA-WEEKDAY)
025500         END-IF
025600         GO TO 9650-EXIT.
025700     IF NOT CA-HOLIDAY
025800         GO TO 9650-EXIT.
025900     IF SG-HOL-USED NOT < 500
026000         SET SG-HOL-TABLE-FULL TO TRUE
026100         GO TO 9650-EXIT.
026200     ADD 1 TO SG-HOL-USED.
026300     SET SG-HOL-IDX TO SG-HOL-USED.
026400     COMPUTE SG-HOL-DATE-INT (SG-HOL-IDX) =
026500         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
026600 9650-EXIT.
026700     EXIT.
026800******************************************************************
026900*    9700-CHECK-RUN-DATE -- REFUSE A RUN WHOSE RUN DATE IS NOT   *
027000*    A BUSINESS DAY UNLESS A CALOVR CARD NAMES THIS PROGRAM AND  *
027100*    THE RUN DATE                                                *
027200******************************************************************
027300 9700-CHECK-RUN-DATE.
027400     IF NOT SG-CALENDAR-LOADED
027500         GO TO 9700-EXIT.
027600     COMPUTE SG-TEST-INT = FUNCTION INTEGER-OF-DATE (SG-RUN-DATE).
027700     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
027800     IF SG-BUSINESS-DAY
027900         GO TO 9700-EXIT.
028000     PERFORM 9710-READ-OVERRIDE-CARD THRU 9710-EXIT.
028100     IF SG-CALOVR-GIVEN
028200         MOVE SPACES TO SR-REPORT-LINE
028300         STRING '*** NON-BUSINESS DAY RUN BY OPERATOR '
028400                 DELIMITED BY SIZE
028500             SG-CALOVR-OPERATOR DELIMITED BY SIZE
028600             ' - '               DELIMITED BY SIZE
028700             SG-CALOVR-REASON   DELIMITED BY SIZE
028800             INTO SR-REPORT-LINE
028900         WRITE SR-REPORT-LINE
029000         GO TO 9700-EXIT.
029100     MOVE SPACES TO SR-REPORT-LINE.
029200     STRING '*** RUN DATE ' DELIMITED BY SIZE
029300         SG-RUN-DATE DELIMITED BY SIZE
029400         ' IS NOT A BUSINESS DAY - RUN REFUSED ***'
029500             DELIMITED BY SIZE
029600         INTO SR-REPORT-LINE.
029700     WRITE SR-REPORT-LINE.
029800     SET SG-RUN-REFUSED TO TRUE.
029900     IF RETURN-CODE < 4
030000         MOVE 4 TO RETURN-CODE.
030100 9700-EXIT.
030200     EXIT.
030300******************************************************************
030400*    9710-READ-OVERRIDE-CARD -- THE CALOVR CARDS ARE OPTIONAL;   *
030500*    ONE NAMING THIS PROGRAM FOR THE RUN DATE IS HONORED         *
030600******************************************************************
030700 9710-READ-OVERRIDE-CARD.
030800     OPEN INPUT CALOVR.
030900     IF NOT SG-CALOVR-OK
031000         GO TO 9710-EXIT.
031100     MOVE 'N' TO SG-CALOVR-EOF-SWITCH.
031200     PERFORM 9715-READ-ONE-OVERRIDE THRU 9715-EXIT
031300         UNTIL SG-CALOVR-AT-END.
031400     CLOSE CALOVR.
031500 9710-EXIT.
031600     EXIT.
031700******************************************************************
031800*    9715-READ-ONE-OVERRIDE                                      *
031900******************************************************************
032000 9715-READ-ONE-OVERRIDE.
032100     READ CALOVR
032200         AT END
032300             SET SG-CALOVR-AT-END TO TRUE
032400     END-READ.
032500     IF SG-CALOVR-AT-END
032600         GO TO 9715-EXIT.
032700     IF CV-PROGRAM-NAME = 'SUSPAGE'
032800             AND CV-RUN-DATE = SG-RUN-DATE
032900         SET SG-CALOVR-GIVEN TO TRUE
033000         MOVE CV-OPERATOR TO SG-CALOVR-OPERATOR
033100         MOVE CV-REASON   TO SG-CALOVR-REASON
033200     END-IF.
033300 9715-EXIT.
033400     EXIT.
033500******************************************************************
033600*    9800-TEST-BUSINESS-DAY -- SG-TEST-INT (AN INTEGER DATE) IS  *
033700*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
033800*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
033900*    WAS A MONDAY                                                *
034000******************************************************************
034100 9800-TEST-BUSINESS-DAY.
034200     MOVE 'Y' TO SG-BUS-DAY-SW.
034300     IF NOT SG-CALENDAR-LOADED
034400         GO TO 9800-EXIT.
034500     DIVIDE SG-TEST-INT BY 7 GIVING SG-QUOTIENT
034600         REMAINDER SG-WEEKDAY.
034700     IF SG-WEEKDAY = ZERO
034800         MOVE 7 TO SG-WEEKDAY.
034900     IF SG-WEEKEND-FLAG (SG-WEEKDAY) = 'Y'
035000         MOVE 'N' TO SG-BUS-DAY-SW
035100         GO TO 9800-EXIT.
035200     IF SG-HOL-USED = ZERO
035300         GO TO 9800-EXIT.
035400     SET SG-HOL-IDX TO 1.
035500     SEARCH SG-HOL-ENTRY
035600         AT END
035700             CONTINUE
035800         WHEN SG-HOL-DATE-INT (SG-HOL-IDX) = SG-TEST-INT
035900             MOVE 'N' TO SG-BUS-DAY-SW
036000     END-SEARCH.
036100 9800-EXIT.
036200     EXIT.
