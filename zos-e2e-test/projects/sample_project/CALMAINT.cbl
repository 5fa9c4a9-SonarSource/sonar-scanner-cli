000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALMAINT.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - BUSINESS CALENDAR
001300*                  MAINTENANCE. APPLIES CALTRAN ADD/DELETE
001400*                  TRANSACTIONS (SORTED ASCENDING ON DATE AND
001500*                  ENTRY TYPE TO MATCH CALOLD) AGAINST THE
001600*                  CURRENT BUSINESS CALENDAR TO PRODUCE THE NEXT
001700*                  GENERATION. A WEEKEND DAY MUST NAME A DAY OF
001800*                  THE WEEK 1 THRU 7, A HOLIDAY OR FISCAL PERIOD
001900*                  END A VALID DATE, AND A PERIOD END THE FISCAL
002000*                  PERIOD IT CLOSES. AN ADD FOR AN ENTRY ALREADY
002100*                  ON FILE, A DELETE FOR ONE THAT IS NOT, AND ANY
002200*                  TRANSACTION FAILING ITS EDITS IS LOGGED TO
002300*                  CALERR AND ENDS THE RUN RC 4. EVERY APPLIED
002400*                  ENTRY IS SHOWN ON THE MAINTENANCE REPORT.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CALOLD   ASSIGN TO CALOLD
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CALTRAN  ASSIGN TO CALTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT CALNEW   ASSIGN TO CALNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT CALERR   ASSIGN TO CALERR
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CALMRPT  ASSIGN TO CALMRPT
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CALOLD
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY CALREC.
004800 FD  CALTRAN
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY CALTRAN.
005200 FD  CALNEW
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY CALREC
005600         REPLACING
005700             ==CA-CALENDAR-RECORD== BY ==CW-CALENDAR-RECORD==
005800             ==CA-CAL-KEY==         BY ==CW-CAL-KEY==
005900             ==CA-CAL-DATE-R==      BY ==CW-CAL-DATE-R==
006000             ==CA-CAL-DATE==        BY ==CW-CAL-DATE==
006100             ==CA-WEEKDAY==         BY ==CW-WEEKDAY==
006200             ==CA-DAY-TYPE==        BY ==CW-DAY-TYPE==
006300             ==CA-WEEKEND-DAY==     BY ==CW-WEEKEND-DAY==
006400             ==CA-HOLIDAY==         BY ==CW-HOLIDAY==
006500             ==CA-PERIOD-END==      BY ==CW-PERIOD-END==
006600             ==CA-FISCAL-PERIOD==   BY ==CW-FISCAL-PERIOD==
006700             ==CA-DESCRIPTION==     BY ==CW-DESCRIPTION==.
006800 FD  CALERR
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CLSEMSG.
007200 FD  CALMRPT
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY SUMLINE.
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800*    SWITCHES                                                    *
007900******************************************************************
008000 01  KM-SWITCHES.
008100     05  KM-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
008200         88  KM-CAL-AT-END                  VALUE 'Y'.
008300     05  KM-TRAN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008400         88  KM-TRAN-AT-END                 VALUE 'Y'.
008500     05  KM-EDIT-SW              PIC X(01)  VALUE 'N'.
008600         88  KM-TRAN-INVALID                VALUE 'Y'.
008700 01  KM-LAST-NEW-KEY             PIC X(09)  VALUE LOW-VALUES.
008800 01  KM-PERIOD-WORK              PIC 9(06)           VALUE ZERO.
008900 01  KM-PERIOD-WORK-R            REDEFINES KM-PERIOD-WORK.
009000     05  KM-PERIOD-YEAR          PIC 9(04).
009100     05  KM-PERIOD-MONTH         PIC 9(02).
009200 01  KM-ACTION-TEXT              PIC X(08)  VALUE SPACES.
009300******************************************************************
009400*    COUNTERS AND EDITED REPORT FIELDS                           *
009500******************************************************************
009600 01  KM-COUNTERS.
009700     05  KM-CARRY-COUNT          PIC 9(7)  COMP VALUE ZERO.
009800     05  KM-ADD-COUNT            PIC 9(7)  COMP VALUE ZERO.
009900     05  KM-DELETE-COUNT         PIC 9(7)  COMP VALUE ZERO.
010000     05  KM-REJECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
010100     05  KM-WEEKEND-COUNT        PIC 9(7)  COMP VALUE ZERO.
010200     05  KM-HOLIDAY-COUNT        PIC 9(7)  COMP VALUE ZERO.
010300     05  KM-PERIOD-COUNT         PIC 9(7)  COMP VALUE ZERO.
010400 01  KM-COUNT-ED                 PIC ZZZZZZ9.
010500 PROCEDURE DIVISION.
010600******************************************************************
010700*    0000-MAINLINE                                               *
010800******************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 2000-UPDATE-CALENDAR THRU 2000-EXIT
011200         UNTIL KM-CAL-AT-END AND KM-TRAN-AT-END.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     STOP RUN.
011500******************************************************************
011600*    1000-INITIALIZE -- OPEN FILES, WRITE THE REPORT HEADING     *
011700*    AND PRIME BOTH INPUT STREAMS                                *
011800******************************************************************
011900 1000-INITIALIZE.
012000     OPEN INPUT  CALOLD.
012100     OPEN INPUT  CALTRAN.
012200     OPEN OUTPUT CALNEW.
012300     OPEN OUTPUT CALERR.
012400     OPEN OUTPUT CALMRPT.
012500     MOVE SPACES TO SR-REPORT-LINE.
012600     STRING 'BUSINESS CALENDAR MAINTENANCE REPORT'
012700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
012800     WRITE SR-REPORT-LINE.
012900     MOVE SPACES TO SR-REPORT-LINE.
013000     STRING 'ACTION   DATE     TYPE PERIOD DESCRIPTION'
013100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
013200     WRITE SR-REPORT-LINE.
013300     PERFORM 1100-READ-CALOLD  THRU 1100-EXIT.
013400     PERFORM 1200-READ-CALTRAN THRU 1200-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700******************************************************************
013800*    1100-READ-CALOLD -- READ ONE CURRENT CALENDAR ENTRY,        *
013900*    SETTING THE KEY TO HIGH-VALUES AT END SO THE TRANSACTION    *
014000*    SIDE DRAINS CLEANLY                                         *
014100******************************************************************
014200 1100-READ-CALOLD.
014300     READ CALOLD
014400         AT END
014500             SET KM-CAL-AT-END TO TRUE
014600             MOVE HIGH-VALUES TO CA-CAL-KEY
014700     END-READ.
014800 1100-EXIT.
014900     EXIT.
015000******************************************************************
015100*    1200-READ-CALTRAN -- READ ONE MAINTENANCE TRANSACTION,      *
015200*    SETTING THE KEY TO HIGH-VALUES AT END SO THE CALENDAR SIDE  *
015300*    DRAINS CLEANLY                                              *
015400******************************************************************
015500 1200-READ-CALTRAN.
015600     READ CALTRAN
015700         AT END
015800             SET KM-TRAN-AT-END TO TRUE
015900             MOVE HIGH-VALUES TO CU-CAL-KEY
016000     END-READ.
016100 1200-EXIT.
016200     EXIT.
016300******************************************************************
016400*    2000-UPDATE-CALENDAR -- BALANCED-LINE MATCH OF CALOLD       *
016500*    AGAINST CALTRAN TO PRODUCE CALNEW                           *
016600******************************************************************
016700 2000-UPDATE-CALENDAR.
016800     EVALUATE TRUE
016900         WHEN CA-CAL-KEY < CU-CAL-KEY
017000             PERFORM 2100-CARRY-FORWARD-ENTRY THRU 2100-EXIT
017100         WHEN CA-CAL-KEY > CU-CAL-KEY
017200             PERFORM 2200-APPLY-NEW-ENTRY THRU 2200-EXIT
017300         WHEN OTHER
017400             PERFORM 2300-APPLY-MATCHED-TRAN THRU 2300-EXIT
017500     END-EVALUATE.
017600 2000-EXIT.
017700     EXIT.
017800******************************************************************
017900*    2100-CARRY-FORWARD-ENTRY -- NO TRANSACTION FOR THIS ENTRY,  *
018000*    COPY IT FORWARD UNCHANGED                                   *
018100******************************************************************
018200 2100-CARRY-FORWARD-ENTRY.
018300     MOVE CA-CALENDAR-RECORD TO CW-CALENDAR-RECORD.
018400     PERFORM 2700-WRITE-NEW-ENTRY THRU 2700-EXIT.
018500     ADD 1 TO KM-CARRY-COUNT.
018600     PERFORM 1100-READ-CALOLD THRU 1100-EXIT.
018700 2100-EXIT.
018800     EXIT.
018900******************************************************************
019000*    2200-APPLY-NEW-ENTRY -- TRANSACTION HAS NO MATCHING ENTRY;  *
019100*    ONLY AN ADD THAT PASSES EVERY EDIT IS APPLIED. A SECOND     *
019200*    ADD FOR THE SAME ENTRY IN ONE RUN IS REJECTED               *
019300******************************************************************
019400 2200-APPLY-NEW-ENTRY.
019500     IF CU-ACTION-ADD
019600             AND CU-CAL-KEY NOT = KM-LAST-NEW-KEY
019700         PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT
019800         IF NOT KM-TRAN-INVALID
019900             MOVE SPACES           TO CW-CALENDAR-RECORD
020000             MOVE CU-CAL-KEY       TO CW-CAL-KEY
020100             MOVE CU-DESCRIPTION   TO CW-DESCRIPTION
020200             IF CU-PERIOD-END
020300                 MOVE CU-FISCAL-PERIOD TO CW-FISCAL-PERIOD
020400             ELSE
020500                 MOVE ZERO TO CW-FISCAL-PERIOD
020600             END-IF
020700             MOVE 'ADDED' TO KM-ACTION-TEXT
020800             PERFORM 2800-REPORT-ENTRY THRU 2800-EXIT
020900             PERFORM 2700-WRITE-NEW-ENTRY THRU 2700-EXIT
021000             ADD 1 TO KM-ADD-COUNT
021100         END-IF
021200     ELSE
021300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
021400     END-IF.
021500     PERFORM 1200-READ-CALTRAN THRU 1200-EXIT.
021600 2200-EXIT.
021700     EXIT.
021800******************************************************************
021900*    2300-APPLY-MATCHED-TRAN -- THE ENTRY IS ON BOTH FILES;      *
022000*    ONLY A DELETE APPLIES. ANYTHING ELSE IS REJECTED AND THE    *
022100*    CURRENT ENTRY STANDS                                        *
022200******************************************************************
022300 2300-APPLY-MATCHED-TRAN.
022400     IF CU-ACTION-DELETE
022500         MOVE CA-CALENDAR-RECORD TO CW-CALENDAR-RECORD
022600         MOVE 'DELETED' TO KM-ACTION-TEXT
022700         PERFORM 2800-REPORT-ENTRY THRU 2800-EXIT
022800         ADD 1 TO KM-DELETE-COUNT
022900         PERFORM 1100-READ-CALOLD THRU 1100-EXIT
023000     ELSE
023100         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
023200     END-IF.
023300     PERFORM 1200-READ-CALTRAN THRU 1200-EXIT.
023400 2300-EXIT.
023500     EXIT.
023600******************************************************************
023700*    2500-EDIT-TRANSACTION -- A WEEKEND DAY MUST NAME A DAY OF   *
023800*    THE WEEK; A HOLIDAY OR PERIOD END A VALID DATE; A PERIOD    *
023900*    END ALSO THE FISCAL PERIOD (YYYYMM) IT CLOSES               *
024000******************************************************************
024100 2500-EDIT-TRANSACTION.
024200     MOVE 'N' TO KM-EDIT-SW.
024300     IF CU-CAL-DATE NOT NUMERIC
024400         SET KM-TRAN-INVALID TO TRUE
024500     ELSE
024600         EVALUATE TRUE
024700             WHEN CU-WEEKEND-DAY
024800                 IF CU-CAL-DATE < 1 OR CU-CAL-DATE > 7
024900                     SET KM-TRAN-INVALID TO TRUE
025000                 END-IF
025100             WHEN CU-HOLIDAY OR CU-PERIOD-END
025200                 IF FUNCTION TEST-DATE-YYYYMMDD (CU-CAL-DATE)
025300                         NOT = ZERO
025400                     SET KM-TRAN-INVALID TO TRUE
025500                 END-IF
025600             WHEN OTHER
025700                 SET KM-TRAN-INVALID TO TRUE
025800         END-EVALUATE
025900     END-IF.
026000     IF KM-TRAN-INVALID
026100         MOVE SPACES TO CE-ERROR-LINE
026200         STRING 'INVALID CALENDAR DATE OR TYPE: '
026300             DELIMITED BY SIZE
026400             CU-CAL-DATE  DELIMITED BY SIZE
026500             ' '          DELIMITED BY SIZE
026600             CU-DAY-TYPE  DELIMITED BY SIZE
026700             INTO CE-ERROR-LINE
026800         WRITE CE-ERROR-LINE
026900         ADD 1 TO KM-REJECT-COUNT
027000         GO TO 2500-EXIT.
027100     IF NOT CU-PERIOD-END
027200         GO TO 2500-EXIT.
027300     IF CU-FISCAL-PERIOD NUMERIC
027400         MOVE CU-FISCAL-PERIOD TO KM-PERIOD-WORK
027500     ELSE
027600         MOVE ZERO TO KM-PERIOD-WORK
027700     END-IF.
027800     IF KM-PERIOD-YEAR = ZERO
027900             OR KM-PERIOD-MONTH < 1 OR KM-PERIOD-MONTH > 12
028000         SET KM-TRAN-INVALID TO TRUE
028100         MOVE SPACES TO CE-ERROR-LINE
028200         STRING 'INVALID FISCAL PERIOD ON PERIOD END: '
028300             DELIMITED BY SIZE
028400             CU-CAL-DATE  DELIMITED BY SIZE
028500             INTO CE-ERROR-LINE
028600         WRITE CE-ERROR-LINE
028700         ADD 1 TO KM-REJECT-COUNT
028800     END-IF.
028900 2500-EXIT.
029000     EXIT.
029100******************************************************************
029200*    2700-WRITE-NEW-ENTRY -- WRITE ONE ENTRY TO THE NEW          *
029300*    GENERATION AND COUNT IT BY TYPE                             *
029400******************************************************************
029500 2700-WRITE-NEW-ENTRY.
029600     WRITE CW-CALENDAR-RECORD.
029700     MOVE CW-CAL-KEY TO KM-LAST-NEW-KEY.
029800     EVALUATE TRUE
029900         WHEN CW-WEEKEND-DAY
030000             ADD 1 TO KM-WEEKEND-COUNT
030100         WHEN CW-HOLIDAY
030200             ADD 1 TO KM-HOLIDAY-COUNT
030300         WHEN CW-PERIOD-END
030400             ADD 1 TO KM-PERIOD-COUNT
030500     END-EVALUATE.
030600 2700-EXIT.
030700     EXIT.
030800******************************************************************
030900*    2800-REPORT-ENTRY -- ONE APPLIED ADD OR DELETE, SHOWN FROM  *
031000*    THE ENTRY IMAGE IN CW-CALENDAR-RECORD                       *
031100******************************************************************
031200 2800-REPORT-ENTRY.
031300     MOVE SPACES TO SR-REPORT-LINE.
031400     STRING KM-ACTION-TEXT     DELIMITED BY SIZE
031500         ' '                   DELIMITED BY SIZE
031600         CW-CAL-DATE           DELIMITED BY SIZE
031700         '  '                  DELIMITED BY SIZE
031800         CW-DAY-TYPE           DELIMITED BY SIZE
031900         '   '                 DELIMITED BY SIZE
032000         CW-FISCAL-PERIOD      DELIMITED BY SIZE
032100         ' '                   DELIMITED BY SIZE
032200         CW-DESCRIPTION        DELIMITED BY SIZE
032300         INTO SR-REPORT-LINE.
032400     WRITE SR-REPORT-LINE.
032500 2800-EXIT.
032600     EXIT.
032700******************************************************************
032800*    2900-WRITE-REJECT -- LOG A TRANSACTION THAT COULD NOT BE    *
032900*    APPLIED TO THE ERROR FILE                                   *
033000******************************************************************
033100 2900-WRITE-REJECT.
033200     MOVE SPACES TO CE-ERROR-LINE.
033300     STRING 'REJECTED CALENDAR MAINT TXN: ' DELIMITED BY SIZE
033400         CU-ACTION                          DELIMITED BY SIZE
033500         ' '                                DELIMITED BY SIZE
033600         CU-CAL-DATE                        DELIMITED BY SIZE
033700         ' '                                DELIMITED BY SIZE
033800         CU-DAY-TYPE                        DELIMITED BY SIZE
033900         INTO CE-ERROR-LINE.
034000     WRITE CE-ERROR-LINE.
034100     ADD 1 TO KM-REJECT-COUNT.
034200 2900-EXIT.
034300     EXIT.
034400******************************************************************
034500*    9000-TERMINATE -- WRITE THE MAINTENANCE SUMMARY AND CLOSE   *
034600*    FILES; ANY REJECTED TRANSACTION ENDS THE RUN RC 4           *
034700******************************************************************
034800 9000-TERMINATE.
034900     PERFORM 9100-WRITE-SUMMARY-RPT THRU 9100-EXIT.
035000     IF KM-REJECT-COUNT > ZERO
035100         IF RETURN-CODE < 4
035200             MOVE 4 TO RETURN-CODE
035300         END-IF
035400     END-IF.
035500     CLOSE CALOLD.
035600     CLOSE CALTRAN.
035700     CLOSE CALNEW.
035800     CLOSE CALERR.
035900     CLOSE CALMRPT.
036000 9000-EXIT.
036100     EXIT.
036200******************************************************************
036300*    9100-WRITE-SUMMARY-RPT -- BUSINESS CALENDAR MAINTENANCE     *
036400*    SUMMARY                                                     *
036500******************************************************************
036600 9100-WRITE-SUMMARY-RPT.
036700     MOVE SPACES TO SR-REPORT-LINE.
036800     STRING 'BUSINESS CALENDAR MAINTENANCE SUMMARY'
036900         DELIMITED BY SIZE INTO SR-REPORT-LINE.
037000     WRITE SR-REPORT-LINE.
037100     MOVE KM-CARRY-COUNT TO KM-COUNT-ED.
037200     MOVE SPACES TO SR-REPORT-LINE.
037300     STRING 'ENTRIES CARRIED:       ' DELIMITED BY SIZE
037400         KM-COUNT-ED DELIMITED BY SIZE
037500         INTO SR-REPORT-LINE.
037600     WRITE SR-REPORT-LINE.
037700     MOVE KM-ADD-COUNT TO KM-COUNT-ED.
037800     MOVE SPACES TO SR-REPORT-LINE.
037900     STRING 'ENTRIES ADDED:         ' DELIMITED BY SIZE
038000         KM-COUNT-ED DELIMITED BY SIZE
038100         INTO SR-REPORT-LINE.
038200     WRITE SR-REPORT-LINE.
038300     MOVE KM-DELETE-COUNT TO KM-COUNT-ED.
038400     MOVE SPACES TO SR-REPORT-LINE.
038500     STRING 'ENTRIES DELETED:       ' DELIMITED BY SIZE
038600         KM-COUNT-ED DELIMITED BY SIZE
038700         INTO SR-REPORT-LINE.
038800     WRITE SR-REPORT-LINE.
038900     MOVE KM-REJECT-COUNT TO KM-COUNT-ED.
039000     MOVE SPACES TO SR-REPORT-LINE.
039100     STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
039200         KM-COUNT-ED DELIMITED BY SIZE
039300         INTO SR-REPORT-LINE.
039400     WRITE SR-REPORT-LINE.
039500     MOVE KM-WEEKEND-COUNT TO KM-COUNT-ED.
039600     MOVE SPACES TO SR-REPORT-LINE.
039700     STRING 'NEW CALENDAR WEEKEND DAYS:  ' DELIMITED BY SIZE
039800         KM-COUNT-ED DELIMITED BY SIZE
039900         INTO SR-REPORT-LINE.
040000     WRITE SR-REPORT-LINE.
040100     MOVE KM-HOLIDAY-COUNT TO KM-COUNT-ED.
040200     MOVE SPACES TO SR-REPORT-LINE.
040300     STRING 'NEW CALENDAR HOLIDAYS:      ' DELIMITED BY SIZE
040400         KM-COUNT-ED DELIMITED BY SIZE
040500         INTO SR-REPORT-LINE.
040600     WRITE SR-REPORT-LINE.
040700     MOVE KM-PERIOD-COUNT TO KM-COUNT-ED.
040800     MOVE SPACES TO SR-REPORT-LINE.
040900     STRING 'NEW CALENDAR PERIOD ENDS:   ' DELIMITED BY SIZE
041000         KM-COUNT-ED DELIMITED BY SIZE
041100         INTO SR-REPORT-LINE.
041200     WRITE SR-REPORT-LINE.
041300 9100-EXIT.
041400     EXIT.
