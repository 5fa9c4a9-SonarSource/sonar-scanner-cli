000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RPTBURST.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - PER-REGION REPORT BURSTING.
001300*                  SPLITS ONE PRINTED REPORT (SUMRPT, CLSRPT,
001400*                  SCDRPT, AGERPT OR PERRPT, NAMED ON THE BRSTCTL
001500*                  CARD) INTO ONE COPY PER REGION: THE REPORT
001600*                  HEADING PLUS THE REGION'S OWN 'REGION XXX'
001700*                  SECTION, EACH OPENING WITH A BANNER PAGE AND
001800*                  ROUTED TO THE DESTINATION AND NUMBER OF COPIES
001900*                  ON THE DISTRIBUTION MASTER, PLUS A CORPORATE
002000*                  COPY OF THE WHOLE REPORT. EVERY RECIPIENT IS
002100*                  APPENDED TO THE DISTLOG FOR THE DATE/CYCLE AND
002200*                  LISTED ON BRSTRPT. A REGION ON THE REPORT BUT
002300*                  NOT ON THE MASTER IS FLAGGED AND ENDS THE RUN
002400*                  RC 4; ITS SECTION GOES TO THE CORPORATE COPY
002500*                  ONLY. A MISSING OR INVALID CARD OR A FULL
002600*                  MASTER TABLE ENDS THE RUN RC 8.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BRSTCTL  ASSIGN TO BRSTCTL
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS RB-BRSTCTL-STATUS.
003700     SELECT DISTMSTR ASSIGN TO DISTMSTR
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT RPTIN    ASSIGN TO RPTIN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS RB-RPTIN-STATUS.
004200     SELECT BURSTOUT ASSIGN TO BURSTOUT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DISTLOG  ASSIGN TO DISTLOG
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT BRSTRPT  ASSIGN TO BRSTRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BRSTCTL
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY BRSTCTL.
005400 FD  DISTMSTR
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DISTREC.
005800 FD  RPTIN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY SUMLINE
006200         REPLACING ==SR-REPORT-LINE== BY ==RI-REPORT-LINE==.
006300 FD  BURSTOUT
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BURSTREC.
006700 FD  DISTLOG
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DLOGREC.
007100 FD  BRSTRPT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY SUMLINE.
007500 WORKING-STORAGE SECTION.
007600******************************************************************
007700*    SWITCHES                                                    *
007800******************************************************************
007900 01  RB-SWITCHES.
008000     05  RB-EOF-SWITCH           PIC X(01)  VALUE 'N'.
008100         88  RB-AT-END                      VALUE 'Y'.
008200     05  RB-DM-EOF-SWITCH        PIC X(01)  VALUE 'N'.
008300         88  RB-DM-AT-END                   VALUE 'Y'.
008400     05  RB-CTL-SWITCH           PIC X(01)  VALUE 'N'.
008500         88  RB-CTL-LOADED                  VALUE 'Y'.
008600     05  RB-ABORT-SWITCH         PIC X(01)  VALUE 'N'.
008700         88  RB-RUN-ABORTED                 VALUE 'Y'.
008800     05  RB-FOUND-SW             PIC X(01)  VALUE 'N'.
008900         88  RB-FOUND                       VALUE 'Y'.
009000     05  RB-HEADING-SW           PIC X(01)  VALUE 'N'.
009100         88  RB-REGION-HEADING              VALUE 'Y'.
009200 01  RB-BRSTCTL-STATUS           PIC X(02).
009300     88  RB-BRSTCTL-OK                      VALUE '00'.
009400 01  RB-RPTIN-STATUS             PIC X(02).
009500     88  RB-RPTIN-OK                        VALUE '00'.
009600******************************************************************
009700*    RUN IDENTIFICATION AND THE RECIPIENT BEING WRITTEN.         *
009800*    RB-SECTION IS THE SECTION THE CURRENT REPORT LINE BELONGS   *
009900*    TO: SPACES FOR THE REPORT HEADING, A REGION CODE, OR '***'  *
010000*    ONCE THE CORPORATE PART OF THE REPORT IS REACHED            *
010100******************************************************************
010200 01  RB-REPORT-ID                PIC X(08)           VALUE SPACES.
010300 01  RB-RUN-DATE                 PIC 9(08)           VALUE ZERO.
010400 01  RB-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
010500 01  RB-SECTION                  PIC X(03)           VALUE SPACES.
010600 01  RB-TARGET-REGION            PIC X(03)           VALUE SPACES.
010700     88  RB-TARGET-CORPORATE                VALUE '***'.
010800 01  RB-DESTINATION              PIC X(20)           VALUE SPACES.
010900 01  RB-COPIES                   PIC 9(2)  COMP VALUE ZERO.
011000 01  RB-COPY-NO                  PIC 9(2)  COMP VALUE ZERO.
011100 01  RB-COPY-LINES               PIC 9(7)  COMP VALUE ZERO.
011200 01  RB-LOG-STATUS               PIC X(01)           VALUE SPACE.
011300 01  RB-LINE-TYPE                PIC X(01)           VALUE SPACE.
011400 01  RB-PRINT-WORK               PIC X(80)           VALUE SPACES.
011500******************************************************************
011600*    DISTRIBUTION MASTER TABLE -- EVERY RECIPIENT OF EVERY       *
011700*    REPORT                                                      *
011800******************************************************************
011900 01  RB-DM-TABLE.
012000     05  RB-DM-USED              PIC 9(4)  COMP VALUE ZERO.
012100     05  RB-DM-ENTRY             OCCURS 1 TO 500 TIMES
012200                                 DEPENDING ON RB-DM-USED
012300                                 INDEXED BY RB-DM-IDX.
012400         10  RB-DM-REGION        PIC X(03).
012500         10  RB-DM-REPORT-ID     PIC X(08).
012600         10  RB-DM-DESTINATION   PIC X(20).
012700         10  RB-DM-COPIES        PIC 9(02).
012800         10  RB-DM-SEEN-SW       PIC X(01).
012900             88  RB-DM-SEEN                 VALUE 'Y'.
013000******************************************************************
013100*    REGIONS FOUND ON THE REPORT, IN THE ORDER THEY APPEAR       *
013200******************************************************************
013300 01  RB-RGN-TABLE.
013400     05  RB-RGN-USED             PIC 9(4)  COMP VALUE ZERO.
013500     05  RB-RGN-ENTRY            OCCURS 1 TO 50 TIMES
013600                                 DEPENDING ON RB-RGN-USED
013700                                 INDEXED BY RB-RGN-IDX.
013800         10  RB-RGN-CODE         PIC X(03).
013900******************************************************************
014000*    COUNTERS AND EDITED REPORT FIELDS                           *
014100******************************************************************
014200 01  RB-COUNTERS.
014300     05  RB-LINE-COUNT           PIC 9(7)  COMP VALUE ZERO.
014400     05  RB-OUT-COUNT            PIC 9(7)  COMP VALUE ZERO.
014500     05  RB-SENT-COUNT           PIC 9(7)  COMP VALUE ZERO.
014600     05  RB-UNKNOWN-COUNT        PIC 9(7)  COMP VALUE ZERO.
014700     05  RB-NOTRCV-COUNT         PIC 9(7)  COMP VALUE ZERO.
014800     05  RB-NOSECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
014900 01  RB-COUNT-ED                 PIC ZZZZZZ9.
015000 01  RB-COPIES-ED                PIC Z9.
015100 01  RB-COPY-ED                  PIC Z9.
015200 01  RB-STATUS-TEXT              PIC X(30)           VALUE SPACES.
015300 PROCEDURE DIVISION.
015400******************************************************************
015500*    0000-MAINLINE                                               *
015600******************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     IF RB-CTL-LOADED AND NOT RB-RUN-ABORTED
016000         PERFORM 2000-SCAN-REPORT THRU 2000-EXIT
016100         IF RB-LINE-COUNT > ZERO
016200             PERFORM 3000-WRITE-CORPORATE-COPY THRU 3000-EXIT
016300             IF RB-RGN-USED > ZERO
016400                 PERFORM 4000-BURST-ONE-REGION THRU 4000-EXIT
016500                     VARYING RB-RGN-IDX FROM 1 BY 1
016600                     UNTIL RB-RGN-IDX > RB-RGN-USED
016700             END-IF
016800             IF RB-DM-USED > ZERO
016900                 PERFORM 5000-NOTE-UNUSED-ENTRY THRU 5000-EXIT
017000                     VARYING RB-DM-IDX FROM 1 BY 1
017100                     UNTIL RB-DM-IDX > RB-DM-USED
017200             END-IF
017300         END-IF
017400     END-IF.
017500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017600     STOP RUN.
017700******************************************************************
017800*    1000-INITIALIZE -- LOAD THE CONTROL CARD AND THE            *
017900*    DISTRIBUTION MASTER, OPEN THE OUTPUTS AND WRITE THE LOG     *
018000*    HEADING                                                     *
018100******************************************************************
018200 1000-INITIALIZE.
018300     ACCEPT RB-RUN-DATE FROM DATE YYYYMMDD.
018400     OPEN OUTPUT BRSTRPT.
018500     PERFORM 1080-READ-CONTROL-CARD THRU 1080-EXIT.
018600     IF NOT RB-CTL-LOADED
018700         GO TO 1000-EXIT.
018800     OPEN OUTPUT BURSTOUT.
018900     OPEN EXTEND DISTLOG.
019000     MOVE SPACES TO SR-REPORT-LINE.
019100     STRING 'REPORT DISTRIBUTION LOG - ' DELIMITED BY SIZE
019200         RB-REPORT-ID     DELIMITED BY SIZE
019300         ' RUN DATE '     DELIMITED BY SIZE
019400         RB-RUN-DATE      DELIMITED BY SIZE
019500         ' CYCLE '        DELIMITED BY SIZE
019600         RB-CYCLE-NO      DELIMITED BY SIZE
019700         INTO SR-REPORT-LINE.
019800     WRITE SR-REPORT-LINE.
019900     MOVE SPACES TO SR-REPORT-LINE.
020000     STRING 'RGN DESTINATION          COPIES   LINES '
020100         DELIMITED BY SIZE
020200         'STATUS' DELIMITED BY SIZE
020300         INTO SR-REPORT-LINE.
020400     WRITE SR-REPORT-LINE.
020500     OPEN INPUT DISTMSTR.
020600     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
020700         UNTIL RB-DM-AT-END.
020800     CLOSE DISTMSTR.
020900 1000-EXIT.
021000     EXIT.
021100******************************************************************
021200*    1080-READ-CONTROL-CARD -- LOAD AND EDIT THE BRSTCTL CARD.   *
021300*    THE REPORT IDENTIFIER IS REQUIRED; A ZERO RUN DATE MEANS    *
021400*    TODAY                                                       *
021500******************************************************************
021600 1080-READ-CONTROL-CARD.
021700     OPEN INPUT BRSTCTL.
021800     IF RB-BRSTCTL-OK
021900         READ BRSTCTL
022000             AT END
022100                 CONTINUE
022200         END-READ
022300         IF RB-BRSTCTL-OK
022400             IF BC-REPORT-ID NOT = SPACES
022500                     AND BC-RUN-DATE NUMERIC
022600                     AND BC-CYCLE-NO NUMERIC
022700                 SET RB-CTL-LOADED TO TRUE
022800                 MOVE BC-REPORT-ID TO RB-REPORT-ID
022900                 MOVE BC-CYCLE-NO  TO RB-CYCLE-NO
023000                 IF BC-RUN-DATE > ZERO
023100                     MOVE BC-RUN-DATE TO RB-RUN-DATE
023200                 END-IF
023300             END-IF
023400         END-IF
023500         CLOSE BRSTCTL
023600     END-IF.
023700     IF NOT RB-CTL-LOADED
023800         MOVE SPACES TO SR-REPORT-LINE
023900         STRING 'RPTBURST - MISSING OR INVALID CONTROL CARD'
024000             DELIMITED BY SIZE INTO SR-REPORT-LINE
024100         WRITE SR-REPORT-LINE
024200         MOVE 8 TO RETURN-CODE
024300     END-IF.
024400 1080-EXIT.
024500     EXIT.
024600******************************************************************
024700*    1100-LOAD-ONE-ENTRY -- ONE DISTRIBUTION MASTER RECORD INTO  *
024800*    THE TABLE. A FULL TABLE FAILS THE RUN RATHER THAN           *
024900*    MISROUTING COPIES                                           *
025000******************************************************************
025100 1100-LOAD-ONE-ENTRY.
025200     READ DISTMSTR
025300         AT END
025400             SET RB-DM-AT-END TO TRUE
025500             GO TO 1100-EXIT
025600     END-READ.
025700     IF RB-DM-USED NOT < 500
025800         MOVE SPACES TO SR-REPORT-LINE
025900         STRING '*** DISTRIBUTION MASTER TABLE FULL ***'
026000             DELIMITED BY SIZE INTO SR-REPORT-LINE
026100         WRITE SR-REPORT-LINE
026200         MOVE 8 TO RETURN-CODE
026300         SET RB-RUN-ABORTED TO TRUE
026400         SET RB-DM-AT-END TO TRUE
026500         GO TO 1100-EXIT.
026600     ADD 1 TO RB-DM-USED.
026700     SET RB-DM-IDX TO RB-DM-USED.
026800     MOVE DM-REGION      TO RB-DM-REGION (RB-DM-IDX).
026900     MOVE DM-REPORT-ID   TO RB-DM-REPORT-ID (RB-DM-IDX).
027000     MOVE DM-DESTINATION TO RB-DM-DESTINATION (RB-DM-IDX).
027100     IF DM-COPIES NUMERIC AND DM-COPIES > ZERO
027200         MOVE DM-COPIES TO RB-DM-COPIES (RB-DM-IDX)
027300     ELSE
027400         MOVE 1 TO RB-DM-COPIES (RB-DM-IDX)
027500     END-IF.
027600     MOVE 'N' TO RB-DM-SEEN-SW (RB-DM-IDX).
027700 1100-EXIT.
027800     EXIT.
027900******************************************************************
028000*    2000-SCAN-REPORT -- FIRST PASS OF THE REPORT: COUNT ITS     *
028100*    LINES AND LIST THE REGIONS WHOSE SECTIONS APPEAR ON IT. A   *
028200*    REPORT NOT PRODUCED THIS RUN (PERRPT OFF MONTH-END) IS      *
028300*    LOGGED AS SUCH                                              *
028400******************************************************************
028500 2000-SCAN-REPORT.
028600     OPEN INPUT RPTIN.
028700     IF RB-RPTIN-OK
028800         MOVE 'N' TO RB-EOF-SWITCH
028900         MOVE SPACES TO RB-SECTION
029000         PERFORM 2100-SCAN-ONE-LINE THRU 2100-EXIT
029100             UNTIL RB-AT-END
029200         CLOSE RPTIN
029300     END-IF.
029400     IF RB-LINE-COUNT = ZERO
029500         MOVE '***'  TO RB-TARGET-REGION
029600         MOVE SPACES TO RB-DESTINATION
029700         MOVE ZERO   TO RB-COPIES
029800         MOVE ZERO   TO RB-COPY-LINES
029900         MOVE 'P'    TO RB-LOG-STATUS
030000         PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT
030100     END-IF.
030200 2000-EXIT.
030300     EXIT.
030400******************************************************************
030500*    2100-SCAN-ONE-LINE -- ONE REPORT LINE OF THE FIRST PASS     *
030600******************************************************************
030700 2100-SCAN-ONE-LINE.
030800     READ RPTIN
030900         AT END
031000             SET RB-AT-END TO TRUE
031100             GO TO 2100-EXIT
031200     END-READ.
031300     ADD 1 TO RB-LINE-COUNT.
031400     PERFORM 2500-CLASSIFY-LINE THRU 2500-EXIT.
031500     IF RB-REGION-HEADING
031600         PERFORM 2200-NOTE-REGION THRU 2200-EXIT
031700     END-IF.
031800 2100-EXIT.
031900     EXIT.
032000******************************************************************
032100*    2200-NOTE-REGION -- ADD THE SECTION'S REGION TO THE REGION  *
032200*    LIST ON FIRST SIGHT. A REGION THE LIST CANNOT HOLD IS NOT   *
032300*    BURST; ITS SECTION STILL GOES TO THE CORPORATE COPY         *
032400******************************************************************
032500 2200-NOTE-REGION.
032600     MOVE 'N' TO RB-FOUND-SW.
032700     IF RB-RGN-USED > ZERO
032800         SET RB-RGN-IDX TO 1
032900         SEARCH RB-RGN-ENTRY
033000             AT END
033100                 CONTINUE
033200             WHEN RB-RGN-CODE (RB-RGN-IDX) = RB-SECTION
033300                 SET RB-FOUND TO TRUE
033400         END-SEARCH
033500     END-IF.
033600     IF RB-FOUND
033700         GO TO 2200-EXIT.
033800     IF RB-RGN-USED NOT < 50
033900         MOVE SPACES TO SR-REPORT-LINE
034000         STRING '*** REGION TABLE FULL - REGION '
034100             DELIMITED BY SIZE
034200             RB-SECTION       DELIMITED BY SIZE
034300             ' NOT BURST ***' DELIMITED BY SIZE
034400             INTO SR-REPORT-LINE
034500         WRITE SR-REPORT-LINE
034600         IF RETURN-CODE = ZERO
034700             MOVE 4 TO RETURN-CODE
034800         END-IF
034900         GO TO 2200-EXIT.
035000     ADD 1 TO RB-RGN-USED.
035100     SET RB-RGN-IDX TO RB-RGN-USED.
035200     MOVE RB-SECTION TO RB-RGN-CODE (RB-RGN-IDX).
035300 2200-EXIT.
035400     EXIT.
035500******************************************************************
035600*    2500-CLASSIFY-LINE -- DECIDE WHICH SECTION THE REPORT LINE  *
035700*    BELONGS TO. EVERY REPORT OPENS EACH REGION'S SECTION WITH   *
035800*    A 'REGION XXX' LINE ON ITS OWN AND STARTS ITS CORPORATE     *
035900*    PART WITH A 'CORPORATE' LINE; LINES BEFORE THE FIRST        *
036000*    REGION ARE HEADING                                          *
036100******************************************************************
036200 2500-CLASSIFY-LINE.
036300     MOVE 'N' TO RB-HEADING-SW.
036400     IF RI-REPORT-LINE (1:7) = 'REGION '
036500             AND RI-REPORT-LINE (8:3) NOT = SPACES
036600             AND RI-REPORT-LINE (11:70) = SPACES
036700         MOVE RI-REPORT-LINE (8:3) TO RB-SECTION
036800         SET RB-REGION-HEADING TO TRUE
036900         GO TO 2500-EXIT.
037000     IF RI-REPORT-LINE (1:9) = 'CORPORATE'
037100         MOVE '***' TO RB-SECTION
037200     END-IF.
037300 2500-EXIT.
037400     EXIT.
037500******************************************************************
037600*    3000-WRITE-CORPORATE-COPY -- THE WHOLE REPORT TO THE        *
037700*    CORPORATE RECIPIENT ON THE MASTER, OR TO 'CORPORATE' WHEN   *
037800*    THERE IS NONE                                               *
037900******************************************************************
038000 3000-WRITE-CORPORATE-COPY.
038100     MOVE '***' TO RB-TARGET-REGION.
038200     PERFORM 4100-FIND-ENTRY THRU 4100-EXIT.
038300     IF RB-FOUND
038400         MOVE RB-DM-DESTINATION (RB-DM-IDX) TO RB-DESTINATION
038500         MOVE RB-DM-COPIES (RB-DM-IDX)      TO RB-COPIES
038600         SET RB-DM-SEEN (RB-DM-IDX) TO TRUE
038700     ELSE
038800         MOVE 'CORPORATE' TO RB-DESTINATION
038900         MOVE 1 TO RB-COPIES
039000     END-IF.
039100     PERFORM 3100-WRITE-ONE-COPY THRU 3100-EXIT
039200         VARYING RB-COPY-NO FROM 1 BY 1
039300         UNTIL RB-COPY-NO > RB-COPIES.
039400     MOVE 'S' TO RB-LOG-STATUS.
039500     PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT.
039600     ADD 1 TO RB-SENT-COUNT.
039700 3000-EXIT.
039800     EXIT.
039900******************************************************************
040000*    3100-WRITE-ONE-COPY -- ONE COPY FOR THE TARGET RECIPIENT:   *
040100*    ITS BANNER PAGE, THEN A FRESH PASS OF THE REPORT TAKING     *
040200*    THE HEADING AND THE TARGET REGION'S SECTION (EVERY LINE     *
040300*    FOR CORPORATE)                                              *
040400******************************************************************
040500 3100-WRITE-ONE-COPY.
040600     PERFORM 3200-WRITE-BANNER THRU 3200-EXIT.
040700     MOVE ZERO TO RB-COPY-LINES.
040800     MOVE 'R' TO RB-LINE-TYPE.
040900     MOVE 'N' TO RB-EOF-SWITCH.
041000     MOVE SPACES TO RB-SECTION.
041100     OPEN INPUT RPTIN.
041200     PERFORM 3300-COPY-ONE-LINE THRU 3300-EXIT
041300         UNTIL RB-AT-END.
041400     CLOSE RPTIN.
041500 3100-EXIT.
041600     EXIT.
041700******************************************************************
041800*    3200-WRITE-BANNER -- BANNER PAGE NAMING THE REPORT,         *
041900*    REGION, DESTINATION, RUN AND COPY NUMBER                    *
042000******************************************************************
042100 3200-WRITE-BANNER.
042200     MOVE 'B' TO RB-LINE-TYPE.
042300     MOVE ALL '*' TO RB-PRINT-WORK.
042400     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
042500     MOVE SPACES TO RB-PRINT-WORK.
042600     STRING '*   REPORT      ' DELIMITED BY SIZE
042700         RB-REPORT-ID          DELIMITED BY SIZE
042800         INTO RB-PRINT-WORK.
042900     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
043000     MOVE SPACES TO RB-PRINT-WORK.
043100     IF RB-TARGET-CORPORATE
043200         STRING '*   REGION      CORPORATE - ALL REGIONS'
043300             DELIMITED BY SIZE INTO RB-PRINT-WORK
043400     ELSE
043500         STRING '*   REGION      ' DELIMITED BY SIZE
043600             RB-TARGET-REGION      DELIMITED BY SIZE
043700             INTO RB-PRINT-WORK
043800     END-IF.
043900     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
044000     MOVE SPACES TO RB-PRINT-WORK.
044100     STRING '*   DELIVER TO  ' DELIMITED BY SIZE
044200         RB-DESTINATION        DELIMITED BY SIZE
044300         INTO RB-PRINT-WORK.
044400     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
044500     MOVE SPACES TO RB-PRINT-WORK.
044600     STRING '*   RUN DATE    ' DELIMITED BY SIZE
044700         RB-RUN-DATE           DELIMITED BY SIZE
044800         ' CYCLE '             DELIMITED BY SIZE
044900         RB-CYCLE-NO           DELIMITED BY SIZE
045000         INTO RB-PRINT-WORK.
045100     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
045200     MOVE RB-COPY-NO TO RB-COPY-ED.
045300     MOVE RB-COPIES  TO RB-COPIES-ED.
045400     MOVE SPACES TO RB-PRINT-WORK.
045500     STRING '*   COPY        ' DELIMITED BY SIZE
045600         RB-COPY-ED            DELIMITED BY SIZE
045700         ' OF '                DELIMITED BY SIZE
045800         RB-COPIES-ED          DELIMITED BY SIZE
045900         INTO RB-PRINT-WORK.
046000     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
046100     MOVE ALL '*' TO RB-PRINT-WORK.
046200     PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT.
046300 3200-EXIT.
046400     EXIT.
046500******************************************************************
046600*    3300-COPY-ONE-LINE -- ONE REPORT LINE OF A COPY PASS,       *
046700*    WRITTEN WHEN IT IS HEADING, THE TARGET REGION'S, OR FOR     *
046800*    CORPORATE                                                   *
046900******************************************************************
047000 3300-COPY-ONE-LINE.
047100     READ RPTIN
047200         AT END
047300             SET RB-AT-END TO TRUE
047400             GO TO 3300-EXIT
047500     END-READ.
047600     PERFORM 2500-CLASSIFY-LINE THRU 2500-EXIT.
047700     IF RB-TARGET-CORPORATE
047800             OR RB-SECTION = SPACES
047900             OR RB-SECTION = RB-TARGET-REGION
048000         MOVE RI-REPORT-LINE TO RB-PRINT-WORK
048100         PERFORM 3400-WRITE-BURST-LINE THRU 3400-EXIT
048200         ADD 1 TO RB-COPY-LINES
048300     END-IF.
048400 3300-EXIT.
048500     EXIT.
048600******************************************************************
048700*    3400-WRITE-BURST-LINE -- ONE ROUTED BURST OUTPUT LINE       *
048800******************************************************************
048900 3400-WRITE-BURST-LINE.
049000     MOVE RB-DESTINATION   TO BO-DESTINATION.
049100     MOVE RB-TARGET-REGION TO BO-REGION.
049200     MOVE RB-REPORT-ID     TO BO-REPORT-ID.
049300     MOVE RB-COPY-NO       TO BO-COPY-NO.
049400     MOVE RB-LINE-TYPE     TO BO-LINE-TYPE.
049500     MOVE RB-PRINT-WORK    TO BO-PRINT-LINE.
049600     WRITE BO-BURST-RECORD.
049700     ADD 1 TO RB-OUT-COUNT.
049800 3400-EXIT.
049900     EXIT.
050000******************************************************************
050100*    4000-BURST-ONE-REGION -- ROUTE ONE REGION'S SECTION. A      *
050200*    REGION THE MASTER DOES NOT KNOW IS FLAGGED RC 4; ONE ON     *
050300*    THE MASTER THAT DOES NOT TAKE THIS REPORT IS LOGGED AS NOT  *
050400*    RECEIVED                                                    *
050500******************************************************************
050600 4000-BURST-ONE-REGION.
050700     MOVE RB-RGN-CODE (RB-RGN-IDX) TO RB-TARGET-REGION.
050800     MOVE ZERO TO RB-COPY-LINES.
050900     PERFORM 4100-FIND-ENTRY THRU 4100-EXIT.
051000     IF RB-FOUND
051100         MOVE RB-DM-DESTINATION (RB-DM-IDX) TO RB-DESTINATION
051200         MOVE RB-DM-COPIES (RB-DM-IDX)      TO RB-COPIES
051300         SET RB-DM-SEEN (RB-DM-IDX) TO TRUE
051400         PERFORM 3100-WRITE-ONE-COPY THRU 3100-EXIT
051500             VARYING RB-COPY-NO FROM 1 BY 1
051600             UNTIL RB-COPY-NO > RB-COPIES
051700         MOVE 'S' TO RB-LOG-STATUS
051800         PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT
051900         ADD 1 TO RB-SENT-COUNT
052000         GO TO 4000-EXIT.
052100     MOVE SPACES TO RB-DESTINATION.
052200     MOVE ZERO   TO RB-COPIES.
052300     PERFORM 4150-CHECK-ON-MASTER THRU 4150-EXIT.
052400     IF RB-FOUND
052500         MOVE 'N' TO RB-LOG-STATUS
052600         PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT
052700         ADD 1 TO RB-NOTRCV-COUNT
052800         GO TO 4000-EXIT.
052900     MOVE 'U' TO RB-LOG-STATUS.
053000     PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT.
053100     ADD 1 TO RB-UNKNOWN-COUNT.
053200     IF RETURN-CODE = ZERO
053300         MOVE 4 TO RETURN-CODE
053400     END-IF.
053500 4000-EXIT.
053600     EXIT.
053700******************************************************************
053800*    4100-FIND-ENTRY -- LOOK UP THE TARGET REGION'S ENTRY FOR    *
053900*    THIS REPORT ON THE DISTRIBUTION MASTER TABLE                *
054000******************************************************************
054100 4100-FIND-ENTRY.
054200     MOVE 'N' TO RB-FOUND-SW.
054300     IF RB-DM-USED > ZERO
054400         SET RB-DM-IDX TO 1
054500         SEARCH RB-DM-ENTRY
054600             AT END
054700                 CONTINUE
054800             WHEN RB-DM-REGION (RB-DM-IDX) = RB-TARGET-REGION
054900                     AND RB-DM-REPORT-ID (RB-DM-IDX)
055000                         = RB-REPORT-ID
055100                 SET RB-FOUND TO TRUE
055200         END-SEARCH
055300     END-IF.
055400 4100-EXIT.
055500     EXIT.
055600******************************************************************
055700*    4150-CHECK-ON-MASTER -- IS THE TARGET REGION ON THE MASTER  *
055800*    FOR ANY REPORT AT ALL                                       *
055900******************************************************************
056000 4150-CHECK-ON-MASTER.
056100     MOVE 'N' TO RB-FOUND-SW.
056200     IF RB-DM-USED > ZERO
056300         SET RB-DM-IDX TO 1
056400         SEARCH RB-DM-ENTRY
056500             AT END
056600                 CONTINUE
056700             WHEN RB-DM-REGION (RB-DM-IDX) = RB-TARGET-REGION
056800                 SET RB-FOUND TO TRUE
056900         END-SEARCH
057000     END-IF.
057100 4150-EXIT.
057200     EXIT.
057300******************************************************************
057400*    5000-NOTE-UNUSED-ENTRY -- A RECIPIENT OF THIS REPORT ON     *
057500*    THE MASTER WHOSE REGION HAD NO SECTION ON THIS RUN'S        *
057600*    REPORT                                                      *
057700******************************************************************
057800 5000-NOTE-UNUSED-ENTRY.
057900     IF RB-DM-REPORT-ID (RB-DM-IDX) NOT = RB-REPORT-ID
058000             OR RB-DM-SEEN (RB-DM-IDX)
058100         GO TO 5000-EXIT.
058200     MOVE RB-DM-REGION (RB-DM-IDX)      TO RB-TARGET-REGION.
058300     MOVE RB-DM-DESTINATION (RB-DM-IDX) TO RB-DESTINATION.
058400     MOVE RB-DM-COPIES (RB-DM-IDX)      TO RB-COPIES.
058500     MOVE ZERO TO RB-COPY-LINES.
058600     MOVE 'X' TO RB-LOG-STATUS.
058700     PERFORM 6000-LOG-RECIPIENT THRU 6000-EXIT.
058800     ADD 1 TO RB-NOSECT-COUNT.
058900 5000-EXIT.
059000     EXIT.
059100******************************************************************
059200*    6000-LOG-RECIPIENT -- APPEND ONE DISTLOG RECORD FOR THE     *
059300*    TARGET RECIPIENT AND LIST IT ON THE DISTRIBUTION REPORT     *
059400******************************************************************
059500 6000-LOG-RECIPIENT.
059600     MOVE SPACES           TO DL-DIST-LOG-RECORD.
059700     MOVE RB-RUN-DATE      TO DL-RUN-DATE.
059800     MOVE RB-CYCLE-NO      TO DL-CYCLE-NO.
059900     MOVE RB-REPORT-ID     TO DL-REPORT-ID.
060000     MOVE RB-TARGET-REGION TO DL-REGION.
060100     MOVE RB-DESTINATION   TO DL-DESTINATION.
060200     MOVE RB-COPIES        TO DL-COPIES.
060300     MOVE RB-COPY-LINES    TO DL-LINE-COUNT.
060400     MOVE RB-LOG-STATUS    TO DL-STATUS.
060500     EVALUATE TRUE
060600         WHEN DL-SENT
060700             MOVE 'SENT' TO RB-STATUS-TEXT
060800         WHEN DL-NOT-ON-MASTER
060900             MOVE '*** NOT ON DISTRIBUTION MASTER'
061000                 TO RB-STATUS-TEXT
061100         WHEN DL-NOT-RECEIVED
061200             MOVE 'NOT A RECIPIENT OF THIS REPORT'
061300                 TO RB-STATUS-TEXT
061400         WHEN DL-NO-SECTION
061500             MOVE 'NO SECTION ON THIS RUN' TO RB-STATUS-TEXT
061600         WHEN OTHER
061700             MOVE 'REPORT NOT PRODUCED THIS RUN' TO RB-STATUS-TEXT
061800     END-EVALUATE.
061900     WRITE DL-DIST-LOG-RECORD.
062000     MOVE RB-COPIES     TO RB-COPIES-ED.
062100     MOVE RB-COPY-LINES TO RB-COUNT-ED.
062200     MOVE SPACES TO SR-REPORT-LINE.
062300     STRING RB-TARGET-REGION DELIMITED BY SIZE
062400         ' '                 DELIMITED BY SIZE
062500         RB-DESTINATION      DELIMITED BY SIZE
062600         '     '             DELIMITED BY SIZE
062700         RB-COPIES-ED        DELIMITED BY SIZE
062800         ' '                 DELIMITED BY SIZE
062900         RB-COUNT-ED         DELIMITED BY SIZE
063000         ' '                 DELIMITED BY SIZE
063100         RB-STATUS-TEXT      DELIMITED BY SIZE
063200         INTO SR-REPORT-LINE.
063300     WRITE SR-REPORT-LINE.
063400 6000-EXIT.
063500     EXIT.
063600******************************************************************
063700*    9000-TERMINATE -- WRITE THE DISTRIBUTION TOTALS AND CLOSE   *
063800*    FILES                                                       *
063900******************************************************************
064000 9000-TERMINATE.
064100     IF NOT RB-CTL-LOADED
064200         CLOSE BRSTRPT
064300         GO TO 9000-EXIT.
064400     MOVE RB-LINE-COUNT TO RB-COUNT-ED.
064500     MOVE SPACES TO SR-REPORT-LINE.
064600     STRING 'REPORT LINES READ:       ' DELIMITED BY SIZE
064700         RB-COUNT-ED DELIMITED BY SIZE
064800         INTO SR-REPORT-LINE.
064900     WRITE SR-REPORT-LINE.
065000     MOVE RB-SENT-COUNT TO RB-COUNT-ED.
065100     MOVE SPACES TO SR-REPORT-LINE.
065200     STRING 'RECIPIENTS SENT:         ' DELIMITED BY SIZE
065300         RB-COUNT-ED DELIMITED BY SIZE
065400         INTO SR-REPORT-LINE.
065500     WRITE SR-REPORT-LINE.
065600     MOVE RB-UNKNOWN-COUNT TO RB-COUNT-ED.
065700     MOVE SPACES TO SR-REPORT-LINE.
065800     STRING 'REGIONS NOT ON MASTER:   ' DELIMITED BY SIZE
065900         RB-COUNT-ED DELIMITED BY SIZE
066000         INTO SR-REPORT-LINE.
066100     WRITE SR-REPORT-LINE.
066200     MOVE RB-NOTRCV-COUNT TO RB-COUNT-ED.
066300     MOVE SPACES TO SR-REPORT-LINE.
066400     STRING 'REGIONS NOT RECEIVING:   ' DELIMITED BY SIZE
066500         RB-COUNT-ED DELIMITED BY SIZE
066600         INTO SR-REPORT-LINE.
066700     WRITE SR-REPORT-LINE.
066800     MOVE RB-NOSECT-COUNT TO RB-COUNT-ED.
066900     MOVE SPACES TO SR-REPORT-LINE.
067000     STRING 'RECIPIENTS NO SECTION:   ' DELIMITED BY SIZE
067100         RB-COUNT-ED DELIMITED BY SIZE
067200         INTO SR-REPORT-LINE.
067300     WRITE SR-REPORT-LINE.
067400     MOVE RB-OUT-COUNT TO RB-COUNT-ED.
067500     MOVE SPACES TO SR-REPORT-LINE.
067600     STRING 'BURST LINES WRITTEN:     ' DELIMITED BY SIZE
067700         RB-COUNT-ED DELIMITED BY SIZE
067800         INTO SR-REPORT-LINE.
067900     WRITE SR-REPORT-LINE.
068000     CLOSE BURSTOUT.
068100     CLOSE DISTLOG.
068200     CLOSE BRSTRPT.
068300 9000-EXIT.
068400     EXIT.
