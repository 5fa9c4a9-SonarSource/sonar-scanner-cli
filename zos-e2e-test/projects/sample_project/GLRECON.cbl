002400*                  CONTROL RECORD IS ALSO PROVED AGAINST WHAT
002500*                  WAS ACTUALLY READ, THE SAME AS EVERY OTHER
002600*                  INTERFACE PROOF IN THE SUITE.
002610* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002620*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002630*                  TIME. THE RUN TAKES THE LOWEST CYCLE IT HAS NOT
002640*                  YET RECONCILED TODAY, AND IS REFUSED RC 8
002650*                  BEFORE ANY INPUT IS READ UNLESS THE LEDGER
002660*                  SHOWS GLEXTRCT COMPLETE FOR THAT CYCLE AND THIS
002670*                  STEP NOT ALREADY COMPLETE. A STEPOVR OPERATOR
002680*                  OVERRIDE CARD NAMES THE CYCLE TO RERUN.
002690* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT GLRRPT   ASSIGN TO GLRRPT
003900         ORGANIZATION IS SEQUENTIAL.
003910     SELECT STEPLOG  ASSIGN TO STEPLOG
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS GR-STEPLOG-STATUS.
003940     SELECT STEPOVR  ASSIGN TO STEPOVR
003950         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS GR-STEPOVR-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  GLPOST
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY SUMLINE.
005310 FD  STEPLOG
005320     RECORDING MODE IS F
005330     LABEL RECORDS ARE STANDARD.
005340     COPY STEPREC.
005350 FD  STEPOVR
005360     RECORDING MODE IS F
005370     LABEL RECORDS ARE STANDARD.
005380     COPY STEPOVR.
005400 WORKING-STORAGE SECTION.
005500******************************************************************
005600*    SWITCHES
006200         88  GR-ACK-AT-END                  VALUE 'Y'.
006300     05  GR-CTL-SEEN-SW          PIC X(01)  VALUE 'N'.
006400         88  GR-CONTROL-SEEN                VALUE 'Y'.
006420 01  GR-RUN-DATE                 PIC 9(08)  VALUE ZERO.
006440 01  GR-CYCLE-NO                 PIC 9(02)  VALUE ZERO.
006500******************************************************************
006600*    GLPOST CONTROL RECORD PROOF FIGURES                         *
006700******************************************************************
008800 01  GR-BREAK-COUNT              PIC 9(7)  COMP VALUE ZERO.
008900 01  GR-SENT-AMT-ED              PIC Z(12)9.99.
009000 01  GR-ACK-AMT-ED               PIC Z(12)9.99.
009002******************************************************************
009004*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
009006*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
009008*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
009010******************************************************************
009012 01  GR-STEPLOG-STATUS           PIC X(02).
009014     88  GR-STEPLOG-OK                      VALUE '00'.
009016 01  GR-STEPOVR-STATUS           PIC X(02).
009018     88  GR-STEPOVR-OK                      VALUE '00'.
009020 01  GR-LEDGER-SWITCHES.
009022     05  GR-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009024         88  GR-LOG-AT-END                  VALUE 'Y'.
009026     05  GR-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009028         88  GR-OVR-AT-END                  VALUE 'Y'.
009030     05  GR-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
009032         88  GR-OVERRIDE-GIVEN              VALUE 'Y'.
009034     05  GR-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
009036         88  GR-CHECK-FAILED                VALUE 'Y'.
009038     05  GR-REFUSED-SW           PIC X(01)  VALUE 'N'.
009040         88  GR-STEP-REFUSED                VALUE 'Y'.
009042     05  GR-CYC-FOUND-SW         PIC X(01)  VALUE 'N'.
009044         88  GR-CYCLE-FOUND                 VALUE 'Y'.
009046 01  GR-STEP-NAME                PIC X(12)  VALUE 'GLRECON'.
009048 01  GR-SELF-STATE               PIC X(01)  VALUE SPACE.
009050     88  GR-SELF-COMPLETE                   VALUE 'C'.
009052 01  GR-GLEXTRCT-STATE           PIC X(01)  VALUE SPACE.
009054     88  GR-GLEXTRCT-COMPLETE               VALUE 'C'.
009056     88  GR-GLEXTRCT-FAILED                 VALUE 'F'.
009058 01  GR-CHECK-STEP               PIC X(12)  VALUE SPACES.
009060 01  GR-CHECK-STATE              PIC X(01)  VALUE SPACE.
009062 01  GR-CHECK-TEXT               PIC X(20)  VALUE SPACES.
009064 01  GR-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
009066 01  GR-OVR-REASON               PIC X(40)  VALUE SPACES.
009068 01  GR-END-DATE                 PIC 9(08)  VALUE ZERO.
009070 01  GR-END-TIME                 PIC 9(08)  VALUE ZERO.
009072******************************************************************
009074*    LEDGER STATE BY CYCLE FOR THE RUN DATE -- THIS STEP RUNS    *
009076*    THE LOWEST CYCLE IT HAS NOT YET COMPLETED TODAY             *
009078******************************************************************
009080 01  GR-LEDGER-CYCLES.
009082     05  GR-LC-ENTRY             OCCURS 99 TIMES.
009084         10  GR-LC-SELF          PIC X(01).
009086         10  GR-LC-GLEXTRCT      PIC X(01).
009100 PROCEDURE DIVISION.
009200******************************************************************
009300*    0000-MAINLINE                                               *
009400******************************************************************
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009620     IF GR-STEP-REFUSED
009630         CLOSE GLPOST
009635         CLOSE GLACK
009640         CLOSE GLRRPT
009660         STOP RUN.
009700     PERFORM 2000-MATCH-ONE-ACCOUNT THRU 2000-EXIT
009800         UNTIL GR-POST-AT-END AND GR-ACK-AT-END.
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010000     STOP RUN.
010100******************************************************************
010200*    1000-INITIALIZE -- OPEN FILES, WRITE THE REPORT HEADING     *
010250*    AND CHECK THE STEP LEDGER; ONLY A CLEARED RUN GOES ON TO    *
010300*    PRIME BOTH INPUT STREAMS                                    *
010400******************************************************************
010500 1000-INITIALIZE.
010510     ACCEPT GR-RUN-DATE FROM DATE YYYYMMDD.
010600     OPEN INPUT  GLPOST.
010700     OPEN INPUT  GLACK.
010800     OPEN OUTPUT GLRRPT.
011000     STRING 'GL POSTING ACKNOWLEDGMENT RECONCILIATION'
011100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
011200     WRITE SR-REPORT-LINE.
011210     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
011220     IF GR-STEP-REFUSED
011230         GO TO 1000-EXIT.
011300     PERFORM 1100-READ-GLPOST THRU 1100-EXIT.
011400     PERFORM 1200-READ-GLACK  THRU 1200-EXIT.
011500 1000-EXIT.
027000     END-IF.
027100     CLOSE GLPOST.
027200     CLOSE GLACK.
027250     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
027300     CLOSE GLRRPT.
027400 9000-EXIT.
027500     EXIT.
034300     WRITE SR-REPORT-LINE.
034400 9100-EXIT.
034500     EXIT.
034600******************************************************************
034700*    9500-CHECK-STEP-LEDGER -- THE RUN TAKES THE LOWEST CYCLE    *
034800*    IT HAS NOT YET RECONCILED TODAY. REFUSE IT UNLESS STEPLOG   *
034900*    SHOWS GLEXTRCT COMPLETE FOR THAT CYCLE; AN OPERATOR         *
035000*    OVERRIDE CARD WAIVES THE CHECKS AND NAMES THE CYCLE FOR A   *
035100*    RERUN                                                       *
035200******************************************************************
035300 9500-CHECK-STEP-LEDGER.
035400     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
035500     IF GR-OVERRIDE-GIVEN
035600         MOVE SPACES TO SR-REPORT-LINE
035700         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
035800                 DELIMITED BY SIZE
035900             GR-OVR-OPERATOR DELIMITED BY SIZE
036000             ' - '           DELIMITED BY SIZE
036100             GR-OVR-REASON   DELIMITED BY SIZE
036200             INTO SR-REPORT-LINE
036300         WRITE SR-REPORT-LINE
036400         GO TO 9500-EXIT.
036500     MOVE SPACES TO GR-LEDGER-CYCLES.
036600     MOVE 'N' TO GR-LOG-EOF-SWITCH.
036700     OPEN INPUT STEPLOG.
036800     IF GR-STEPLOG-OK
036900         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
037000             UNTIL GR-LOG-AT-END
037100         CLOSE STEPLOG
037200     END-IF.
037300     MOVE 1 TO GR-CYCLE-NO.
037400     PERFORM 9530-FIND-OPEN-CYCLE THRU 9530-EXIT
037500         UNTIL GR-CYCLE-FOUND.
037600     MOVE GR-LC-SELF (GR-CYCLE-NO) TO GR-SELF-STATE.
037700     MOVE GR-LC-GLEXTRCT (GR-CYCLE-NO) TO GR-GLEXTRCT-STATE.
037800     IF GR-SELF-COMPLETE
037900         MOVE GR-STEP-NAME TO GR-CHECK-STEP
038000         MOVE GR-SELF-STATE TO GR-CHECK-STATE
038100         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
038200     END-IF.
038300     IF NOT GR-GLEXTRCT-COMPLETE
038400         MOVE 'GLEXTRCT' TO GR-CHECK-STEP
038500         MOVE GR-GLEXTRCT-STATE TO GR-CHECK-STATE
038600         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
038700     END-IF.
038800     IF GR-CHECK-FAILED
038900         MOVE SPACES TO SR-REPORT-LINE
039000         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
039100             DELIMITED BY SIZE INTO SR-REPORT-LINE
039200         WRITE SR-REPORT-LINE
039300         SET GR-STEP-REFUSED TO TRUE
039400         MOVE 8 TO RETURN-CODE
039500     END-IF.
039600 9500-EXIT.
039700     EXIT.
039800******************************************************************
039900*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
040000*    ONE NAMING THIS STEP FOR THE RUN DATE IS HONORED            *
040100******************************************************************
040200 9510-READ-OVERRIDE-CARD.
040300     OPEN INPUT STEPOVR.
040400     IF NOT GR-STEPOVR-OK
040500         GO TO 9510-EXIT.
040600     MOVE 'N' TO GR-OVR-EOF-SWITCH.
040700     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
040800         UNTIL GR-OVR-AT-END.
040900     CLOSE STEPOVR.
041000 9510-EXIT.
041100     EXIT.
041200******************************************************************
041300*    9515-READ-ONE-OVERRIDE                                      *
041400******************************************************************
041500 9515-READ-ONE-OVERRIDE.
041600     READ STEPOVR
041700         AT END
041800             SET GR-OVR-AT-END TO TRUE
041900     END-READ.
042000     IF GR-OVR-AT-END
042100         GO TO 9515-EXIT.
042200     IF JO-STEP-NAME = GR-STEP-NAME
042300             AND JO-RUN-DATE = GR-RUN-DATE
042400         SET GR-OVERRIDE-GIVEN TO TRUE
042500         MOVE JO-OPERATOR TO GR-OVR-OPERATOR
042600         MOVE JO-REASON   TO GR-OVR-REASON
042700         MOVE JO-CYCLE-NO TO GR-CYCLE-NO
042800         IF GR-CYCLE-NO = ZERO
042900             MOVE 1 TO GR-CYCLE-NO
043000         END-IF
043100     END-IF.
043200 9515-EXIT.
043300     EXIT.
043400******************************************************************
043500*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
043600*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
043700******************************************************************
043800 9520-NOTE-ONE-LEDGER.
043900     READ STEPLOG
044000         AT END
044100             SET GR-LOG-AT-END TO TRUE
044200     END-READ.
044300     IF GR-LOG-AT-END
044400         GO TO 9520-EXIT.
044500     IF JL-RUN-DATE NOT = GR-RUN-DATE
044600         GO TO 9520-EXIT.
044700     IF JL-CYCLE-NO = ZERO
044800         GO TO 9520-EXIT.
044900     EVALUATE TRUE
045000         WHEN JL-STEP-NAME = GR-STEP-NAME
045100             MOVE JL-STEP-STATUS TO GR-LC-SELF (JL-CYCLE-NO)
045200         WHEN JL-STEP-NAME = 'GLEXTRCT'
045300             MOVE JL-STEP-STATUS TO GR-LC-GLEXTRCT (JL-CYCLE-NO)
045400     END-EVALUATE.
045500 9520-EXIT.
045600     EXIT.
045700******************************************************************
045800*    9530-FIND-OPEN-CYCLE -- STOP AT THE FIRST CYCLE THIS STEP   *
045900*    HAS NOT COMPLETED TODAY                                     *
046000******************************************************************
046100 9530-FIND-OPEN-CYCLE.
046200     IF GR-LC-SELF (GR-CYCLE-NO) NOT = 'C'
046300             OR GR-CYCLE-NO = 99
046400         SET GR-CYCLE-FOUND TO TRUE
046500     ELSE
046600         ADD 1 TO GR-CYCLE-NO
046700     END-IF.
046800 9530-EXIT.
046900     EXIT.
047000******************************************************************
047100*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
047200******************************************************************
047300 9580-WRITE-CHECK-LINE.
047400     SET GR-CHECK-FAILED TO TRUE.
047500     EVALUATE GR-CHECK-STATE
047600         WHEN 'C'
047700             MOVE ' ALREADY COMPLETE' TO GR-CHECK-TEXT
047800         WHEN 'F'
047900             MOVE ' FAILED'           TO GR-CHECK-TEXT
048000         WHEN OTHER
048100             MOVE ' NOT COMPLETE'     TO GR-CHECK-TEXT
048200     END-EVALUATE.
048300     MOVE SPACES TO SR-REPORT-LINE.
048400     STRING '*** '        DELIMITED BY SIZE
048500         GR-CHECK-STEP    DELIMITED BY SPACE
048600         GR-CHECK-TEXT    DELIMITED BY '  '
048700         ' FOR '          DELIMITED BY SIZE
048800         GR-RUN-DATE      DELIMITED BY SIZE
048900         ' CYCLE '        DELIMITED BY SIZE
049000         GR-CYCLE-NO      DELIMITED BY SIZE
049100         ' ***'           DELIMITED BY SIZE
049200         INTO SR-REPORT-LINE.
049300     WRITE SR-REPORT-LINE.
049400 9580-EXIT.
049500     EXIT.
049600******************************************************************
049700*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
049800*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
049900*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
050000******************************************************************
050100 9900-RECORD-STEP-LEDGER.
050200     ACCEPT GR-END-DATE FROM DATE YYYYMMDD.
050300     ACCEPT GR-END-TIME FROM TIME.
050400     MOVE SPACES TO JL-STEP-RECORD.
050500     MOVE GR-RUN-DATE       TO JL-RUN-DATE.
050600     MOVE GR-CYCLE-NO       TO JL-CYCLE-NO.
050700     MOVE GR-STEP-NAME      TO JL-STEP-NAME.
050800     MOVE SPACES            TO JL-STREAM-ID.
050900     MOVE RETURN-CODE       TO JL-STEP-RC.
051000     IF RETURN-CODE > 4
051100         SET JL-STEP-FAILED   TO TRUE
051200     ELSE
051300         SET JL-STEP-COMPLETE TO TRUE
051400     END-IF.
051500     MOVE GR-END-DATE       TO JL-END-DATE.
051600     MOVE GR-END-TIME (1:6) TO JL-END-TIME.
051700     MOVE GR-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
051800     OPEN EXTEND STEPLOG.
051810     IF NOT GR-STEPLOG-OK
051820         MOVE SPACES TO SR-REPORT-LINE
051830         STRING 'STEPLOG OPEN FAILED STATUS '
051840             DELIMITED BY SIZE
051850             GR-STEPLOG-STATUS DELIMITED BY SIZE
051860             INTO SR-REPORT-LINE
051870         WRITE SR-REPORT-LINE
051880         MOVE 8 TO RETURN-CODE
051890         GO TO 9900-EXIT.
051900     WRITE JL-STEP-RECORD.
052000     CLOSE STEPLOG.
052100 9900-EXIT.
052200     EXIT.
