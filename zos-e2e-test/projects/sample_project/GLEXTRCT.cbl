001900*                  FIGURES BY HAND. UNMAPPED CLASS CODES FALL
002000*                  OUT TO THE EXCEPTION REPORT WITH RC 4
002100*                  INSTEAD OF BEING DROPPED.
002105* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002110*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002115*                  TIME. THE RUN TAKES THE LOWEST CYCLE IT HAS NOT
002120*                  YET EXTRACTED TODAY, AND IS REFUSED RC 8 BEFORE
002125*                  THE POSTING FILE IS OPENED UNLESS THE LEDGER
002130*                  SHOWS THE CYCLE CLASSIFIED (A WHOLE-DAY
002135*                  CONDITIONALS RUN OR A RUNCONS CONSOLIDATION OF
002140*                  THE SPLIT STREAMS) AND THIS STEP NOT ALREADY
002145*                  COMPLETE. A STEPOVR OPERATOR OVERRIDE CARD
002150*                  NAMES THE CYCLE TO RERUN.
002155* 2026-10-15 RH    A LEDGER RECORD WITH A NEGATIVE AMOUNT, SUCH AS
002160*                  A 'V' REVERSAL ENTRY, IS POSTED AS THE
002165*                  REVERSING ENTRY -- ITS ABSOLUTE AMOUNT CREDITS
002170*                  THE CLASS'S MAPPED DEBIT ACCOUNT AND DEBITS ITS
002175*                  MAPPED CREDIT ACCOUNT -- AND THE REVERSALS
002180*                  POSTED ARE COUNTED ON THE SUMMARY.
002190* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT GLEXRPT  ASSIGN TO GLEXRPT
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT STEPLOG  ASSIGN TO STEPLOG
003620         ORGANIZATION IS SEQUENTIAL
003630         FILE STATUS IS GL-STEPLOG-STATUS.
003640     SELECT STEPOVR  ASSIGN TO STEPOVR
003650         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS GL-STEPOVR-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CLASSIN
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY SUMLINE.
005410 FD  STEPLOG
005420     RECORDING MODE IS F
005430     LABEL RECORDS ARE STANDARD.
005440     COPY STEPREC.
005450 FD  STEPOVR
005460     RECORDING MODE IS F
005470     LABEL RECORDS ARE STANDARD.
005480     COPY STEPOVR.
005500 WORKING-STORAGE SECTION.
005600******************************************************************
005700*    SWITCHES
006600     05  GL-ACCT-FOUND-SW        PIC X(01)  VALUE 'N'.
006700         88  GL-ACCT-FOUND                  VALUE 'Y'.
006800 01  GL-RUN-DATE                 PIC 9(08)           VALUE ZERO.
006850 01  GL-CYCLE-NO                 PIC 9(02)           VALUE ZERO.
006900******************************************************************
007000*    CLASS1-TO-ACCOUNT MAPPING TABLE LOADED FROM GLMAP           *
007100******************************************************************
010100     05  GL-POSTED-COUNT         PIC 9(7)  COMP VALUE ZERO.
010200     05  GL-UNMAP-COUNT          PIC 9(7)  COMP VALUE ZERO.
010300     05  GL-POST-REC-COUNT       PIC 9(9)  COMP VALUE ZERO.
010350     05  GL-REVERSE-COUNT        PIC 9(7)  COMP VALUE ZERO.
010400     05  GL-READ-COUNT-ED        PIC ZZZZZZ9.
010500     05  GL-POSTED-COUNT-ED      PIC ZZZZZZ9.
010600     05  GL-UNMAP-COUNT-ED       PIC ZZZZZZ9.
010700     05  GL-POST-REC-COUNT-ED    PIC ZZZZZZZZ9.
010750     05  GL-REVERSE-COUNT-ED     PIC ZZZZZZ9.
010800 01  GL-DEBIT-TOTAL              PIC 9(13)V99 COMP-3 VALUE ZERO.
010900 01  GL-CREDIT-TOTAL             PIC 9(13)V99 COMP-3 VALUE ZERO.
011000 01  GL-DEBIT-TOTAL-ED           PIC Z(12)9.99.
011100 01  GL-CREDIT-TOTAL-ED          PIC Z(12)9.99.
011102******************************************************************
011104*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
011106*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
011108*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
011110******************************************************************
011112 01  GL-STEPLOG-STATUS           PIC X(02).
011114     88  GL-STEPLOG-OK                      VALUE '00'.
011116 01  GL-STEPOVR-STATUS           PIC X(02).
011118     88  GL-STEPOVR-OK                      VALUE '00'.
011120 01  GL-LEDGER-SWITCHES.
011122     05  GL-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011124         88  GL-LOG-AT-END                  VALUE 'Y'.
011126     05  GL-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011128         88  GL-OVR-AT-END                  VALUE 'Y'.
011130     05  GL-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
011132         88  GL-OVERRIDE-GIVEN              VALUE 'Y'.
011134     05  GL-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
011136         88  GL-CHECK-FAILED                VALUE 'Y'.
011138     05  GL-REFUSED-SW           PIC X(01)  VALUE 'N'.
011140         88  GL-STEP-REFUSED                VALUE 'Y'.
011142     05  GL-CYC-FOUND-SW         PIC X(01)  VALUE 'N'.
011144         88  GL-CYCLE-FOUND                 VALUE 'Y'.
011146 01  GL-STEP-NAME                PIC X(12)  VALUE 'GLEXTRCT'.
011148 01  GL-SELF-STATE               PIC X(01)  VALUE SPACE.
011150     88  GL-SELF-COMPLETE                   VALUE 'C'.
011152 01  GL-CN-STATE                 PIC X(01)  VALUE SPACE.
011154     88  GL-CN-COMPLETE                     VALUE 'C'.
011156     88  GL-CN-FAILED                       VALUE 'F'.
011158 01  GL-RUNCONS-STATE            PIC X(01)  VALUE SPACE.
011160     88  GL-RUNCONS-COMPLETE                VALUE 'C'.
011162     88  GL-RUNCONS-FAILED                  VALUE 'F'.
011164 01  GL-CHECK-STEP               PIC X(12)  VALUE SPACES.
011166 01  GL-CHECK-STATE              PIC X(01)  VALUE SPACE.
011168 01  GL-CHECK-TEXT               PIC X(20)  VALUE SPACES.
011170 01  GL-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
011172 01  GL-OVR-REASON               PIC X(40)  VALUE SPACES.
011174 01  GL-END-DATE                 PIC 9(08)  VALUE ZERO.
011176 01  GL-END-TIME                 PIC 9(08)  VALUE ZERO.
011178******************************************************************
011180*    LEDGER STATE BY CYCLE FOR THE RUN DATE -- THIS STEP RUNS    *
011182*    THE LOWEST CYCLE IT HAS NOT YET COMPLETED TODAY             *
011184******************************************************************
011186 01  GL-LEDGER-CYCLES.
011188     05  GL-LC-ENTRY             OCCURS 99 TIMES.
011190         10  GL-LC-SELF          PIC X(01).
011192         10  GL-LC-CN            PIC X(01).
011194         10  GL-LC-RUNCONS       PIC X(01).
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*    0000-MAINLINE                                               *
011500******************************************************************
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011720     IF GL-STEP-REFUSED
011740         CLOSE GLEXRPT
011760         STOP RUN.
011800     PERFORM 2000-MAP-ONE-RECORD THRU 2000-EXIT
011900         UNTIL GL-CLASS-AT-END.
012000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012100     STOP RUN.
012200******************************************************************
012250*    1000-INITIALIZE -- OPEN THE REPORT AND CHECK THE STEP       *
012300*    LEDGER; A REFUSED RUN OPENS NOTHING ELSE. OTHERWISE OPEN    *
012350*    FILES, LOAD THE MAPPING MASTER AND PRIME THE LEDGER READ    *
012500******************************************************************
012600 1000-INITIALIZE.
012700     ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
012720     OPEN OUTPUT GLEXRPT.
012740     PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT.
012760     IF GL-STEP-REFUSED
012780         GO TO 1000-EXIT.
012800     OPEN INPUT  CLASSIN.
012900     OPEN INPUT  GLMAP.
013000     OPEN OUTPUT GLPOST.
013200     PERFORM 1100-LOAD-ONE-MAP THRU 1100-EXIT
013300         UNTIL GL-MAP-AT-END.
013400     PERFORM 1200-READ-CLASSIN THRU 1200-EXIT.
017600******************************************************************
017700*    2000-MAP-ONE-RECORD -- MAP ONE LEDGER RECORD'S CLASS1 TO    *
017800*    ITS GL ACCOUNTS AND SUMMARIZE THE AMOUNT ON BOTH SIDES;     *
017900*    AN UNMAPPED CODE FALLS OUT TO THE EXCEPTION REPORT. A       *
017920*    NEGATIVE AMOUNT, SUCH AS A REVERSAL, IS POSTED AS THE       *
017940*    REVERSING ENTRY, ITS ABSOLUTE AMOUNT ON THE OPPOSITE SIDES  *
018000******************************************************************
018100 2000-MAP-ONE-RECORD.
018200     MOVE 'N' TO GL-MAP-FOUND-SW.
019200     IF GL-MAP-FOUND
019300         MOVE CO-NUM1 TO GL-WORK-AMT
019400         MOVE GL-MAP-DEBIT-ACCT (GL-MAP-IDX)  TO GL-WORK-ACCT
019420         IF CO-NUM1 < ZERO
019440             SET GL-SIDE-CREDIT TO TRUE
019460         ELSE
019480             SET GL-SIDE-DEBIT TO TRUE
019500         END-IF
019600         PERFORM 2100-POST-TO-ACCOUNT THRU 2100-EXIT
019700         MOVE GL-MAP-CREDIT-ACCT (GL-MAP-IDX) TO GL-WORK-ACCT
019720         IF CO-NUM1 < ZERO
019740             SET GL-SIDE-DEBIT TO TRUE
019780         ELSE
019800             SET GL-SIDE-CREDIT TO TRUE
019820         END-IF
019900         PERFORM 2100-POST-TO-ACCOUNT THRU 2100-EXIT
019920         IF CO-REVERSAL-ENTRY
019940             ADD 1 TO GL-REVERSE-COUNT
019960         END-IF
020000         ADD 1 TO GL-POSTED-COUNT
020100     ELSE
020200         MOVE SPACES TO SR-REPORT-LINE
026600     CLOSE CLASSIN.
026700     CLOSE GLMAP.
026800     CLOSE GLPOST.
026850     PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT.
026900     CLOSE GLEXRPT.
027000 9000-EXIT.
027100     EXIT.
030600     MOVE GL-POSTED-COUNT   TO GL-POSTED-COUNT-ED.
030700     MOVE GL-UNMAP-COUNT    TO GL-UNMAP-COUNT-ED.
030800     MOVE GL-POST-REC-COUNT TO GL-POST-REC-COUNT-ED.
030850     MOVE GL-REVERSE-COUNT  TO GL-REVERSE-COUNT-ED.
030900     MOVE GL-DEBIT-TOTAL    TO GL-DEBIT-TOTAL-ED.
031000     MOVE GL-CREDIT-TOTAL   TO GL-CREDIT-TOTAL-ED.
031100     MOVE SPACES TO SR-REPORT-LINE.
032200         GL-POSTED-COUNT-ED     DELIMITED BY SIZE
032300         INTO SR-REPORT-LINE.
032400     WRITE SR-REPORT-LINE.
032410     MOVE SPACES TO SR-REPORT-LINE.
032420     STRING 'REVERSALS POSTED:      ' DELIMITED BY SIZE
032430         GL-REVERSE-COUNT-ED    DELIMITED BY SIZE
032440         INTO SR-REPORT-LINE.
032450     WRITE SR-REPORT-LINE.
032500     MOVE SPACES TO SR-REPORT-LINE.
032600     STRING 'UNMAPPED FALLOUT:      ' DELIMITED BY SIZE
032700         GL-UNMAP-COUNT-ED      DELIMITED BY SIZE
035700     END-IF.
035800 9300-EXIT.
035900     EXIT.
036000******************************************************************
036100*    9500-CHECK-STEP-LEDGER -- THE RUN TAKES THE LOWEST CYCLE    *
036200*    IT HAS NOT YET EXTRACTED TODAY. REFUSE IT UNLESS STEPLOG    *
036300*    SHOWS THAT CYCLE CLASSIFIED -- A WHOLE-DAY CONDITIONALS     *
036400*    RUN OR A RUNCONS CONSOLIDATION OF THE SPLIT STREAMS; AN     *
036500*    OPERATOR OVERRIDE CARD WAIVES THE CHECKS AND NAMES THE      *
036600*    CYCLE FOR A RERUN                                           *
036700******************************************************************
036800 9500-CHECK-STEP-LEDGER.
036900     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
037000     IF GL-OVERRIDE-GIVEN
037100         MOVE SPACES TO SR-REPORT-LINE
037200         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
037300                 DELIMITED BY SIZE
037400             GL-OVR-OPERATOR DELIMITED BY SIZE
037500             ' - '           DELIMITED BY SIZE
037600             GL-OVR-REASON   DELIMITED BY SIZE
037700             INTO SR-REPORT-LINE
037800         WRITE SR-REPORT-LINE
037900         GO TO 9500-EXIT.
038000     MOVE SPACES TO GL-LEDGER-CYCLES.
038100     MOVE 'N' TO GL-LOG-EOF-SWITCH.
038200     OPEN INPUT STEPLOG.
038300     IF GL-STEPLOG-OK
038400         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
038500             UNTIL GL-LOG-AT-END
038600         CLOSE STEPLOG
038700     END-IF.
038800     MOVE 1 TO GL-CYCLE-NO.
038900     PERFORM 9530-FIND-OPEN-CYCLE THRU 9530-EXIT
039000         UNTIL GL-CYCLE-FOUND.
039100     MOVE GL-LC-SELF (GL-CYCLE-NO) TO GL-SELF-STATE.
039200     MOVE GL-LC-CN (GL-CYCLE-NO) TO GL-CN-STATE.
039300     MOVE GL-LC-RUNCONS (GL-CYCLE-NO) TO GL-RUNCONS-STATE.
039400     IF GL-SELF-COMPLETE
039500         MOVE GL-STEP-NAME TO GL-CHECK-STEP
039600         MOVE GL-SELF-STATE TO GL-CHECK-STATE
039700         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
039800     END-IF.
039900     IF NOT GL-CN-COMPLETE AND NOT GL-RUNCONS-COMPLETE
040000         IF GL-RUNCONS-STATE = SPACE
040100             MOVE 'CONDITIONALS' TO GL-CHECK-STEP
040200             MOVE GL-CN-STATE TO GL-CHECK-STATE
040300         ELSE
040400             MOVE 'RUNCONS' TO GL-CHECK-STEP
040500             MOVE GL-RUNCONS-STATE TO GL-CHECK-STATE
040600         END-IF
040700         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
040800     END-IF.
040900     IF GL-CHECK-FAILED
041000         MOVE SPACES TO SR-REPORT-LINE
041100         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
041200             DELIMITED BY SIZE INTO SR-REPORT-LINE
041300         WRITE SR-REPORT-LINE
041400         SET GL-STEP-REFUSED TO TRUE
041500         MOVE 8 TO RETURN-CODE
041600     END-IF.
041700 9500-EXIT.
041800     EXIT.
041900******************************************************************
042000*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
042100*    ONE NAMING THIS STEP FOR THE RUN DATE IS HONORED            *
042200******************************************************************
042300 9510-READ-OVERRIDE-CARD.
042400     OPEN INPUT STEPOVR.
042500     IF NOT GL-STEPOVR-OK
042600         GO TO 9510-EXIT.
042700     MOVE 'N' TO GL-OVR-EOF-SWITCH.
042800     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
042900         UNTIL GL-OVR-AT-END.
043000     CLOSE STEPOVR.
043100 9510-EXIT.
043200     EXIT.
043300******************************************************************
043400*    9515-READ-ONE-OVERRIDE                                      *
043500******************************************************************
043600 9515-READ-ONE-OVERRIDE.
043700     READ STEPOVR
043800         AT END
043900             SET GL-OVR-AT-END TO TRUE
044000     END-READ.
044100     IF GL-OVR-AT-END
044200         GO TO 9515-EXIT.
044300     IF JO-STEP-NAME = GL-STEP-NAME
044400             AND JO-RUN-DATE = GL-RUN-DATE
044500         SET GL-OVERRIDE-GIVEN TO TRUE
044600         MOVE JO-OPERATOR TO GL-OVR-OPERATOR
044700         MOVE JO-REASON   TO GL-OVR-REASON
044800         MOVE JO-CYCLE-NO TO GL-CYCLE-NO
044900         IF GL-CYCLE-NO = ZERO
045000             MOVE 1 TO GL-CYCLE-NO
045100         END-IF
045200     END-IF.
045300 9515-EXIT.
045400     EXIT.
045500******************************************************************
045600*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
045700*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
045800******************************************************************
045900 9520-NOTE-ONE-LEDGER.
046000     READ STEPLOG
046100         AT END
046200             SET GL-LOG-AT-END TO TRUE
046300     END-READ.
046400     IF GL-LOG-AT-END
046500         GO TO 9520-EXIT.
046600     IF JL-RUN-DATE NOT = GL-RUN-DATE
046700         GO TO 9520-EXIT.
046800     IF JL-CYCLE-NO = ZERO
046900         GO TO 9520-EXIT.
047000     EVALUATE TRUE
047100         WHEN JL-STEP-NAME = GL-STEP-NAME
047200             MOVE JL-STEP-STATUS TO GL-LC-SELF (JL-CYCLE-NO)
047300         WHEN JL-STEP-NAME = 'CONDITIONALS'
047400                 AND JL-STREAM-ID = SPACES
047500             MOVE JL-STEP-STATUS TO GL-LC-CN (JL-CYCLE-NO)
047600         WHEN JL-STEP-NAME = 'RUNCONS'
047700             MOVE JL-STEP-STATUS TO GL-LC-RUNCONS (JL-CYCLE-NO)
047800     END-EVALUATE.
047900 9520-EXIT.
048000     EXIT.
048100******************************************************************
048200*    9530-FIND-OPEN-CYCLE -- STOP AT THE FIRST CYCLE THIS STEP   *
048300*    HAS NOT COMPLETED TODAY                                     *
048400******************************************************************
048500 9530-FIND-OPEN-CYCLE.
048600     IF GL-LC-SELF (GL-CYCLE-NO) NOT = 'C'
048700             OR GL-CYCLE-NO = 99
048800         SET GL-CYCLE-FOUND TO TRUE
048900     ELSE
049000         ADD 1 TO GL-CYCLE-NO
049100     END-IF.
049200 9530-EXIT.
049300     EXIT.
049400******************************************************************
049500*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
049600******************************************************************
049700 9580-WRITE-CHECK-LINE.
049800     SET GL-CHECK-FAILED TO TRUE.
049900     EVALUATE GL-CHECK-STATE
050000         WHEN 'C'
050100             MOVE ' ALREADY COMPLETE' TO GL-CHECK-TEXT
050200         WHEN 'F'
050300             MOVE ' FAILED'           TO GL-CHECK-TEXT
050400         WHEN OTHER
050500             MOVE ' NOT COMPLETE'     TO GL-CHECK-TEXT
050600     END-EVALUATE.
050700     MOVE SPACES TO SR-REPORT-LINE.
050800     STRING '*** '        DELIMITED BY SIZE
050900         GL-CHECK-STEP    DELIMITED BY SPACE
051000         GL-CHECK-TEXT    DELIMITED BY '  '
051100         ' FOR '          DELIMITED BY SIZE
051200         GL-RUN-DATE      DELIMITED BY SIZE
051300         ' CYCLE '        DELIMITED BY SIZE
051400         GL-CYCLE-NO      DELIMITED BY SIZE
051500         ' ***'           DELIMITED BY SIZE
051600         INTO SR-REPORT-LINE.
051700     WRITE SR-REPORT-LINE.
051800 9580-EXIT.
051900     EXIT.
052000******************************************************************
052100*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
052200*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
052300*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
052400******************************************************************
052500 9900-RECORD-STEP-LEDGER.
052600     ACCEPT GL-END-DATE FROM DATE YYYYMMDD.
052700     ACCEPT GL-END-TIME FROM TIME.
052800     MOVE SPACES TO JL-STEP-RECORD.
052900     MOVE GL-RUN-DATE       TO JL-RUN-DATE.
053000     MOVE GL-CYCLE-NO       TO JL-CYCLE-NO.
053100     MOVE GL-STEP-NAME      TO JL-STEP-NAME.
053200     MOVE SPACES            TO JL-STREAM-ID.
053300     MOVE RETURN-CODE       TO JL-STEP-RC.
053400     IF RETURN-CODE > 4
053500         SET JL-STEP-FAILED   TO TRUE
053600     ELSE
053700         SET JL-STEP-COMPLETE TO TRUE
053800     END-IF.
053900     MOVE GL-END-DATE       TO JL-END-DATE.
054000     MOVE GL-END-TIME (1:6) TO JL-END-TIME.
054100     MOVE GL-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
054200     OPEN EXTEND STEPLOG.
054210     IF NOT GL-STEPLOG-OK
054220         MOVE SPACES TO SR-REPORT-LINE
054230         STRING 'STEPLOG OPEN FAILED STATUS '
054240             DELIMITED BY SIZE
054250             GL-STEPLOG-STATUS DELIMITED BY SIZE
054260             INTO SR-REPORT-LINE
054270         WRITE SR-REPORT-LINE
054280         MOVE 8 TO RETURN-CODE
054290         GO TO 9900-EXIT.
054300     WRITE JL-STEP-RECORD.
054400     CLOSE STEPLOG.
054500 9900-EXIT.
054600     EXIT.
