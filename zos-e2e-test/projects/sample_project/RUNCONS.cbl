002680*                  THE CONSOLIDATED CLSRPT SHOWS THE SAME
002690*                  COUNT AND AMOUNT COLUMNS AS THE SINGLE-
002695*                  STREAM REPORT.
002696* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
002697*                  LEDGER WITH ITS DATE, CYCLE, RC AND COMPLETION
002698*                  TIME. THE FIRST STREAM RECORD GIVES THE RUN ITS
002699*                  DATE AND CYCLE; THE LEDGER MUST THEN SHOW
002700*                  TRANSPLT COMPLETE, AT LEAST ONE STREAM
002701*                  CLASSIFIED AND EVERY STREAM'S LATEST CLASSIFIER
002702*                  RUN COMPLETE, AND THIS STEP NOT ALREADY
002703*                  COMPLETE, OR THE RUN IS REFUSED RC 8 BEFORE THE
002704*                  CLASS REPORT IS OPENED UNLESS A STEPOVR
002705*                  OPERATOR OVERRIDE CARD IS SUPPLIED.
002710* 2026-10-15 RH    REVERSALS POSTED AND REVERSALS SUSPENDED ARE
002720*                  FOLDED ACROSS THE STREAMS AND SHOWN ON THE
002730*                  CONSOLIDATED SUMRPT.
002735* 2026-10-15 RH    TRANSACTIONS HELD FOR APPROVAL (COUNT AND NUM1)
002740*                  AND APPROVED ITEMS POSTED ARE FOLDED ACROSS THE
002745*                  STREAMS AND SHOWN ON THE CONSOLIDATED SUMRPT.
002747* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
002750*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CLSRPT   ASSIGN TO CLSRPT
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT STEPLOG  ASSIGN TO STEPLOG
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS RN-STEPLOG-STATUS.
004140     SELECT STEPOVR  ASSIGN TO STEPOVR
004150         ORGANIZATION IS SEQUENTIAL
004160         FILE STATUS IS RN-STEPOVR-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  STATIN
006100             ==ST-CLASS-ENTRY==     BY ==SI-CLASS-ENTRY==
006200             ==ST-CLASS-CODE==      BY ==SI-CLASS-CODE==
006300             ==ST-CLASS-COUNT==     BY ==SI-CLASS-COUNT==
006350             ==ST-CLASS-TOTAL==     BY ==SI-CLASS-TOTAL==
006360             ==ST-REV-POSTED-COUNT== BY ==SI-REV-POSTED-COUNT==
006370             ==ST-SUSP-REVERSAL==  BY ==SI-SUSP-REVERSAL==
006375             ==ST-HELD-COUNT==     BY ==SI-HELD-COUNT==
006380             ==ST-HELD-NUM1==      BY ==SI-HELD-NUM1==
006385             ==ST-APPR-POSTED-COUNT== BY ==SI-APPR-POSTED-COUNT==.
006400 FD  RUNSTAT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CLSLINE.
007510 FD  STEPLOG
007520     RECORDING MODE IS F
007530     LABEL RECORDS ARE STANDARD.
007540     COPY STEPREC.
007550 FD  STEPOVR
007560     RECORDING MODE IS F
007570     LABEL RECORDS ARE STANDARD.
007580     COPY STEPOVR.
007600 WORKING-STORAGE SECTION.
007700******************************************************************
007800*    SWITCHES
009900     05  RN-SUSP-CLASS-COUNT     PIC 9(7)  COMP VALUE ZERO.
010000     05  RN-SUSP-RANGE-COUNT     PIC 9(7)  COMP VALUE ZERO.
010100     05  RN-DUP-COUNT            PIC 9(7)  COMP VALUE ZERO.
010120     05  RN-REV-POSTED-COUNT     PIC 9(7)  COMP VALUE ZERO.
010140     05  RN-SUSP-REV-COUNT       PIC 9(7)  COMP VALUE ZERO.
010150     05  RN-HELD-COUNT           PIC 9(7)  COMP VALUE ZERO.
010160     05  RN-HELD-NUM1            PIC 9(11) COMP-3 VALUE ZERO.
010170     05  RN-APPR-POSTED-COUNT    PIC 9(7)  COMP VALUE ZERO.
010200******************************************************************
010300*    CORPORATE CLASS MIX MERGED ACROSS THE STREAMS               *
010400******************************************************************
011800 01  RN-COUNT-ED                 PIC ZZZZZZZZ9.
011850 01  RN-TOTAL-ED                 PIC Z(10)9.
011900 01  RN-PASS-RATE-ED             PIC ZZ9.99.
011902******************************************************************
011904*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
011906*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
011908*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
011910******************************************************************
011912 01  RN-STEPLOG-STATUS           PIC X(02).
011914     88  RN-STEPLOG-OK                      VALUE '00'.
011916 01  RN-STEPOVR-STATUS           PIC X(02).
011918     88  RN-STEPOVR-OK                      VALUE '00'.
011920 01  RN-LEDGER-SWITCHES.
011922     05  RN-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011924         88  RN-LOG-AT-END                  VALUE 'Y'.
011926     05  RN-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
011928         88  RN-OVR-AT-END                  VALUE 'Y'.
011930     05  RN-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
011932         88  RN-OVERRIDE-GIVEN              VALUE 'Y'.
011934     05  RN-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
011936         88  RN-CHECK-FAILED                VALUE 'Y'.
011938     05  RN-REFUSED-SW           PIC X(01)  VALUE 'N'.
011940         88  RN-STEP-REFUSED                VALUE 'Y'.
011942 01  RN-STEP-NAME                PIC X(12)  VALUE 'RUNCONS'.
011944 01  RN-SELF-STATE               PIC X(01)  VALUE SPACE.
011946     88  RN-SELF-COMPLETE                   VALUE 'C'.
011948 01  RN-TRANSPLT-STATE           PIC X(01)  VALUE SPACE.
011950     88  RN-TRANSPLT-COMPLETE               VALUE 'C'.
011952     88  RN-TRANSPLT-FAILED                 VALUE 'F'.
011954 01  RN-CHECK-STEP               PIC X(12)  VALUE SPACES.
011956 01  RN-CHECK-STATE              PIC X(01)  VALUE SPACE.
011958 01  RN-CHECK-TEXT               PIC X(20)  VALUE SPACES.
011960 01  RN-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
011962 01  RN-OVR-REASON               PIC X(40)  VALUE SPACES.
011964 01  RN-END-DATE                 PIC 9(08)  VALUE ZERO.
011966 01  RN-END-TIME                 PIC 9(08)  VALUE ZERO.
011968******************************************************************
011970*    CLASSIFIER STREAM STATE FROM THE LEDGER -- THE LATEST       *
011972*    ENTRY FOR EACH SPLIT STREAM OF THE RUN DATE AND CYCLE       *
011974******************************************************************
011976 01  RN-CN-USED                  PIC 9(4)  COMP VALUE ZERO.
011978 01  RN-CN-TABLE.
011980     05  RN-CN-ENTRY             OCCURS 1 TO 10 TIMES
011982                                 DEPENDING ON RN-CN-USED
011984                                 INDEXED BY RN-CN-IDX.
011986         10  RN-CN-STREAM        PIC X(03).
011988         10  RN-CN-STATE         PIC X(01).
011990 01  RN-CN-FOUND-SW              PIC X(01)  VALUE 'N'.
011992     88  RN-CN-FOUND                        VALUE 'Y'.
012000 PROCEDURE DIVISION.
012100******************************************************************
012200*    0000-MAINLINE                                               *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012520     IF RN-STEP-REFUSED
012540         CLOSE STATIN
012560         CLOSE SUMRPT
012580         STOP RUN.
012600     PERFORM 2000-FOLD-ONE-STREAM THRU 2000-EXIT
012700         UNTIL RN-AT-END.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     STOP RUN.
013000******************************************************************
013050*    1000-INITIALIZE -- OPEN FILES AND PRIME THE READ. THE       *
013100*    FIRST STREAM RECORD GIVES THE RUN ITS DATE AND CYCLE FOR    *
013150*    THE STEP LEDGER CHECK; A REFUSED RUN OPENS NOTHING ELSE     *
013200******************************************************************
013300 1000-INITIALIZE.
013400     OPEN INPUT  STATIN.
013500     OPEN OUTPUT SUMRPT.
013510     PERFORM 1100-READ-STATIN THRU 1100-EXIT.
013520     IF NOT RN-AT-END
013530         MOVE SI-RUN-DATE TO RN-RUN-DATE
013540         MOVE SI-CYCLE-NO TO RN-CYCLE-NO
013550         PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT
013560     END-IF.
013570     IF RN-STEP-REFUSED
013580         GO TO 1000-EXIT.
013600     OPEN OUTPUT CLSRPT.
013800 1000-EXIT.
013900     EXIT.
014000******************************************************************
017600     ADD SI-SUSP-BAD-CLASS TO RN-SUSP-CLASS-COUNT.
017700     ADD SI-SUSP-RANGE     TO RN-SUSP-RANGE-COUNT.
017800     ADD SI-DUP-COUNT      TO RN-DUP-COUNT.
017820     ADD SI-REV-POSTED-COUNT TO RN-REV-POSTED-COUNT.
017840     ADD SI-SUSP-REVERSAL  TO RN-SUSP-REV-COUNT.
017850     ADD SI-HELD-COUNT     TO RN-HELD-COUNT.
017860     ADD SI-HELD-NUM1      TO RN-HELD-NUM1.
017870     ADD SI-APPR-POSTED-COUNT TO RN-APPR-POSTED-COUNT.
017900     IF SI-CLASS-USED > ZERO
018000         PERFORM 2100-MERGE-ONE-CLASS THRU 2100-EXIT
018100             VARYING RN-SUB FROM 1 BY 1
023500         PERFORM 9200-WRITE-CORP-SUMMARY THRU 9200-EXIT
023600         PERFORM 9300-WRITE-CORP-CLASSES THRU 9300-EXIT
023700     END-IF.
023720     IF RN-RUN-DATE NOT = ZERO
023740         PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT
023760     END-IF.
023800     CLOSE STATIN.
023900     CLOSE SUMRPT.
024000     CLOSE CLSRPT.
025700     MOVE RN-SUSP-CLASS-COUNT TO ST-SUSP-BAD-CLASS.
025800     MOVE RN-SUSP-RANGE-COUNT TO ST-SUSP-RANGE.
025900     MOVE RN-DUP-COUNT        TO ST-DUP-COUNT.
025920     MOVE RN-REV-POSTED-COUNT TO ST-REV-POSTED-COUNT.
025940     MOVE RN-SUSP-REV-COUNT   TO ST-SUSP-REVERSAL.
025950     MOVE RN-HELD-COUNT       TO ST-HELD-COUNT.
025960     MOVE RN-HELD-NUM1        TO ST-HELD-NUM1.
025970     MOVE RN-APPR-POSTED-COUNT TO ST-APPR-POSTED-COUNT.
026000     IF RN-MIX-USED > 50
026100         MOVE 50 TO ST-CLASS-USED
026200     ELSE
033100         RN-COUNT-ED DELIMITED BY SIZE
033200         INTO SR-REPORT-LINE.
033300     WRITE SR-REPORT-LINE.
033305     MOVE SPACES TO SR-REPORT-LINE.
033310     MOVE RN-REV-POSTED-COUNT TO RN-COUNT-ED.
033315     STRING 'REVERSALS POSTED:    ' DELIMITED BY SIZE
033320         RN-COUNT-ED DELIMITED BY SIZE
033325         INTO SR-REPORT-LINE.
033330     WRITE SR-REPORT-LINE.
033335     MOVE SPACES TO SR-REPORT-LINE.
033340     MOVE RN-SUSP-REV-COUNT TO RN-COUNT-ED.
033345     STRING 'REVERSALS SUSPENDED: ' DELIMITED BY SIZE
033350         RN-COUNT-ED DELIMITED BY SIZE
033355         INTO SR-REPORT-LINE.
033360     WRITE SR-REPORT-LINE.
033362     MOVE SPACES TO SR-REPORT-LINE.
033364     MOVE RN-HELD-COUNT TO RN-COUNT-ED.
033366     MOVE RN-HELD-NUM1  TO RN-TOTAL-ED.
033368     STRING 'HELD FOR APPROVAL:   ' DELIMITED BY SIZE
033370         RN-COUNT-ED DELIMITED BY SIZE
033372         '   NUM1 HELD: ' DELIMITED BY SIZE
033374         RN-TOTAL-ED DELIMITED BY SIZE
033376         INTO SR-REPORT-LINE.
033378     WRITE SR-REPORT-LINE.
033380     MOVE SPACES TO SR-REPORT-LINE.
033382     MOVE RN-APPR-POSTED-COUNT TO RN-COUNT-ED.
033384     STRING 'APPROVED AND POSTED: ' DELIMITED BY SIZE
033386         RN-COUNT-ED DELIMITED BY SIZE
033388         INTO SR-REPORT-LINE.
033390     WRITE SR-REPORT-LINE.
033400 9200-EXIT.
033500     EXIT.
033600******************************************************************
036600     WRITE CB-REPORT-LINE.
036700 9350-EXIT.
036800     EXIT.
036900******************************************************************
037000*    9500-CHECK-STEP-LEDGER -- REFUSE THE RUN UNLESS STEPLOG     *
037100*    SHOWS TRANSPLT COMPLETE FOR THE RUN DATE AND CYCLE, AT      *
037200*    LEAST ONE SPLIT STREAM CLASSIFIED AND EVERY STREAM'S        *
037300*    LATEST CLASSIFIER RUN COMPLETE, AND THIS STEP NOT ALREADY   *
037400*    COMPLETE; AN OPERATOR OVERRIDE CARD WAIVES THE CHECKS FOR   *
037500*    A RERUN                                                     *
037600******************************************************************
037700 9500-CHECK-STEP-LEDGER.
037800     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
037900     IF RN-OVERRIDE-GIVEN
038000         MOVE SPACES TO SR-REPORT-LINE
038100         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
038200                 DELIMITED BY SIZE
038300             RN-OVR-OPERATOR DELIMITED BY SIZE
038400             ' - '           DELIMITED BY SIZE
038500             RN-OVR-REASON   DELIMITED BY SIZE
038600             INTO SR-REPORT-LINE
038700         WRITE SR-REPORT-LINE
038800         GO TO 9500-EXIT.
038900     MOVE 'N' TO RN-LOG-EOF-SWITCH.
039000     OPEN INPUT STEPLOG.
039100     IF RN-STEPLOG-OK
039200         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
039300             UNTIL RN-LOG-AT-END
039400         CLOSE STEPLOG
039500     END-IF.
039600     IF RN-SELF-COMPLETE
039700         MOVE RN-STEP-NAME TO RN-CHECK-STEP
039800         MOVE RN-SELF-STATE TO RN-CHECK-STATE
039900         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
040000     END-IF.
040100     IF NOT RN-TRANSPLT-COMPLETE
040200         MOVE 'TRANSPLT' TO RN-CHECK-STEP
040300         MOVE RN-TRANSPLT-STATE TO RN-CHECK-STATE
040400         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
040500     END-IF.
040600     IF RN-CN-USED = ZERO
040700         MOVE 'CONDITIONALS' TO RN-CHECK-STEP
040800         MOVE SPACE TO RN-CHECK-STATE
040900         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
041000     ELSE
041100         PERFORM 9540-CHECK-ONE-STREAM THRU 9540-EXIT
041200             VARYING RN-CN-IDX FROM 1 BY 1
041300             UNTIL RN-CN-IDX > RN-CN-USED
041400     END-IF.
041500     IF RN-CHECK-FAILED
041600         MOVE SPACES TO SR-REPORT-LINE
041700         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
041800             DELIMITED BY SIZE INTO SR-REPORT-LINE
041900         WRITE SR-REPORT-LINE
042000         SET RN-STEP-REFUSED TO TRUE
042100         MOVE 8 TO RETURN-CODE
042200     END-IF.
042300 9500-EXIT.
042400     EXIT.
042500******************************************************************
042600*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
042700*    ONE NAMING THIS STEP FOR THE RUN DATE AND CYCLE IS HONORED  *
042800******************************************************************
042900 9510-READ-OVERRIDE-CARD.
043000     OPEN INPUT STEPOVR.
043100     IF NOT RN-STEPOVR-OK
043200         GO TO 9510-EXIT.
043300     MOVE 'N' TO RN-OVR-EOF-SWITCH.
043400     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
043500         UNTIL RN-OVR-AT-END.
043600     CLOSE STEPOVR.
043700 9510-EXIT.
043800     EXIT.
043900******************************************************************
044000*    9515-READ-ONE-OVERRIDE                                      *
044100******************************************************************
044200 9515-READ-ONE-OVERRIDE.
044300     READ STEPOVR
044400         AT END
044500             SET RN-OVR-AT-END TO TRUE
044600     END-READ.
044700     IF RN-OVR-AT-END
044800         GO TO 9515-EXIT.
044900     IF JO-STEP-NAME = RN-STEP-NAME
045000             AND JO-RUN-DATE = RN-RUN-DATE
045100             AND JO-CYCLE-NO = RN-CYCLE-NO
045200         SET RN-OVERRIDE-GIVEN TO TRUE
045300         MOVE JO-OPERATOR TO RN-OVR-OPERATOR
045400         MOVE JO-REASON   TO RN-OVR-REASON
045500     END-IF.
045600 9515-EXIT.
045700     EXIT.
045800******************************************************************
045900*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
046000*    LAST ENTRY FOR A STEP ON THE RUN DATE AND CYCLE WINS        *
046100******************************************************************
046200 9520-NOTE-ONE-LEDGER.
046300     READ STEPLOG
046400         AT END
046500             SET RN-LOG-AT-END TO TRUE
046600     END-READ.
046700     IF RN-LOG-AT-END
046800         GO TO 9520-EXIT.
046900     IF JL-RUN-DATE NOT = RN-RUN-DATE
047000         GO TO 9520-EXIT.
047100     IF JL-CYCLE-NO NOT = RN-CYCLE-NO
047200         GO TO 9520-EXIT.
047300     EVALUATE TRUE
047400         WHEN JL-STEP-NAME = RN-STEP-NAME
047500             MOVE JL-STEP-STATUS TO RN-SELF-STATE
047600         WHEN JL-STEP-NAME = 'TRANSPLT'
047700             MOVE JL-STEP-STATUS TO RN-TRANSPLT-STATE
047800         WHEN JL-STEP-NAME = 'CONDITIONALS'
047900                 AND JL-STREAM-ID NOT = SPACES
048000             PERFORM 9525-NOTE-ONE-STREAM THRU 9525-EXIT
048100     END-EVALUATE.
048200 9520-EXIT.
048300     EXIT.
048400******************************************************************
048500*    9525-NOTE-ONE-STREAM -- KEEP THE LATEST CLASSIFIER STATE    *
048600*    FOR EACH SPLIT STREAM                                       *
048700******************************************************************
048800 9525-NOTE-ONE-STREAM.
048900     MOVE 'N' TO RN-CN-FOUND-SW.
049000     IF RN-CN-USED > ZERO
049100         SET RN-CN-IDX TO 1
049200         SEARCH RN-CN-ENTRY
049300             AT END
049400                 CONTINUE
049500             WHEN RN-CN-STREAM (RN-CN-IDX) = JL-STREAM-ID
049600                 SET RN-CN-FOUND TO TRUE
049700         END-SEARCH
049800     END-IF.
049900     IF NOT RN-CN-FOUND
050000         IF RN-CN-USED < 10
050100             ADD 1 TO RN-CN-USED
050200             SET RN-CN-IDX TO RN-CN-USED
050300             MOVE JL-STREAM-ID TO RN-CN-STREAM (RN-CN-IDX)
050400             SET RN-CN-FOUND TO TRUE
050500         END-IF
050600     END-IF.
050700     IF RN-CN-FOUND
050800         MOVE JL-STEP-STATUS TO RN-CN-STATE (RN-CN-IDX)
050900     END-IF.
051000 9525-EXIT.
051100     EXIT.
051200******************************************************************
051300*    9540-CHECK-ONE-STREAM -- A SPLIT STREAM WHOSE LATEST        *
051400*    CLASSIFIER RUN FAILED HOLDS THE CONSOLIDATION               *
051500******************************************************************
051600 9540-CHECK-ONE-STREAM.
051700     IF RN-CN-STATE (RN-CN-IDX) = 'C'
051800         GO TO 9540-EXIT.
051900     SET RN-CHECK-FAILED TO TRUE.
052000     MOVE SPACES TO SR-REPORT-LINE.
052100     STRING '*** CONDITIONALS STREAM ' DELIMITED BY SIZE
052200         RN-CN-STREAM (RN-CN-IDX) DELIMITED BY SIZE
052300         ' FAILED FOR '   DELIMITED BY SIZE
052400         RN-RUN-DATE      DELIMITED BY SIZE
052500         ' CYCLE '        DELIMITED BY SIZE
052600         RN-CYCLE-NO      DELIMITED BY SIZE
052700         ' ***'           DELIMITED BY SIZE
052800         INTO SR-REPORT-LINE.
052900     WRITE SR-REPORT-LINE.
053000 9540-EXIT.
053100     EXIT.
053200******************************************************************
053300*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
053400******************************************************************
053500 9580-WRITE-CHECK-LINE.
053600     SET RN-CHECK-FAILED TO TRUE.
053700     EVALUATE RN-CHECK-STATE
053800         WHEN 'C'
053900             MOVE ' ALREADY COMPLETE' TO RN-CHECK-TEXT
054000         WHEN 'F'
054100             MOVE ' FAILED'           TO RN-CHECK-TEXT
054200         WHEN OTHER
054300             MOVE ' NOT COMPLETE'     TO RN-CHECK-TEXT
054400     END-EVALUATE.
054500     MOVE SPACES TO SR-REPORT-LINE.
054600     STRING '*** '        DELIMITED BY SIZE
054700         RN-CHECK-STEP    DELIMITED BY SPACE
054800         RN-CHECK-TEXT    DELIMITED BY '  '
054900         ' FOR '          DELIMITED BY SIZE
055000         RN-RUN-DATE      DELIMITED BY SIZE
055100         ' CYCLE '        DELIMITED BY SIZE
055200         RN-CYCLE-NO      DELIMITED BY SIZE
055300         ' ***'           DELIMITED BY SIZE
055400         INTO SR-REPORT-LINE.
055500     WRITE SR-REPORT-LINE.
055600 9580-EXIT.
055700     EXIT.
055800******************************************************************
055900*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
056000*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
056100*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
056200******************************************************************
056300 9900-RECORD-STEP-LEDGER.
056400     ACCEPT RN-END-DATE FROM DATE YYYYMMDD.
056500     ACCEPT RN-END-TIME FROM TIME.
056600     MOVE SPACES TO JL-STEP-RECORD.
056700     MOVE RN-RUN-DATE       TO JL-RUN-DATE.
056800     MOVE RN-CYCLE-NO       TO JL-CYCLE-NO.
056900     MOVE RN-STEP-NAME      TO JL-STEP-NAME.
057000     MOVE SPACES            TO JL-STREAM-ID.
057100     MOVE RETURN-CODE       TO JL-STEP-RC.
057200     IF RETURN-CODE > 4
057300         SET JL-STEP-FAILED   TO TRUE
057400     ELSE
057500         SET JL-STEP-COMPLETE TO TRUE
057600     END-IF.
057700     MOVE RN-END-DATE       TO JL-END-DATE.
057800     MOVE RN-END-TIME (1:6) TO JL-END-TIME.
057900     MOVE RN-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
058000     OPEN EXTEND STEPLOG.
058010     IF NOT RN-STEPLOG-OK
058020         MOVE SPACES TO SR-REPORT-LINE
058030         STRING 'STEPLOG OPEN FAILED STATUS '
058040             DELIMITED BY SIZE
058050             RN-STEPLOG-STATUS DELIMITED BY SIZE
058060             INTO SR-REPORT-LINE
058070         WRITE SR-REPORT-LINE
058080         MOVE 8 TO RETURN-CODE
058090         GO TO 9900-EXIT.
058100     WRITE JL-STEP-RECORD.
058200     CLOSE STEPLOG.
058300 9900-EXIT.
058400     EXIT.
