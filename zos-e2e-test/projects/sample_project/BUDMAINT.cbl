000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDMAINT.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - BUDGET MASTER MAINTENANCE.
001300*                  APPLIES BUDTRAN ADD/CHANGE/DELETE TRANSACTIONS
001400*                  (SORTED ASCENDING BY FISCAL MONTH, REGION AND
001500*                  CLASS1 TO MATCH BUDOLD) AGAINST THE CURRENT
001600*                  BUDGET MASTER TO PRODUCE THE NEXT GENERATION.
001700*                  AN ADD OR CHANGE IS REJECTED WHEN ITS MONTH IS
001800*                  NOT A VALID CCYYMM, ITS REGION IS BLANK, ITS
001900*                  PLANNED FIGURES ARE NOT NUMERIC, OR ITS CLASS1
002000*                  IS NOT ACTIVE ON THE KEYED CLSMSTR BY THE END
002100*                  OF THE BUDGET MONTH. EVERY APPLIED LINE SHOWS
002200*                  ITS BEFORE AND AFTER IMAGES ON THE MAINTENANCE
002300*                  REPORT AND EVERY REJECT GOES TO BUDERR; ANY
002400*                  REJECT ENDS THE RUN RC 4. WITHOUT THE KEYED
002410*                  CLSMSTR NOTHING IS APPLIED: EVERY TRANSACTION
002420*                  IS REJECTED, NO NEW GENERATION IS WRITTEN AND
002430*                  THE RUN ENDS RC 8.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BUDOLD   ASSIGN TO BUDOLD
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT BUDTRAN  ASSIGN TO BUDTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BUDNEW   ASSIGN TO BUDNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT CLSMSTR  ASSIGN TO CLSMSTR
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CM-CLASS1
004200         FILE STATUS IS BM-CLSMSTR-STATUS.
004300     SELECT BUDERR   ASSIGN TO BUDERR
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT BUDMRPT  ASSIGN TO BUDMRPT
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  BUDOLD
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BUDREC.
005300 FD  BUDTRAN
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BUDTRAN.
005700 FD  BUDNEW
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY BUDREC
006100         REPLACING
006200             ==BU-BUDGET-RECORD== BY ==BN-BUDGET-RECORD==
006300             ==BU-BUDGET-KEY==    BY ==BN-BUDGET-KEY==
006400             ==BU-FISC-MONTH==    BY ==BN-FISC-MONTH==
006500             ==BU-REGION==        BY ==BN-REGION==
006600             ==BU-CLASS1==        BY ==BN-CLASS1==
006700             ==BU-PLAN-COUNT==    BY ==BN-PLAN-COUNT==
006800             ==BU-PLAN-NUM1==     BY ==BN-PLAN-NUM1==.
006900 FD  CLSMSTR
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CLSMSTR.
007200 FD  BUDERR
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CLSEMSG.
007600 FD  BUDMRPT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY SUMLINE.
008000 WORKING-STORAGE SECTION.
008100******************************************************************
008200*    SWITCHES                                                    *
008300******************************************************************
008400 01  BM-SWITCHES.
008500     05  BM-BUD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
008600         88  BM-BUD-AT-END                  VALUE 'Y'.
008700     05  BM-TRAN-EOF-SWITCH      PIC X(01)  VALUE 'N'.
008800         88  BM-TRAN-AT-END                 VALUE 'Y'.
008900     05  BM-EDIT-SW              PIC X(01)  VALUE 'N'.
009000         88  BM-TRAN-INVALID                VALUE 'Y'.
009100 01  BM-CLSMSTR-STATUS           PIC X(02).
009200     88  BM-CLSMSTR-OK                      VALUE '00'.
009300 01  BM-MSTR-AVAIL-SW            PIC X(01)  VALUE 'N'.
009400     88  BM-CLSMSTR-AVAILABLE               VALUE 'Y'.
009500 01  BM-RUN-DATE                 PIC 9(08)           VALUE ZERO.
009600******************************************************************
009700*    EDIT WORK FIELDS -- THE LAST DAY A CLASS1 MAY TAKE EFFECT   *
009800*    AND STILL CARRY A BUDGET FOR THE MONTH, AND THE REJECT      *
009900*    REASON                                                      *
010000******************************************************************
010100 01  BM-MONTH-END-DATE           PIC 9(08)           VALUE ZERO.
010200 01  BM-REJECT-TEXT              PIC X(30)           VALUE SPACES.
010300******************************************************************
010400*    COUNTERS AND EDITED REPORT FIELDS                           *
010500******************************************************************
010600 01  BM-COUNTERS.
010700     05  BM-CARRY-COUNT          PIC 9(7)  COMP VALUE ZERO.
010800     05  BM-ADD-COUNT            PIC 9(7)  COMP VALUE ZERO.
010900     05  BM-CHANGE-COUNT         PIC 9(7)  COMP VALUE ZERO.
011000     05  BM-DELETE-COUNT         PIC 9(7)  COMP VALUE ZERO.
011100     05  BM-REJECT-COUNT         PIC 9(7)  COMP VALUE ZERO.
011200     05  BM-CARRY-COUNT-ED       PIC ZZZZZZ9.
011300     05  BM-ADD-COUNT-ED         PIC ZZZZZZ9.
011400     05  BM-CHANGE-COUNT-ED      PIC ZZZZZZ9.
011500     05  BM-DELETE-COUNT-ED      PIC ZZZZZZ9.
011600     05  BM-REJECT-COUNT-ED      PIC ZZZZZZ9.
011700 01  BM-PLAN-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.
011800 01  BM-PLAN-NUM1-ED             PIC -,---,---,---,--9.
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*    0000-MAINLINE                                               *
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012450     IF BM-CLSMSTR-AVAILABLE
012500         PERFORM 2000-UPDATE-BUDGET THRU 2000-EXIT
012600             UNTIL BM-BUD-AT-END AND BM-TRAN-AT-END
012620     ELSE
012640         PERFORM 2950-REJECT-UNAPPLIED THRU 2950-EXIT
012660             UNTIL BM-TRAN-AT-END
012680     END-IF.
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800     STOP RUN.
012900******************************************************************
013000*    1000-INITIALIZE -- OPEN FILES AND PRIME BOTH INPUT          *
013100*    STREAMS. WITHOUT THE KEYED CLSMSTR NO CLASS1 CAN BE         *
013200*    VALIDATED, SO THE NEW GENERATION IS NOT OPENED AND EVERY    *
013250*    TRANSACTION IS REJECTED                                     *
013300******************************************************************
013400 1000-INITIALIZE.
013500     ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD.
013600     OPEN INPUT  BUDOLD.
013700     OPEN INPUT  BUDTRAN.
013900     OPEN OUTPUT BUDERR.
014000     OPEN OUTPUT BUDMRPT.
014100     OPEN INPUT  CLSMSTR.
014200     IF BM-CLSMSTR-OK
014300         SET BM-CLSMSTR-AVAILABLE TO TRUE
014350         OPEN OUTPUT BUDNEW
014400     END-IF.
014500     MOVE SPACES TO SR-REPORT-LINE.
014600     STRING 'BUDGET MASTER MAINTENANCE REPORT' DELIMITED BY SIZE
014700         INTO SR-REPORT-LINE.
014800     WRITE SR-REPORT-LINE.
014900     IF NOT BM-CLSMSTR-AVAILABLE
015000         MOVE SPACES TO SR-REPORT-LINE
015100         STRING 'CLSMSTR NOT SUPPLIED - NO BUDGET CHANGES APPLIED'
015200             DELIMITED BY SIZE INTO SR-REPORT-LINE
015300         WRITE SR-REPORT-LINE
015400     END-IF.
015500     PERFORM 1100-READ-BUDOLD  THRU 1100-EXIT.
015600     PERFORM 1200-READ-BUDTRAN THRU 1200-EXIT.
015700 1000-EXIT.
015800     EXIT.
015900******************************************************************
016000*    1100-READ-BUDOLD -- READ ONE CURRENT BUDGET LINE, SETTING   *
016100*    THE KEY TO HIGH-VALUES AT END SO THE TRANSACTION SIDE       *
016200*    DRAINS CLEANLY                                              *
016300******************************************************************
016400 1100-READ-BUDOLD.
016500     READ BUDOLD
016600         AT END
016700             SET BM-BUD-AT-END TO TRUE
016800             MOVE HIGH-VALUES TO BU-BUDGET-KEY
016900     END-READ.
017000 1100-EXIT.
017100     EXIT.
017200******************************************************************
017300*    1200-READ-BUDTRAN -- READ ONE MAINTENANCE TRANSACTION,      *
017400*    SETTING THE KEY TO HIGH-VALUES AT END SO THE MASTER SIDE    *
017500*    DRAINS CLEANLY                                              *
017600******************************************************************
017700 1200-READ-BUDTRAN.
017800     READ BUDTRAN
017900         AT END
018000             SET BM-TRAN-AT-END TO TRUE
018100             MOVE HIGH-VALUES TO BT-BUDGET-KEY
018200     END-READ.
018300 1200-EXIT.
018400     EXIT.
018500******************************************************************
018600*    2000-UPDATE-BUDGET -- BALANCED-LINE MATCH OF BUDOLD         *
018700*    AGAINST BUDTRAN TO PRODUCE BUDNEW                           *
018800******************************************************************
018900 2000-UPDATE-BUDGET.
019000     EVALUATE TRUE
019100         WHEN BU-BUDGET-KEY < BT-BUDGET-KEY
019200             PERFORM 2100-CARRY-FORWARD-LINE THRU 2100-EXIT
019300         WHEN BU-BUDGET-KEY > BT-BUDGET-KEY
019400             PERFORM 2200-APPLY-NEW-LINE THRU 2200-EXIT
019500         WHEN OTHER
019600             PERFORM 2300-APPLY-MATCHED-TRAN THRU 2300-EXIT
019700     END-EVALUATE.
019800 2000-EXIT.
019900     EXIT.
020000******************************************************************
020100*    2100-CARRY-FORWARD-LINE -- NO TRANSACTION FOR THIS BUDGET   *
020200*    LINE, COPY IT FORWARD UNCHANGED                             *
020300******************************************************************
020400 2100-CARRY-FORWARD-LINE.
020500     MOVE BU-BUDGET-RECORD TO BN-BUDGET-RECORD.
020600     WRITE BN-BUDGET-RECORD.
020700     ADD 1 TO BM-CARRY-COUNT.
020800     PERFORM 1100-READ-BUDOLD THRU 1100-EXIT.
020900 2100-EXIT.
021000     EXIT.
021100******************************************************************
021200*    2200-APPLY-NEW-LINE -- TRANSACTION HAS NO MATCHING BUDGET   *
021300*    LINE; ONLY AN ADD THAT PASSES EVERY EDIT IS APPLIED         *
021400******************************************************************
021500 2200-APPLY-NEW-LINE.
021600     IF BT-ACTION-ADD
021700         PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT
021800         IF NOT BM-TRAN-INVALID
021900             MOVE BT-BUDGET-KEY  TO BN-BUDGET-KEY
022000             MOVE BT-PLAN-COUNT  TO BN-PLAN-COUNT
022100             MOVE BT-PLAN-NUM1   TO BN-PLAN-NUM1
022200             PERFORM 2790-REPORT-BEFORE-BLANK THRU 2790-EXIT
022300             PERFORM 2850-REPORT-AFTER THRU 2850-EXIT
022400             WRITE BN-BUDGET-RECORD
022500             ADD 1 TO BM-ADD-COUNT
022600         END-IF
022700     ELSE
022800         MOVE 'NO SUCH BUDGET LINE' TO BM-REJECT-TEXT
022900         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
023000     END-IF.
023100     PERFORM 1200-READ-BUDTRAN THRU 1200-EXIT.
023200 2200-EXIT.
023300     EXIT.
023400******************************************************************
023500*    2300-APPLY-MATCHED-TRAN -- KEY MATCHES ON BOTH FILES;       *
023600*    APPLY THE TRANSACTION TO THE BUDGET LINE. A TRANSACTION     *
023700*    THAT FAILS ITS EDITS LEAVES THE CURRENT LINE STANDING       *
023800******************************************************************
023900 2300-APPLY-MATCHED-TRAN.
024000     EVALUATE TRUE
024100         WHEN BT-ACTION-CHANGE
024200             PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT
024300             IF BM-TRAN-INVALID
024400                 PERFORM 2100-CARRY-FORWARD-LINE THRU 2100-EXIT
024500             ELSE
024600                 PERFORM 2800-REPORT-BEFORE THRU 2800-EXIT
024700                 MOVE BU-BUDGET-KEY  TO BN-BUDGET-KEY
024800                 MOVE BT-PLAN-COUNT  TO BN-PLAN-COUNT
024900                 MOVE BT-PLAN-NUM1   TO BN-PLAN-NUM1
025000                 PERFORM 2850-REPORT-AFTER THRU 2850-EXIT
025100                 WRITE BN-BUDGET-RECORD
025200                 ADD 1 TO BM-CHANGE-COUNT
025300                 PERFORM 1100-READ-BUDOLD THRU 1100-EXIT
025400             END-IF
025500         WHEN BT-ACTION-DELETE
025600             PERFORM 2800-REPORT-BEFORE THRU 2800-EXIT
025700             PERFORM 2860-REPORT-DELETED THRU 2860-EXIT
025800             ADD 1 TO BM-DELETE-COUNT
025900             PERFORM 1100-READ-BUDOLD THRU 1100-EXIT
026000         WHEN BT-ACTION-ADD
026100             MOVE 'BUDGET LINE ALREADY ON FILE' TO BM-REJECT-TEXT
026200             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
026300             PERFORM 2100-CARRY-FORWARD-LINE THRU 2100-EXIT
026400         WHEN OTHER
026500             MOVE 'INVALID ACTION CODE' TO BM-REJECT-TEXT
026600             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
026700             PERFORM 2100-CARRY-FORWARD-LINE THRU 2100-EXIT
026800     END-EVALUATE.
026900     PERFORM 1200-READ-BUDTRAN THRU 1200-EXIT.
027000 2300-EXIT.
027100     EXIT.
027200******************************************************************
027300*    2500-EDIT-TRANSACTION -- AN ADD OR CHANGE MUST NAME A       *
027400*    VALID CCYYMM MONTH, A REGION AND NUMERIC PLANNED FIGURES,   *
027500*    AND A CLASS1 THAT IS ACTIVE ON CLSMSTR AND EFFECTIVE NO     *
027600*    LATER THAN THE LAST DAY OF THE BUDGET MONTH                 *
027700******************************************************************
027800 2500-EDIT-TRANSACTION.
027900     MOVE 'N' TO BM-EDIT-SW.
028000     IF BT-FISC-MONTH NOT NUMERIC
028100             OR BT-FISC-MM < 1 OR BT-FISC-MM > 12
028200         MOVE 'INVALID FISCAL MONTH' TO BM-REJECT-TEXT
028300         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
028400         GO TO 2500-EXIT.
028500     IF BT-REGION = SPACES
028600         MOVE 'NO REGION' TO BM-REJECT-TEXT
028700         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
028800         GO TO 2500-EXIT.
028900     IF BT-PLAN-COUNT NOT NUMERIC
029000             OR BT-PLAN-NUM1 NOT NUMERIC
029100         MOVE 'PLANNED FIGURES NOT NUMERIC' TO BM-REJECT-TEXT
029200         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
029300         GO TO 2500-EXIT.
029600     MOVE BT-CLASS1 TO CM-CLASS1.
029700     READ CLSMSTR
029800         INVALID KEY
029900             MOVE SPACES TO CM-STATUS
030000             MOVE ZERO   TO CM-EFF-DATE
030100     END-READ.
030200     COMPUTE BM-MONTH-END-DATE = BT-FISC-MONTH * 100 + 31.
030300     IF NOT CM-ACTIVE
030400             OR CM-EFF-DATE > BM-MONTH-END-DATE
030500         MOVE 'CLASS1 NOT ACTIVE ON CLSMSTR' TO BM-REJECT-TEXT
030600         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
030700     END-IF.
030800 2500-EXIT.
030900     EXIT.
031000******************************************************************
031100*    2790-REPORT-BEFORE-BLANK -- THE (NO BUDGET LINE) BEFORE     *
031200*    IMAGE AHEAD OF AN APPLIED ADD; 2800-REPORT-BEFORE IS THE    *
031300*    MATCHED MASTER'S IMAGE AHEAD OF AN APPLIED CHANGE OR        *
031400*    DELETE                                                      *
031500******************************************************************
031600 2790-REPORT-BEFORE-BLANK.
031700     MOVE SPACES TO SR-REPORT-LINE.
031800     STRING BT-FISC-MONTH      DELIMITED BY SIZE
031900         ' '                   DELIMITED BY SIZE
032000         BT-REGION             DELIMITED BY SIZE
032100         ' '                   DELIMITED BY SIZE
032200         BT-CLASS1             DELIMITED BY SIZE
032300         ' ADD'                DELIMITED BY SIZE
032400         INTO SR-REPORT-LINE.
032500     WRITE SR-REPORT-LINE.
032600     MOVE SPACES TO SR-REPORT-LINE.
032700     STRING '  BEFORE  (NO BUDGET LINE)' DELIMITED BY SIZE
032800         INTO SR-REPORT-LINE.
032900     WRITE SR-REPORT-LINE.
033000 2790-EXIT.
033100     EXIT.
033200 2800-REPORT-BEFORE.
033300     MOVE SPACES TO SR-REPORT-LINE.
033400     STRING BU-FISC-MONTH      DELIMITED BY SIZE
033500         ' '                   DELIMITED BY SIZE
033600         BU-REGION             DELIMITED BY SIZE
033700         ' '                   DELIMITED BY SIZE
033800         BU-CLASS1             DELIMITED BY SIZE
033900         ' '                   DELIMITED BY SIZE
034000         BT-ACTION             DELIMITED BY SIZE
034100         INTO SR-REPORT-LINE.
034200     WRITE SR-REPORT-LINE.
034300     MOVE BU-PLAN-COUNT TO BM-PLAN-COUNT-ED.
034400     MOVE BU-PLAN-NUM1  TO BM-PLAN-NUM1-ED.
034500     MOVE SPACES TO SR-REPORT-LINE.
034600     STRING '  BEFORE  VOLUME ' DELIMITED BY SIZE
034700         BM-PLAN-COUNT-ED       DELIMITED BY SIZE
034800         '  NUM1 '              DELIMITED BY SIZE
034900         BM-PLAN-NUM1-ED        DELIMITED BY SIZE
035000         INTO SR-REPORT-LINE.
035100     WRITE SR-REPORT-LINE.
035200 2800-EXIT.
035300     EXIT.
035400******************************************************************
035500*    2850-REPORT-AFTER -- THE NEW GENERATION'S IMAGE OF AN       *
035600*    APPLIED ADD OR CHANGE                                       *
035700******************************************************************
035800 2850-REPORT-AFTER.
035900     MOVE BN-PLAN-COUNT TO BM-PLAN-COUNT-ED.
036000     MOVE BN-PLAN-NUM1  TO BM-PLAN-NUM1-ED.
036100     MOVE SPACES TO SR-REPORT-LINE.
036200     STRING '  AFTER   VOLUME ' DELIMITED BY SIZE
036300         BM-PLAN-COUNT-ED       DELIMITED BY SIZE
036400         '  NUM1 '              DELIMITED BY SIZE
036500         BM-PLAN-NUM1-ED        DELIMITED BY SIZE
036600         INTO SR-REPORT-LINE.
036700     WRITE SR-REPORT-LINE.
036800 2850-EXIT.
036900     EXIT.
037000******************************************************************
037100*    2860-REPORT-DELETED -- THE AFTER IMAGE OF AN APPLIED        *
037200*    DELETE                                                      *
037300******************************************************************
037400 2860-REPORT-DELETED.
037500     MOVE SPACES TO SR-REPORT-LINE.
037600     STRING '  AFTER   (BUDGET LINE DELETED)' DELIMITED BY SIZE
037700         INTO SR-REPORT-LINE.
037800     WRITE SR-REPORT-LINE.
037900 2860-EXIT.
038000     EXIT.
038100******************************************************************
038200*    2900-WRITE-REJECT -- LOG A TRANSACTION THAT COULD NOT BE    *
038300*    APPLIED, WITH ITS REASON, TO THE ERROR FILE                 *
038400******************************************************************
038500 2900-WRITE-REJECT.
038600     SET BM-TRAN-INVALID TO TRUE.
038700     MOVE SPACES TO CE-ERROR-LINE.
038800     STRING 'REJECTED BUDGET TXN: ' DELIMITED BY SIZE
038900         BT-ACTION                  DELIMITED BY SIZE
039000         ' '                        DELIMITED BY SIZE
039100         BT-FISC-MONTH              DELIMITED BY SIZE
039200         ' '                        DELIMITED BY SIZE
039300         BT-REGION                  DELIMITED BY SIZE
039400         ' '                        DELIMITED BY SIZE
039500         BT-CLASS1                  DELIMITED BY SIZE
039600         ' - '                      DELIMITED BY SIZE
039700         BM-REJECT-TEXT             DELIMITED BY SIZE
039800         INTO CE-ERROR-LINE.
039900     WRITE CE-ERROR-LINE.
040000     ADD 1 TO BM-REJECT-COUNT.
040100 2900-EXIT.
040200     EXIT.
040205******************************************************************
040210*    2950-REJECT-UNAPPLIED -- WITHOUT THE KEYED CLSMSTR NO       *
040215*    TRANSACTION CAN BE EDITED, SO EACH ONE IS REJECTED AS NOT   *
040220*    APPLIED                                                     *
040225******************************************************************
040230 2950-REJECT-UNAPPLIED.
040235     MOVE 'CLSMSTR NOT SUPPLIED' TO BM-REJECT-TEXT.
040240     PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
040245     PERFORM 1200-READ-BUDTRAN THRU 1200-EXIT.
040250 2950-EXIT.
040255     EXIT.
040300******************************************************************
040400*    9000-TERMINATE -- WRITE THE MAINTENANCE SUMMARY, SET THE    *
040500*    RETURN CODE AND CLOSE FILES. A RUN WITHOUT CLSMSTR ENDS     *
040550*    RC 8 SO NO NEW GENERATION IS TAKEN FORWARD                  *
040600******************************************************************
040700 9000-TERMINATE.
040800     PERFORM 9100-WRITE-SUMMARY-RPT THRU 9100-EXIT.
040900     IF BM-REJECT-COUNT > ZERO
041000         MOVE 4 TO RETURN-CODE
041100     END-IF.
041110     IF NOT BM-CLSMSTR-AVAILABLE
041120         MOVE 8 TO RETURN-CODE
041130     END-IF.
041200     CLOSE BUDOLD.
041300     CLOSE BUDTRAN.
041500     CLOSE BUDERR.
041600     CLOSE BUDMRPT.
041700     IF BM-CLSMSTR-AVAILABLE
041800         CLOSE CLSMSTR
041850         CLOSE BUDNEW
041900     END-IF.
042000 9000-EXIT.
042100     EXIT.
042200******************************************************************
042300*    9100-WRITE-SUMMARY-RPT -- BUDGET MAINTENANCE SUMMARY        *
042400******************************************************************
042500 9100-WRITE-SUMMARY-RPT.
042600     MOVE BM-CARRY-COUNT  TO BM-CARRY-COUNT-ED.
042700     MOVE BM-ADD-COUNT    TO BM-ADD-COUNT-ED.
042800     MOVE BM-CHANGE-COUNT TO BM-CHANGE-COUNT-ED.
042900     MOVE BM-DELETE-COUNT TO BM-DELETE-COUNT-ED.
043000     MOVE BM-REJECT-COUNT TO BM-REJECT-COUNT-ED.
043100     MOVE SPACES TO SR-REPORT-LINE.
043200     STRING 'BUDGET MAINTENANCE SUMMARY' DELIMITED BY SIZE
043300         INTO SR-REPORT-LINE.
043400     WRITE SR-REPORT-LINE.
043500     MOVE SPACES TO SR-REPORT-LINE.
043600     STRING 'BUDGET LINES CARRIED:  ' DELIMITED BY SIZE
043700         BM-CARRY-COUNT-ED  DELIMITED BY SIZE
043800         INTO SR-REPORT-LINE.
043900     WRITE SR-REPORT-LINE.
044000     MOVE SPACES TO SR-REPORT-LINE.
044100     STRING 'BUDGET LINES ADDED:    ' DELIMITED BY SIZE
044200         BM-ADD-COUNT-ED    DELIMITED BY SIZE
044300         INTO SR-REPORT-LINE.
044400     WRITE SR-REPORT-LINE.
044500     MOVE SPACES TO SR-REPORT-LINE.
044600     STRING 'BUDGET LINES CHANGED:  ' DELIMITED BY SIZE
044700         BM-CHANGE-COUNT-ED DELIMITED BY SIZE
044800         INTO SR-REPORT-LINE.
044900     WRITE SR-REPORT-LINE.
045000     MOVE SPACES TO SR-REPORT-LINE.
045100     STRING 'BUDGET LINES DELETED:  ' DELIMITED BY SIZE
045200         BM-DELETE-COUNT-ED DELIMITED BY SIZE
045300         INTO SR-REPORT-LINE.
045400     WRITE SR-REPORT-LINE.
045500     MOVE SPACES TO SR-REPORT-LINE.
045600     STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
045700         BM-REJECT-COUNT-ED DELIMITED BY SIZE
045800         INTO SR-REPORT-LINE.
045900     WRITE SR-REPORT-LINE.
046000 9100-EXIT.
046100     EXIT.
