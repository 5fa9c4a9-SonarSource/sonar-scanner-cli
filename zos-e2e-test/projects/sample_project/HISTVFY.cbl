000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HISTVFY.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - HISTFILE VERIFY AND REBUILD.
001300*                  BUILDS A KEYED PROCESSED-ID HISTORY IMAGE FROM
001400*                  THE RETAINED AUDIT TRAIL FOR THE CONDITIONALS
001500*                  RETENTION WINDOW: ONE ENTRY PER AUDITED
001600*                  POSTING OR REVERSAL, DATED FROM ITS AUDIT
001700*                  TIMESTAMP, WITH EVERY REVERSED POSTING MARKED.
001800*                  IN REBUILD MODE ('R' ON THE HISTVCTL CARD) THE
001900*                  IMAGE IS THE NEW HISTFILE AND THE RUN PRINTS
002000*                  ITS LOAD REPORT. IN VERIFY MODE ('V') THE IMAGE
002100*                  IS A WORK FILE PROVED BOTH WAYS AGAINST THE
002200*                  LIVE HISTFILE: EVERY AUDITED ID MISSING FROM
002300*                  HISTORY OR WITH A DIFFERENT REVERSAL STATUS,
002400*                  AND EVERY HISTORY ENTRY INSIDE THE WINDOW WITH
002500*                  NO AUDIT RECORD, IS LISTED AND ENDS THE RUN
002600*                  RC 8. A MISSING OR INVALID CARD ENDS THE RUN
002700*                  RC 8; A DUPLICATE ID ON THE TRAIL, RC 4.
002710* 2026-10-15 RH    THE RETENTION WINDOW IS NOW HV-RETAIN-DAYS
002720*                  BUSINESS DAYS BACK FROM THE AS-OF DATE ON THE
002730*                  BUSINESS CALENDAR (BUSCAL), MATCHING THE
002740*                  CONDITIONALS PURGE; WITHOUT BUSCAL IT IS
002750*                  CALENDAR DAYS, AS BEFORE.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HISTVCTL ASSIGN TO HISTVCTL
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS HV-HISTVCTL-STATUS.
003800     SELECT AUDITIN  ASSIGN TO AUDITIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT HISTFILE ASSIGN TO HISTFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HI-TRAN-ID
004400         FILE STATUS IS HV-HISTFILE-STATUS.
004500     SELECT HISTNEW  ASSIGN TO HISTNEW
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HN-TRAN-ID
004900         FILE STATUS IS HV-HISTNEW-STATUS.
005000     SELECT HISTRPT  ASSIGN TO HISTRPT
005100         ORGANIZATION IS SEQUENTIAL.
005120     SELECT BUSCAL   ASSIGN TO BUSCAL
005140         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS HV-BUSCAL-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HISTVCTL
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY HISTVCTL.
005800 FD  AUDITIN
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY AUDITREC.
006200 FD  HISTFILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY HISTREC.
006500 FD  HISTNEW
006600     LABEL RECORDS ARE STANDARD.
006700     COPY HISTREC
006800         REPLACING
006900             ==HI-HISTORY-RECORD== BY ==HN-HISTORY-RECORD==
007000             ==HI-TRAN-ID==        BY ==HN-TRAN-ID==
007100             ==HI-ORIG-DATE==      BY ==HN-ORIG-DATE==
007200             ==HI-PROC-DATE==      BY ==HN-PROC-DATE==
007300             ==HI-ENTRY-TYPE==     BY ==HN-ENTRY-TYPE==
007400             ==HI-POSTED-ENTRY==   BY ==HN-POSTED-ENTRY==
007500             ==HI-REVERSAL-ENTRY== BY ==HN-REVERSAL-ENTRY==
007600             ==HI-CLASS1==         BY ==HN-CLASS1==
007700             ==HI-REGION==         BY ==HN-REGION==
007800             ==HI-NUM1==           BY ==HN-NUM1==
007900             ==HI-NUM2==           BY ==HN-NUM2==
008000             ==HI-REV-STATUS==     BY ==HN-REV-STATUS==
008100             ==HI-REVERSED==       BY ==HN-REVERSED==
008200             ==HI-REV-DATE==       BY ==HN-REV-DATE==
008300             ==HI-REV-TRAN-ID==    BY ==HN-REV-TRAN-ID==.
008400 FD  HISTRPT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY SUMLINE.
008720 FD  BUSCAL
008740     RECORDING MODE IS F
008760     LABEL RECORDS ARE STANDARD.
008780     COPY CALREC.
008800 WORKING-STORAGE SECTION.
008900******************************************************************
009000*    SWITCHES                                                    *
009100******************************************************************
009200 01  HV-SWITCHES.
009300     05  HV-AUD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
009400         88  HV-AUD-AT-END                  VALUE 'Y'.
009500     05  HV-CTL-SWITCH           PIC X(01)  VALUE 'N'.
009600         88  HV-CTL-LOADED                  VALUE 'Y'.
009700     05  HV-NEW-OPEN-SW          PIC X(01)  VALUE 'N'.
009800         88  HV-HISTNEW-OPEN                VALUE 'Y'.
009900     05  HV-HIST-OPEN-SW         PIC X(01)  VALUE 'N'.
010000         88  HV-HISTFILE-OPEN               VALUE 'Y'.
010100 01  HV-RUN-MODE                 PIC X(01)  VALUE SPACE.
010200     88  HV-MODE-VERIFY                     VALUE 'V'.
010300     88  HV-MODE-REBUILD                    VALUE 'R'.
010400 01  HV-HISTVCTL-STATUS          PIC X(02).
010500     88  HV-HISTVCTL-OK                     VALUE '00'.
010600 01  HV-HISTFILE-STATUS          PIC X(02).
010700     88  HV-HISTFILE-OK                     VALUE '00'.
010800 01  HV-HISTNEW-STATUS           PIC X(02).
010900     88  HV-HISTNEW-OK                      VALUE '00'.
011000******************************************************************
011100*    RETENTION WINDOW -- THE SAME ARITHMETIC CONDITIONALS USES   *
011200*    TO PURGE HISTFILE, SO THE TWO AGREE ON WHAT THE FILE        *
011300*    SHOULD HOLD                                                 *
011400******************************************************************
011500 01  HV-RUN-DATE                 PIC 9(08)           VALUE ZERO.
011600 01  HV-AS-OF-DATE               PIC 9(08)           VALUE ZERO.
011700 01  HV-RETAIN-DAYS              PIC 9(3)  COMP VALUE 90.
011800 01  HV-CUTOFF-DATE              PIC 9(08)           VALUE ZERO.
011900 01  HV-WORK-INT                 PIC 9(9)  COMP VALUE ZERO.
012000 01  HV-AUDIT-DATE               PIC 9(08)           VALUE ZERO.
012100 01  HV-DIFF-TEXT                PIC X(30)           VALUE SPACES.
012102******************************************************************
012104*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU   *
012106*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES                    *
012108******************************************************************
012110 01  HV-CAL-SWITCHES.
012112     05  HV-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
012114         88  HV-CAL-AT-END                  VALUE 'Y'.
012116     05  HV-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
012118         88  HV-CALENDAR-LOADED             VALUE 'Y'.
012120     05  HV-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
012122         88  HV-BUSINESS-DAY                VALUE 'Y'.
012124     05  HV-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
012126         88  HV-HOL-TABLE-FULL              VALUE 'Y'.
012128 01  HV-BUSCAL-STATUS            PIC X(02).
012130     88  HV-BUSCAL-OK                       VALUE '00'.
012132 01  HV-WEEKEND-DAYS.
012134     05  HV-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
012136 01  HV-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
012138 01  HV-HOL-TABLE.
012140     05  HV-HOL-ENTRY            OCCURS 1 TO 500 TIMES
012142                                 DEPENDING ON HV-HOL-USED
012144                                 INDEXED BY HV-HOL-IDX.
012146         10  HV-HOL-DATE-INT     PIC 9(9)  COMP.
012148 01  HV-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
012150 01  HV-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
012152 01  HV-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
012154 01  HV-DAYS-BACK                PIC 9(3)  COMP VALUE ZERO.
012156 01  HV-DAYS-NOTE                PIC X(15)  VALUE ' DAYS)'.
012200******************************************************************
012300*    COUNTERS AND EDITED REPORT FIELDS                           *
012400******************************************************************
012500 01  HV-COUNTERS.
012600     05  HV-AUD-READ-COUNT       PIC 9(7)  COMP VALUE ZERO.
012700     05  HV-AUD-OLD-COUNT        PIC 9(7)  COMP VALUE ZERO.
012800     05  HV-AUD-NOID-COUNT       PIC 9(7)  COMP VALUE ZERO.
012900     05  HV-LOAD-POST-COUNT      PIC 9(7)  COMP VALUE ZERO.
013000     05  HV-LOAD-REV-COUNT       PIC 9(7)  COMP VALUE ZERO.
013100     05  HV-MARKED-COUNT         PIC 9(7)  COMP VALUE ZERO.
013200     05  HV-DUP-COUNT            PIC 9(7)  COMP VALUE ZERO.
013300     05  HV-HIST-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
013400     05  HV-HIST-OLD-COUNT       PIC 9(7)  COMP VALUE ZERO.
013500     05  HV-MISSING-COUNT        PIC 9(7)  COMP VALUE ZERO.
013600     05  HV-STATUS-DIFF-COUNT    PIC 9(7)  COMP VALUE ZERO.
013700     05  HV-UNAUDITED-COUNT      PIC 9(7)  COMP VALUE ZERO.
013800 01  HV-COUNT-ED                 PIC ZZZZZZ9.
013900 01  HV-RETAIN-ED                PIC ZZ9.
014000 PROCEDURE DIVISION.
014100******************************************************************
014200*    0000-MAINLINE                                               *
014300******************************************************************
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014600     IF HV-CTL-LOADED
014700         PERFORM 2000-BUILD-IMAGE THRU 2000-EXIT
014800     END-IF.
014900     IF HV-HISTNEW-OPEN AND HV-MODE-VERIFY
015000         PERFORM 3000-CHECK-AUDITED-IDS THRU 3000-EXIT
015100         PERFORM 4000-CHECK-HISTORY-IDS THRU 4000-EXIT
015200     END-IF.
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015400     STOP RUN.
015500******************************************************************
015600*    1000-INITIALIZE -- LOAD THE CONTROL CARD, SET THE           *
015700*    RETENTION WINDOW AND WRITE THE REPORT HEADING               *
015800******************************************************************
015900 1000-INITIALIZE.
016000     ACCEPT HV-RUN-DATE FROM DATE YYYYMMDD.
016100     MOVE HV-RUN-DATE TO HV-AS-OF-DATE.
016200     OPEN OUTPUT HISTRPT.
016300     PERFORM 1080-READ-CONTROL-CARD THRU 1080-EXIT.
016400     IF NOT HV-CTL-LOADED
016500         GO TO 1000-EXIT.
016600     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
016700     PERFORM 1090-FIND-CUTOFF-DAY THRU 1090-EXIT.
016900     COMPUTE HV-CUTOFF-DATE =
017000         FUNCTION DATE-OF-INTEGER (HV-WORK-INT).
017100     MOVE SPACES TO SR-REPORT-LINE.
017200     IF HV-MODE-VERIFY
017300         STRING 'HISTFILE VERIFICATION AGAINST AUDIT TRAIL'
017400             DELIMITED BY SIZE INTO SR-REPORT-LINE
017500     ELSE
017600         STRING 'HISTFILE REBUILD FROM AUDIT TRAIL - LOAD REPORT'
017700             DELIMITED BY SIZE INTO SR-REPORT-LINE
017800     END-IF.
017900     WRITE SR-REPORT-LINE.
018000     MOVE HV-RETAIN-DAYS TO HV-RETAIN-ED.
018020     IF HV-CALENDAR-LOADED
018040         MOVE ' BUSINESS DAYS)' TO HV-DAYS-NOTE.
018100     MOVE SPACES TO SR-REPORT-LINE.
018200     STRING 'RETENTION WINDOW ' DELIMITED BY SIZE
018300         HV-CUTOFF-DATE         DELIMITED BY SIZE
018400         ' THRU '               DELIMITED BY SIZE
018500         HV-AS-OF-DATE          DELIMITED BY SIZE
018600         ' ('                   DELIMITED BY SIZE
018700         HV-RETAIN-ED           DELIMITED BY SIZE
018800         HV-DAYS-NOTE           DELIMITED BY SIZE
018900         INTO SR-REPORT-LINE.
019000     WRITE SR-REPORT-LINE.
019100 1000-EXIT.
019200     EXIT.
019300******************************************************************
019400*    1080-READ-CONTROL-CARD -- LOAD AND EDIT THE HISTVCTL CARD.  *
019500*    A MISSING OR INVALID CARD FAILS THE RUN RATHER THAN         *
019600*    GUESSING WHETHER HISTFILE WAS TO BE REPLACED                *
019700******************************************************************
019800 1080-READ-CONTROL-CARD.
019900     OPEN INPUT HISTVCTL.
020000     IF HV-HISTVCTL-OK
020100         READ HISTVCTL
020200             AT END
020300                 CONTINUE
020400         END-READ
020500         IF HV-HISTVCTL-OK
020600             IF (HC-FUNC-VERIFY OR HC-FUNC-REBUILD)
020700                     AND HC-RETAIN-DAYS NUMERIC
020800                     AND HC-AS-OF-DATE NUMERIC
020900                 SET HV-CTL-LOADED TO TRUE
021000                 MOVE HC-FUNCTION TO HV-RUN-MODE
021100                 IF HC-RETAIN-DAYS > ZERO
021200                     MOVE HC-RETAIN-DAYS TO HV-RETAIN-DAYS
021300                 END-IF
021400                 IF HC-AS-OF-DATE > ZERO
021500                     MOVE HC-AS-OF-DATE TO HV-AS-OF-DATE
021600                 END-IF
021700             END-IF
021800         END-IF
021900         CLOSE HISTVCTL
022000     END-IF.
022100     IF NOT HV-CTL-LOADED
022200         MOVE SPACES TO SR-REPORT-LINE
022300         STRING 'HISTVFY - MISSING OR INVALID CONTROL CARD'
022400             DELIMITED BY SIZE INTO SR-REPORT-LINE
022500         WRITE SR-REPORT-LINE
022600         MOVE 8 TO RETURN-CODE
022700     END-IF.
022800 1080-EXIT.
022900     EXIT.
022902******************************************************************
022904*    1090-FIND-CUTOFF-DAY -- THE WINDOW STARTS HV-RETAIN-DAYS    *
022906*    BUSINESS DAYS BEFORE THE AS-OF DATE, OR CALENDAR DAYS WHEN  *
022908*    THE BUSINESS CALENDAR IS NOT SUPPLIED                       *
022910******************************************************************
022912 1090-FIND-CUTOFF-DAY.
022914     COMPUTE HV-WORK-INT =
022916         FUNCTION INTEGER-OF-DATE (HV-AS-OF-DATE).
022918     IF NOT HV-CALENDAR-LOADED
022920         SUBTRACT HV-RETAIN-DAYS FROM HV-WORK-INT
022922         GO TO 1090-EXIT.
022924     MOVE ZERO TO HV-DAYS-BACK.
022926     PERFORM 1095-STEP-BACK-ONE-DAY THRU 1095-EXIT
022928         UNTIL HV-DAYS-BACK NOT < HV-RETAIN-DAYS.
022930 1090-EXIT.
022932     EXIT.
022934******************************************************************
022936*    1095-STEP-BACK-ONE-DAY -- ONE DAY EARLIER, COUNTED WHEN IT  *
022938*    IS A BUSINESS DAY                                           *
022940******************************************************************
022942 1095-STEP-BACK-ONE-DAY.
022944     SUBTRACT 1 FROM HV-WORK-INT.
022946     MOVE HV-WORK-INT TO HV-TEST-INT.
022948     PERFORM 9800-TEST-BUSINESS-DAY THRU 9800-EXIT.
022950     IF HV-BUSINESS-DAY
022952         ADD 1 TO HV-DAYS-BACK.
022954 1095-EXIT.
022956     EXIT.
023000******************************************************************
023100*    2000-BUILD-IMAGE -- LOAD ONE HISTORY ENTRY PER AUDITED      *
023200*    POSTING INSIDE THE WINDOW INTO HISTNEW, CREATED EMPTY FOR   *
023300*    THE RUN                                                     *
023400******************************************************************
023500 2000-BUILD-IMAGE.
023600     OPEN OUTPUT HISTNEW.
023700     CLOSE HISTNEW.
023800     OPEN I-O HISTNEW.
023900     IF NOT HV-HISTNEW-OK
024000         MOVE SPACES TO SR-REPORT-LINE
024100         STRING '*** HISTNEW COULD NOT BE OPENED ***'
024200             DELIMITED BY SIZE INTO SR-REPORT-LINE
024300         WRITE SR-REPORT-LINE
024400         MOVE 8 TO RETURN-CODE
024500         GO TO 2000-EXIT.
024600     SET HV-HISTNEW-OPEN TO TRUE.
024700     OPEN INPUT AUDITIN.
024800     PERFORM 2100-LOAD-ONE-AUDIT THRU 2100-EXIT
024900         UNTIL HV-AUD-AT-END.
025000     CLOSE AUDITIN.
025100 2000-EXIT.
025200     EXIT.
025300******************************************************************
025400*    2100-LOAD-ONE-AUDIT -- ONE AUDIT RECORD: A RECORD DATED     *
025500*    BEFORE THE WINDOW OR WITHOUT AN ID IS PASSED OVER; ANY      *
025600*    OTHER BECOMES A HISTORY ENTRY PROCESSED ON ITS AUDIT DATE.  *
025700*    A 'REVERSAL POSTED' DECISION IS A 'V' ENTRY AND MARKS THE   *
025800*    POSTING IT REVERSED. THE FIRST RECORD FOR AN ID STANDS; A   *
025900*    LATER ONE IS A DUPLICATE                                    *
026000******************************************************************
026100 2100-LOAD-ONE-AUDIT.
026200     READ AUDITIN
026300         AT END
026400             SET HV-AUD-AT-END TO TRUE
026500             GO TO 2100-EXIT
026600     END-READ.
026700     ADD 1 TO HV-AUD-READ-COUNT.
026800     MOVE AU-TIMESTAMP (1:8) TO HV-AUDIT-DATE.
026900     IF HV-AUDIT-DATE < HV-CUTOFF-DATE
027000         ADD 1 TO HV-AUD-OLD-COUNT
027100         GO TO 2100-EXIT.
027200     IF AU-TRAN-ID = SPACES
027300         ADD 1 TO HV-AUD-NOID-COUNT
027400         GO TO 2100-EXIT.
027500     MOVE AU-TRAN-ID    TO HN-TRAN-ID.
027600     IF AU-ORIG-DATE NUMERIC
027700         MOVE AU-ORIG-DATE TO HN-ORIG-DATE
027800     ELSE
027900         MOVE ZERO TO HN-ORIG-DATE
028000     END-IF.
028100     MOVE HV-AUDIT-DATE TO HN-PROC-DATE.
028200     IF AU-BRANCH = 'REVERSAL POSTED'
028300         SET HN-REVERSAL-ENTRY TO TRUE
028400         MOVE AU-REV-OF-ID TO HN-REV-TRAN-ID
028500     ELSE
028600         SET HN-POSTED-ENTRY TO TRUE
028700         MOVE SPACES TO HN-REV-TRAN-ID
028800     END-IF.
028900     MOVE AU-CLASS1     TO HN-CLASS1.
029000     MOVE AU-REGION     TO HN-REGION.
029100     MOVE AU-NUM1       TO HN-NUM1.
029200     MOVE AU-NUM2       TO HN-NUM2.
029300     MOVE SPACE         TO HN-REV-STATUS.
029400     MOVE ZERO          TO HN-REV-DATE.
029500     WRITE HN-HISTORY-RECORD
029600         INVALID KEY
029700             ADD 1 TO HV-DUP-COUNT
029800             MOVE 'DUPLICATE ID ON AUDIT TRAIL' TO HV-DIFF-TEXT
029900             PERFORM 2900-WRITE-AUDIT-LINE THRU 2900-EXIT
030000             GO TO 2100-EXIT
030100     END-WRITE.
030200     IF AU-BRANCH NOT = 'REVERSAL POSTED'
030300         ADD 1 TO HV-LOAD-POST-COUNT
030400         GO TO 2100-EXIT.
030500     ADD 1 TO HV-LOAD-REV-COUNT.
030600     IF AU-REV-OF-ID NOT = SPACES
030700         PERFORM 2200-MARK-REVERSED THRU 2200-EXIT
030800     END-IF.
030900 2100-EXIT.
031000     EXIT.
031100******************************************************************
031200*    2200-MARK-REVERSED -- MARK THE IMAGE ENTRY OF THE POSTING   *
031300*    A REVERSAL NAMES, AS CONDITIONALS DOES AT ITS CHECKPOINT.   *
031400*    A POSTING ALREADY AGED OUT OF THE WINDOW HAS NO ENTRY TO    *
031500*    MARK                                                        *
031600******************************************************************
031700 2200-MARK-REVERSED.
031800     MOVE AU-REV-OF-ID TO HN-TRAN-ID.
031900     READ HISTNEW
032000         INVALID KEY
032100             GO TO 2200-EXIT
032200     END-READ.
032300     SET HN-REVERSED TO TRUE.
032400     MOVE HV-AUDIT-DATE TO HN-REV-DATE.
032500     MOVE AU-TRAN-ID    TO HN-REV-TRAN-ID.
032600     REWRITE HN-HISTORY-RECORD
032700         INVALID KEY
032800             CONTINUE
032900     END-REWRITE.
033000     ADD 1 TO HV-MARKED-COUNT.
033100 2200-EXIT.
033200     EXIT.
033300******************************************************************
033400*    2900-WRITE-AUDIT-LINE -- LIST ONE AUDIT RECORD WITH THE     *
033500*    DIFFERENCE FOUND FOR IT                                     *
033600******************************************************************
033700 2900-WRITE-AUDIT-LINE.
033800     MOVE SPACES TO SR-REPORT-LINE.
033900     STRING HV-DIFF-TEXT   DELIMITED BY SIZE
034000         ' '               DELIMITED BY SIZE
034100         AU-TRAN-ID        DELIMITED BY SIZE
034200         ' AUDITED '       DELIMITED BY SIZE
034300         HV-AUDIT-DATE     DELIMITED BY SIZE
034400         INTO SR-REPORT-LINE.
034500     WRITE SR-REPORT-LINE.
034600 2900-EXIT.
034700     EXIT.
034800******************************************************************
034900*    3000-CHECK-AUDITED-IDS -- PASS THE IMAGE IN KEY ORDER:      *
035000*    EVERY AUDITED ID MUST BE ON HISTFILE WITH THE SAME          *
035100*    REVERSAL STATUS                                             *
035200******************************************************************
035300 3000-CHECK-AUDITED-IDS.
035400     OPEN INPUT HISTFILE.
035500     IF NOT HV-HISTFILE-OK
035600         MOVE SPACES TO SR-REPORT-LINE
035700         STRING '*** HISTFILE COULD NOT BE OPENED - '
035800             DELIMITED BY SIZE
035900             'NOT VERIFIED ***' DELIMITED BY SIZE
036000             INTO SR-REPORT-LINE
036100         WRITE SR-REPORT-LINE
036200         MOVE 8 TO RETURN-CODE
036300         GO TO 3000-EXIT.
036400     SET HV-HISTFILE-OPEN TO TRUE.
036500     MOVE SPACES TO SR-REPORT-LINE.
036600     STRING 'AUDITED POSTINGS NOT MATCHED ON HISTFILE'
036700         DELIMITED BY SIZE INTO SR-REPORT-LINE.
036800     WRITE SR-REPORT-LINE.
036900     MOVE LOW-VALUES TO HN-TRAN-ID.
037000     START HISTNEW KEY NOT < HN-TRAN-ID
037100         INVALID KEY
037200             CONTINUE
037300     END-START.
037400     IF HV-HISTNEW-OK
037500         PERFORM 3100-CHECK-ONE-AUDITED THRU 3100-EXIT
037600             UNTIL HV-HISTNEW-STATUS NOT = '00'
037700     END-IF.
037800     IF HV-MISSING-COUNT = ZERO AND HV-STATUS-DIFF-COUNT = ZERO
037900         MOVE SPACES TO SR-REPORT-LINE
038000         STRING 'NONE' DELIMITED BY SIZE INTO SR-REPORT-LINE
038100         WRITE SR-REPORT-LINE
038200     END-IF.
038300 3000-EXIT.
038400     EXIT.
038500******************************************************************
038600*    3100-CHECK-ONE-AUDITED -- ONE IMAGE ENTRY: LOOK IT UP ON    *
038700*    HISTFILE BY ID                                              *
038800******************************************************************
038900 3100-CHECK-ONE-AUDITED.
039000     READ HISTNEW NEXT
039100         AT END
039200             GO TO 3100-EXIT
039300     END-READ.
039400     IF NOT HV-HISTNEW-OK
039500         GO TO 3100-EXIT.
039600     MOVE HN-TRAN-ID TO HI-TRAN-ID.
039700     READ HISTFILE
039800         INVALID KEY
039900             CONTINUE
040000     END-READ.
040100     IF NOT HV-HISTFILE-OK
040200         ADD 1 TO HV-MISSING-COUNT
040300         MOVE 'POSTED, NOT ON HISTFILE' TO HV-DIFF-TEXT
040400         PERFORM 3900-WRITE-IMAGE-LINE THRU 3900-EXIT
040500         GO TO 3100-EXIT.
040600     IF HI-REV-STATUS NOT = HN-REV-STATUS
040700         ADD 1 TO HV-STATUS-DIFF-COUNT
040800         MOVE 'REVERSAL STATUS DIFFERS' TO HV-DIFF-TEXT
040900         PERFORM 3900-WRITE-IMAGE-LINE THRU 3900-EXIT
041000     END-IF.
041100 3100-EXIT.
041200     EXIT.
041300******************************************************************
041400*    3900-WRITE-IMAGE-LINE -- LIST ONE IMAGE ENTRY WITH THE      *
041500*    DIFFERENCE FOUND FOR IT                                     *
041600******************************************************************
041700 3900-WRITE-IMAGE-LINE.
041800     MOVE SPACES TO SR-REPORT-LINE.
041900     STRING HV-DIFF-TEXT   DELIMITED BY SIZE
042000         ' '               DELIMITED BY SIZE
042100         HN-TRAN-ID        DELIMITED BY SIZE
042200         ' AUDITED '       DELIMITED BY SIZE
042300         HN-PROC-DATE      DELIMITED BY SIZE
042400         ' '               DELIMITED BY SIZE
042500         HN-ENTRY-TYPE     DELIMITED BY SIZE
042600         INTO SR-REPORT-LINE.
042700     WRITE SR-REPORT-LINE.
042800 3900-EXIT.
042900     EXIT.
043000******************************************************************
043100*    4000-CHECK-HISTORY-IDS -- PASS HISTFILE IN KEY ORDER:       *
043200*    EVERY ENTRY PROCESSED INSIDE THE WINDOW MUST HAVE AN AUDIT  *
043300*    RECORD. AN ENTRY OLDER THAN THE WINDOW IS AWAITING THE      *
043400*    NEXT PURGE AND IS NOT CHECKED                               *
043500******************************************************************
043600 4000-CHECK-HISTORY-IDS.
043700     IF NOT HV-HISTFILE-OPEN
043800         GO TO 4000-EXIT.
043900     MOVE SPACES TO SR-REPORT-LINE.
044000     STRING 'HISTFILE ENTRIES WITH NO AUDIT RECORD'
044100         DELIMITED BY SIZE INTO SR-REPORT-LINE.
044200     WRITE SR-REPORT-LINE.
044300     MOVE LOW-VALUES TO HI-TRAN-ID.
044400     START HISTFILE KEY NOT < HI-TRAN-ID
044500         INVALID KEY
044600             CONTINUE
044700     END-START.
044800     IF HV-HISTFILE-OK
044900         PERFORM 4100-CHECK-ONE-HISTORY THRU 4100-EXIT
045000             UNTIL HV-HISTFILE-STATUS NOT = '00'
045100     END-IF.
045200     IF HV-UNAUDITED-COUNT = ZERO
045300         MOVE SPACES TO SR-REPORT-LINE
045400         STRING 'NONE' DELIMITED BY SIZE INTO SR-REPORT-LINE
045500         WRITE SR-REPORT-LINE
045600     END-IF.
045700 4000-EXIT.
045800     EXIT.
045900******************************************************************
046000*    4100-CHECK-ONE-HISTORY -- ONE HISTFILE ENTRY: LOOK IT UP    *
046100*    IN THE IMAGE BY ID                                          *
046200******************************************************************
046300 4100-CHECK-ONE-HISTORY.
046400     READ HISTFILE NEXT
046500         AT END
046600             GO TO 4100-EXIT
046700     END-READ.
046800     IF NOT HV-HISTFILE-OK
046900         GO TO 4100-EXIT.
047000     ADD 1 TO HV-HIST-READ-COUNT.
047100     IF HI-PROC-DATE < HV-CUTOFF-DATE
047200         ADD 1 TO HV-HIST-OLD-COUNT
047300         GO TO 4100-EXIT.
047400     MOVE HI-TRAN-ID TO HN-TRAN-ID.
047500     READ HISTNEW
047600         INVALID KEY
047700             CONTINUE
047800     END-READ.
047900     IF NOT HV-HISTNEW-OK
048000         ADD 1 TO HV-UNAUDITED-COUNT
048100         MOVE SPACES TO SR-REPORT-LINE
048200         STRING 'ON HISTFILE, NO AUDIT RECORD ' DELIMITED BY SIZE
048300             HI-TRAN-ID        DELIMITED BY SIZE
048400             ' PROCESSED '     DELIMITED BY SIZE
048500             HI-PROC-DATE      DELIMITED BY SIZE
048600             ' '               DELIMITED BY SIZE
048700             HI-ENTRY-TYPE     DELIMITED BY SIZE
048800             INTO SR-REPORT-LINE
048900         WRITE SR-REPORT-LINE
049000     END-IF.
049100 4100-EXIT.
049200     EXIT.
049300******************************************************************
049400*    9000-TERMINATE -- WRITE THE RUN SUMMARY, SET THE RETURN     *
049500*    CODE AND CLOSE FILES                                        *
049600******************************************************************
049700 9000-TERMINATE.
049800     IF HV-CTL-LOADED
049900         PERFORM 9100-WRITE-RUN-SUMMARY THRU 9100-EXIT
050000     END-IF.
050100     IF HV-MISSING-COUNT > ZERO
050200             OR HV-STATUS-DIFF-COUNT > ZERO
050300             OR HV-UNAUDITED-COUNT > ZERO
050400         MOVE 8 TO RETURN-CODE
050500     END-IF.
050600     IF HV-DUP-COUNT > ZERO AND RETURN-CODE = ZERO
050700         MOVE 4 TO RETURN-CODE
050800     END-IF.
050900     IF HV-HISTFILE-OPEN
051000         CLOSE HISTFILE
051100     END-IF.
051200     IF HV-HISTNEW-OPEN
051300         CLOSE HISTNEW
051400     END-IF.
051500     CLOSE HISTRPT.
051600 9000-EXIT.
051700     EXIT.
051800******************************************************************
051900*    9100-WRITE-RUN-SUMMARY -- LOAD FIGURES FOR BOTH MODES AND   *
052000*    THE DIFFERENCE COUNTS AND VERDICT FOR A VERIFY RUN          *
052100******************************************************************
052200 9100-WRITE-RUN-SUMMARY.
052300     MOVE SPACES TO SR-REPORT-LINE.
052400     STRING 'AUDIT TRAIL LOAD SUMMARY' DELIMITED BY SIZE
052500         INTO SR-REPORT-LINE.
052600     WRITE SR-REPORT-LINE.
052700     MOVE HV-AUD-READ-COUNT TO HV-COUNT-ED.
052800     MOVE SPACES TO SR-REPORT-LINE.
052900     STRING 'AUDIT RECORDS READ:           ' DELIMITED BY SIZE
053000         HV-COUNT-ED DELIMITED BY SIZE
053100         INTO SR-REPORT-LINE.
053200     WRITE SR-REPORT-LINE.
053300     MOVE HV-AUD-OLD-COUNT TO HV-COUNT-ED.
053400     MOVE SPACES TO SR-REPORT-LINE.
053500     STRING 'BEFORE RETENTION WINDOW:      ' DELIMITED BY SIZE
053600         HV-COUNT-ED DELIMITED BY SIZE
053700         INTO SR-REPORT-LINE.
053800     WRITE SR-REPORT-LINE.
053900     MOVE HV-AUD-NOID-COUNT TO HV-COUNT-ED.
054000     MOVE SPACES TO SR-REPORT-LINE.
054100     STRING 'WITHOUT TRANSACTION ID:       ' DELIMITED BY SIZE
054200         HV-COUNT-ED DELIMITED BY SIZE
054300         INTO SR-REPORT-LINE.
054400     WRITE SR-REPORT-LINE.
054500     MOVE HV-LOAD-POST-COUNT TO HV-COUNT-ED.
054600     MOVE SPACES TO SR-REPORT-LINE.
054700     STRING 'POSTING ENTRIES LOADED:       ' DELIMITED BY SIZE
054800         HV-COUNT-ED DELIMITED BY SIZE
054900         INTO SR-REPORT-LINE.
055000     WRITE SR-REPORT-LINE.
055100     MOVE HV-LOAD-REV-COUNT TO HV-COUNT-ED.
055200     MOVE SPACES TO SR-REPORT-LINE.
055300     STRING 'REVERSAL ENTRIES LOADED:      ' DELIMITED BY SIZE
055400         HV-COUNT-ED DELIMITED BY SIZE
055500         INTO SR-REPORT-LINE.
055600     WRITE SR-REPORT-LINE.
055700     MOVE HV-MARKED-COUNT TO HV-COUNT-ED.
055800     MOVE SPACES TO SR-REPORT-LINE.
055900     STRING 'POSTINGS MARKED REVERSED:     ' DELIMITED BY SIZE
056000         HV-COUNT-ED DELIMITED BY SIZE
056100         INTO SR-REPORT-LINE.
056200     WRITE SR-REPORT-LINE.
056300     MOVE HV-DUP-COUNT TO HV-COUNT-ED.
056400     MOVE SPACES TO SR-REPORT-LINE.
056500     STRING 'DUPLICATE IDS NOT LOADED:     ' DELIMITED BY SIZE
056600         HV-COUNT-ED DELIMITED BY SIZE
056700         INTO SR-REPORT-LINE.
056800     WRITE SR-REPORT-LINE.
056900     IF NOT HV-MODE-VERIFY
057000         GO TO 9100-EXIT.
057100     MOVE SPACES TO SR-REPORT-LINE.
057200     STRING 'HISTFILE VERIFICATION SUMMARY' DELIMITED BY SIZE
057300         INTO SR-REPORT-LINE.
057400     WRITE SR-REPORT-LINE.
057500     MOVE HV-HIST-READ-COUNT TO HV-COUNT-ED.
057600     MOVE SPACES TO SR-REPORT-LINE.
057700     STRING 'HISTFILE ENTRIES READ:        ' DELIMITED BY SIZE
057800         HV-COUNT-ED DELIMITED BY SIZE
057900         INTO SR-REPORT-LINE.
058000     WRITE SR-REPORT-LINE.
058100     MOVE HV-HIST-OLD-COUNT TO HV-COUNT-ED.
058200     MOVE SPACES TO SR-REPORT-LINE.
058300     STRING 'AWAITING PURGE (NOT CHECKED): ' DELIMITED BY SIZE
058400         HV-COUNT-ED DELIMITED BY SIZE
058500         INTO SR-REPORT-LINE.
058600     WRITE SR-REPORT-LINE.
058700     MOVE HV-MISSING-COUNT TO HV-COUNT-ED.
058800     MOVE SPACES TO SR-REPORT-LINE.
058900     STRING 'POSTED, NOT ON HISTFILE:      ' DELIMITED BY SIZE
059000         HV-COUNT-ED DELIMITED BY SIZE
059100         INTO SR-REPORT-LINE.
059200     WRITE SR-REPORT-LINE.
059300     MOVE HV-STATUS-DIFF-COUNT TO HV-COUNT-ED.
059400     MOVE SPACES TO SR-REPORT-LINE.
059500     STRING 'REVERSAL STATUS DIFFERS:      ' DELIMITED BY SIZE
059600         HV-COUNT-ED DELIMITED BY SIZE
059700         INTO SR-REPORT-LINE.
059800     WRITE SR-REPORT-LINE.
059900     MOVE HV-UNAUDITED-COUNT TO HV-COUNT-ED.
060000     MOVE SPACES TO SR-REPORT-LINE.
060100     STRING 'ON HISTFILE, NO AUDIT RECORD: ' DELIMITED BY SIZE
060200         HV-COUNT-ED DELIMITED BY SIZE
060300         INTO SR-REPORT-LINE.
060400     WRITE SR-REPORT-LINE.
060500     MOVE SPACES TO SR-REPORT-LINE.
060600     IF HV-MISSING-COUNT = ZERO
060700             AND HV-STATUS-DIFF-COUNT = ZERO
060800             AND HV-UNAUDITED-COUNT = ZERO
060900             AND HV-HISTFILE-OPEN
061000         STRING 'HISTFILE AGREES WITH THE AUDIT TRAIL'
061100             DELIMITED BY SIZE INTO SR-REPORT-LINE
061200     ELSE
061300         STRING '*** HISTFILE DOES NOT AGREE WITH THE '
061400             DELIMITED BY SIZE
061500             'AUDIT TRAIL ***' DELIMITED BY SIZE
061600             INTO SR-REPORT-LINE
061700     END-IF.
061800     WRITE SR-REPORT-LINE.
061900 9100-EXIT.
062000     EXIT.
062100******************************************************************
062200*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
062300*    WITHOUT IT (OR WITH EVERY WEEKDAY A WEEKEND DAY) EVERY DAY  *
062400*    IS TREATED AS A BUSINESS DAY                                *
062500******************************************************************
062600 9600-LOAD-CALENDAR.
062700     MOVE SPACES TO HV-WEEKEND-DAYS.
062800     OPEN INPUT BUSCAL.
062900     IF NOT HV-BUSCAL-OK
063000         MOVE SPACES TO SR-REPORT-LINE
063100         STRING 'BUSCAL NOT SUPPLIED - '
063200             'EVERY DAY IS A BUSINESS DAY'
063300             DELIMITED BY SIZE INTO SR-REPORT-LINE
063400         WRITE SR-REPORT-LINE
063500         GO TO 9600-EXIT.
063600     MOVE 'N' TO HV-CAL-EOF-SWITCH.
063700     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
063800         UNTIL HV-CAL-AT-END.
063900     CLOSE BUSCAL.
064000     IF HV-WEEKEND-DAYS = 'YYYYYYY'
064100         MOVE SPACES TO SR-REPORT-LINE
064200         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
064300             'CALENDAR IGNORED ***'
064400             DELIMITED BY SIZE INTO SR-REPORT-LINE
064500         WRITE SR-REPORT-LINE
064600         MOVE 8 TO RETURN-CODE
064700         GO TO 9600-EXIT.
064800     SET HV-CALENDAR-LOADED TO TRUE.
064900     IF HV-HOL-TABLE-FULL
065000         MOVE SPACES TO SR-REPORT-LINE
065100         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
065200             DELIMITED BY SIZE INTO SR-REPORT-LINE
065300         WRITE SR-REPORT-LINE
065400         MOVE 8 TO RETURN-CODE
065500     END-IF.
065600 9600-EXIT.
065700     EXIT.
065800******************************************************************
065900*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
066000*    A HOLIDAY TO THE TABLE                                      *
066100******************************************************************
066200 9650-LOAD-ONE-ENTRY.
066300     READ BUSCAL
066400         AT END
066500             SET HV-CAL-AT-END TO TRUE
066600             GO TO 9650-EXIT
066700     END-READ.
066800     IF CA-WEEKEND-DAY
066900         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
067000             MOVE 'Y' TO HV-WEEKEND-FLAG (CA-WEEKDAY)
067100         END-IF
067200         GO TO 9650-EXIT.
067300     IF NOT CA-HOLIDAY
067400         GO TO 9650-EXIT.
067500     IF HV-HOL-USED NOT < 500
067600         SET HV-HOL-TABLE-FULL TO TRUE
067700         GO TO 9650-EXIT.
067800     ADD 1 TO HV-HOL-USED.
067900     SET HV-HOL-IDX TO HV-HOL-USED.
068000     COMPUTE HV-HOL-DATE-INT (HV-HOL-IDX) =
068100         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
068200 9650-EXIT.
068300     EXIT.
068400******************************************************************
068500*    9800-TEST-BUSINESS-DAY -- HV-TEST-INT (AN INTEGER DATE) IS  *
068600*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
068700*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
068800*    WAS A MONDAY                                                *
068900******************************************************************
069000 9800-TEST-BUSINESS-DAY.
069100     MOVE 'Y' TO HV-BUS-DAY-SW.
069200     IF NOT HV-CALENDAR-LOADED
069300         GO TO 9800-EXIT.
069400     DIVIDE HV-TEST-INT BY 7 GIVING HV-QUOTIENT
069500         REMAINDER HV-WEEKDAY.
069600     IF HV-WEEKDAY = ZERO
069700         MOVE 7 TO HV-WEEKDAY.
069800     IF HV-WEEKEND-FLAG (HV-WEEKDAY) = 'Y'
069900         MOVE 'N' TO HV-BUS-DAY-SW
070000         GO TO 9800-EXIT.
070100     IF HV-HOL-USED = ZERO
070200         GO TO 9800-EXIT.
070300     SET HV-HOL-IDX TO 1.
070400     SEARCH HV-HOL-ENTRY
070500         AT END
070600             CONTINUE
070700         WHEN HV-HOL-DATE-INT (HV-HOL-IDX) = HV-TEST-INT
070800             MOVE 'N' TO HV-BUS-DAY-SW
070900     END-SEARCH.
071000 9800-EXIT.
071100     EXIT.
