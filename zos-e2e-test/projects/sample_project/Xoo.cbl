010297*                  THE CONSOLIDATED CLSRPT RUNCONS BUILDS ON A
010298*                  SPLIT DAY SHOWS THE SAME AMOUNT COLUMN AS
010299*                  THE SINGLE-STREAM REPORT.
010300* 2026-10-15 RH    THE RUN IS NOW POSTED TO THE STEPLOG JOB-STEP
010302*                  LEDGER WITH ITS DATE, CYCLE, STREAM, RC AND
010304*                  COMPLETION TIME; THE STREAM IS THE REGION
010306*                  TRANSPLT STAMPS ON A SPLIT STREAM'S HEADER
010308*                  (SPACES FOR A WHOLE-DAY FILE). ONCE THE HEADER
010310*                  IS PROVED THE LEDGER MUST SHOW SUSPMRG (AND
010312*                  TRANSPLT FOR A SPLIT STREAM) COMPLETE FOR THE
010314*                  CYCLE AND THIS STREAM NOT ALREADY CLASSIFIED,
010316*                  OR THE RUN IS REFUSED RC 8 BEFORE ANY OUTPUT IS
010318*                  OPENED UNLESS A STEPOVR OPERATOR OVERRIDE CARD
010320*                  IS SUPPLIED.
010322* 2026-10-15 RH    A 'V' REVERSAL RECORD NAMING AN ORIGINAL
010324*                  TI-TRAN-ID IS VERIFIED AGAINST HISTFILE -- THE
010326*                  ORIGINAL MUST BE POSTED, INSIDE THE RETENTION
010328*                  WINDOW, NOT ALREADY REVERSED AND FOR THE SAME
010330*                  NUM1/NUM2 -- AND POSTED TO CLASSOUT AS A
010332*                  NEGATIVE 'V' ENTRY UNDER THE ORIGINAL'S CLASS1
010334*                  AND REGION. THE HISTORY ENTRY IS MARKED
010336*                  REVERSED AT THE NEXT CHECKPOINT. A REVERSAL
010338*                  FAILING A CHECK IS SUSPENDED WITH ITS OWN 'REV'
010340*                  REASON CODE. EVERY REVERSAL IS LISTED ON THE
010342*                  NEW REVRPT DAILY REVERSAL REGISTER AND THE
010344*                  COUNTS ARE CARRIED ON SUMRPT, RUNSTAT AND THE
010346*                  CHECKPOINT.
010348* 2026-10-15 RH    EACH AUDITOUT DECISION NOW ALSO CARRIES THE
010350*                  ORIGINATION DATE AND, FOR A POSTED REVERSAL,
010352*                  THE ID OF THE POSTING IT REVERSED, SO THE
010354*                  HISTVFY UTILITY CAN PROVE OR REBUILD HISTFILE
010356*                  FROM THE AUDIT TRAIL.
010358* 2026-10-15 RH    A FAIL-SCORE TRANSACTION WHOSE NUM1 IS OVER THE
010360*                  APRLMT LIMIT FOR ITS REGION AND CLASS1 IS HELD
010362*                  ON THE HOLDOUT PENDING-APPROVAL FILE FOR A
010364*                  DUAL-CONTROL DECISION BY HOLDAPR INSTEAD OF
010366*                  BEING POSTED. AN ITEM HOLDAPR APPROVED (ON
010368*                  APRREL, SAME ID AND NUM1) POSTS WHEN RECYCLED.
010370*                  HELD COUNT AND NUM1 AND APPROVED ITEMS POSTED
010372*                  ARE ON SUMRPT, RUNSTAT AND THE CHECKPOINT. NO
010374*                  APRLMT FILE HOLDS NOTHING; A LIMIT OR RELEASE
010376*                  TABLE OVERFLOW ENDS THE RUN RC 8.
010378* 2026-10-15 RH    THE HISTFILE RETENTION WINDOW IS NOW
010380*                  CN-HIST-RETAIN-DAYS BUSINESS DAYS ON THE
010382*                  BUSINESS CALENDAR (BUSCAL) RATHER THAN CALENDAR
010384*                  DAYS, FOR BOTH THE PURGE AND THE REVERSAL AGE
010386*                  CHECK. A RUN DATE THAT IS NOT A BUSINESS DAY IS
010388*                  REFUSED RC 4 BEFORE THE STEP LEDGER CHECK
010390*                  UNLESS A CALOVR CARD NAMES CONDITIONALS AND THE
010392*                  RUN DATE. WITHOUT BUSCAL THE WINDOW IS CALENDAR
010394*                  DAYS, AS BEFORE.
010395* 2026-10-15 RH    A STEPLOG OPEN FAILURE IS REPORTED, RC 8.
010396* 2026-10-15 RH    AN UNUSABLE BUSCAL NOW REFUSES THE RUN, RC 8.
010399*-----------------------------------------------------------------
010400 ENVIRONMENT DIVISION.
010500 CONFIGURATION SECTION.
010600 SOURCE-COMPUTER.   IBM-370.
013000         FILE STATUS IS CN-CLSMSTR-STATUS.
013100     SELECT CLS1ERR  ASSIGN TO CLS1ERR
013200         ORGANIZATION IS SEQUENTIAL.
013205     SELECT REVRPT   ASSIGN TO REVRPT
013210         ORGANIZATION IS SEQUENTIAL.
013215     SELECT APRLMT   ASSIGN TO APRLMT
013220         ORGANIZATION IS SEQUENTIAL
013225         FILE STATUS IS CN-APRLMT-STATUS.
013230     SELECT APRREL   ASSIGN TO APRREL
013235         ORGANIZATION IS SEQUENTIAL
013240         FILE STATUS IS CN-APRREL-STATUS.
013245     SELECT HOLDOUT  ASSIGN TO HOLDOUT
013250         ORGANIZATION IS SEQUENTIAL.
013300     SELECT RNGERR   ASSIGN TO RNGERR
013400         ORGANIZATION IS SEQUENTIAL.
013401     SELECT BUSCAL   ASSIGN TO BUSCAL
013402         ORGANIZATION IS SEQUENTIAL
013403         FILE STATUS IS CN-BUSCAL-STATUS.
013404     SELECT CALOVR   ASSIGN TO CALOVR
013405         ORGANIZATION IS SEQUENTIAL
013406         FILE STATUS IS CN-CALOVR-STATUS.
013410     SELECT SUSPOUT  ASSIGN TO SUSPOUT
013420         ORGANIZATION IS SEQUENTIAL.
013430     SELECT DUPOUT   ASSIGN TO DUPOUT
013490         FILE STATUS IS CN-HISTFILE-STATUS.
013491     SELECT RUNSTAT  ASSIGN TO RUNSTAT
013492         ORGANIZATION IS SEQUENTIAL.
013493     SELECT STEPLOG  ASSIGN TO STEPLOG
013494         ORGANIZATION IS SEQUENTIAL
013495         FILE STATUS IS CN-STEPLOG-STATUS.
013496     SELECT STEPOVR  ASSIGN TO STEPOVR
013497         ORGANIZATION IS SEQUENTIAL
013498         FILE STATUS IS CN-STEPOVR-STATUS.
013500 DATA DIVISION.
013600 FILE SECTION.
013700 FD  TRANIN
016600     RECORDING MODE IS F
016700     LABEL RECORDS ARE STANDARD.
016800     COPY THRSHREC.
016802 FD  APRLMT
016804     RECORDING MODE IS F
016806     LABEL RECORDS ARE STANDARD.
016808     COPY APRLMT.
016810 FD  APRREL
016812     RECORDING MODE IS F
016814     LABEL RECORDS ARE STANDARD.
016816     COPY HOLDREC
016818         REPLACING
016820             ==HD-HOLD-RECORD==     BY ==AR-HOLD-RECORD==
016822             ==HD-HOLD-KEY==        BY ==AR-HOLD-KEY==
016824             ==HD-HOLD-DATE==       BY ==AR-HOLD-DATE==
016826             ==HD-HOLD-SEQ==        BY ==AR-HOLD-SEQ==
016828             ==HD-CYCLE-NO==        BY ==AR-CYCLE-NO==
016830             ==HD-LIMIT-NUM1==      BY ==AR-LIMIT-NUM1==
016832             ==HD-ORIG-RECORD==     BY ==AR-ORIG-RECORD==
016834             ==HD-NUM1==            BY ==AR-NUM1==
016836             ==HD-NUM2==            BY ==AR-NUM2==
016838             ==HD-NUM3==            BY ==AR-NUM3==
016840             ==HD-NUM4==            BY ==AR-NUM4==
016842             ==HD-NEG-NUM==         BY ==AR-NEG-NUM==
016844             ==HD-CLASS1==          BY ==AR-CLASS1==
016846             ==HD-SCORE==           BY ==AR-SCORE==
016848             ==HD-REGION==          BY ==AR-REGION==
016850             ==HD-TRAN-ID==         BY ==AR-TRAN-ID==
016852             ==HD-ORIG-DATE==       BY ==AR-ORIG-DATE==.
016854 FD  HOLDOUT
016856     RECORDING MODE IS F
016858     LABEL RECORDS ARE STANDARD.
016860     COPY HOLDREC.
016862 FD  BUSCAL
016864     RECORDING MODE IS F
016866     LABEL RECORDS ARE STANDARD.
016868     COPY CALREC.
016870 FD  CALOVR
016872     RECORDING MODE IS F
016874     LABEL RECORDS ARE STANDARD.
016876     COPY CALOVR.
016878 FD  REVRPT
016880     RECORDING MODE IS F
016882     LABEL RECORDS ARE STANDARD.
016884     COPY REVLINE.
016900 FD  CLSMSTR
017100     LABEL RECORDS ARE STANDARD.
017200     COPY CLSMSTR.
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD.
018000     COPY RNGEREC.
018001 FD  STEPLOG
018002     RECORDING MODE IS F
018003     LABEL RECORDS ARE STANDARD.
018004     COPY STEPREC.
018005 FD  STEPOVR
018006     RECORDING MODE IS F
018007     LABEL RECORDS ARE STANDARD.
018008     COPY STEPOVR.
018010 FD  SUSPOUT
018020     RECORDING MODE IS F
018030     LABEL RECORDS ARE STANDARD.
020100 01  CN-PHYS-READ-COUNT          PIC 9(9)  COMP VALUE ZERO.
020200 01  CN-RUN-DATE                 PIC 9(08)           VALUE ZERO.
020205 01  CN-CYCLE-NO                 PIC 9(02)           VALUE 1.
020206 01  CN-STREAM-ID                PIC X(03)           VALUE SPACES.
020210******************************************************************
020220*    TRANIN HEADER/TRAILER INTEGRITY FIELDS
020230******************************************************************
021700 01  CN-LOW-THRESHOLD            PIC 9(5)  COMP VALUE 2.
021800 01  CN-MID-THRESHOLD            PIC 9(5)  COMP VALUE 19.
021900 01  CN-HIGH-THRESHOLD           PIC 9(5)  COMP VALUE 1000.
021902******************************************************************
021904*    DUAL-CONTROL APPROVAL HOLD -- THE APRLMT LIMITS BY REGION   *
021906*    AND CLASS1, THE ITEMS THE LAST HOLDAPR RUN APPROVED FOR     *
021908*    POSTING, AND THE HELD COUNT AND NUM1                        *
021910******************************************************************
021912 01  CN-APRLMT-STATUS            PIC X(02).
021914     88  CN-APRLMT-OK                       VALUE '00'.
021916 01  CN-APRREL-STATUS            PIC X(02).
021918     88  CN-APRREL-OK                       VALUE '00'.
021920 01  CN-HOLD-SWITCHES.
021922     05  CN-LMT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021924         88  CN-LMT-AT-END                  VALUE 'Y'.
021926     05  CN-REL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
021928         88  CN-REL-AT-END                  VALUE 'Y'.
021930     05  CN-LIMIT-FOUND-SW       PIC X(01)  VALUE 'N'.
021932         88  CN-LIMIT-FOUND                 VALUE 'Y'.
021934     05  CN-APPR-FOUND-SW        PIC X(01)  VALUE 'N'.
021936         88  CN-APPR-FOUND                  VALUE 'Y'.
021938     05  CN-LIMIT-TBL-FULL-SW    PIC X(01)  VALUE 'N'.
021940         88  CN-LIMIT-TBL-FULL              VALUE 'Y'.
021942     05  CN-APPR-TBL-FULL-SW     PIC X(01)  VALUE 'N'.
021944         88  CN-APPR-TBL-FULL               VALUE 'Y'.
021946 01  CN-LIMIT-USED               PIC 9(4)  COMP VALUE ZERO.
021948 01  CN-LIMIT-TABLE.
021950     05  CN-LIMIT-ENTRY          OCCURS 1 TO 200 TIMES
021952                                 DEPENDING ON CN-LIMIT-USED
021954                                 INDEXED BY CN-LIMIT-IDX.
021956         10  CN-LIMIT-REGION     PIC X(03).
021958         10  CN-LIMIT-CLASS1     PIC X(9).
021960         10  CN-LIMIT-NUM1       PIC 9(09).
021962 01  CN-APPR-USED                PIC 9(4)  COMP VALUE ZERO.
021964 01  CN-APPR-TABLE.
021966     05  CN-APPR-ENTRY           OCCURS 1 TO 500 TIMES
021968                                 DEPENDING ON CN-APPR-USED
021970                                 INDEXED BY CN-APPR-IDX.
021972         10  CN-APPR-TRAN-ID     PIC X(12).
021974         10  CN-APPR-NUM1        PIC S9(9).
021976 01  CN-HOLD-LIMIT               PIC 9(09)       VALUE ZERO.
021978 01  CN-HOLD-COUNTS.
021980     05  CN-HELD-COUNT           PIC 9(7)  COMP VALUE ZERO.
021982     05  CN-APPR-POSTED-COUNT    PIC 9(7)  COMP VALUE ZERO.
021984 01  CN-HELD-NUM1-TOTAL          PIC 9(11) COMP-3 VALUE ZERO.
021986 01  CN-HELD-COUNT-ED            PIC ZZZZZZ9.
021988 01  CN-HELD-TOTAL-ED            PIC Z(10)9.
022000******************************************************************
022100*    CLASS1 CODE MASTER KEYED LOOKUP FIELDS
022200******************************************************************
022500     88  CN-CLSMSTR-NOT-FOUND               VALUE '23'.
022600 01  CN-CLSMSTR-AVAIL-SW         PIC X(01) VALUE 'N'.
022700     88  CN-CLSMSTR-AVAILABLE               VALUE 'Y'.
022710******************************************************************
022720*    BUSINESS CALENDAR -- STANDING WEEKEND DAYS (1 MONDAY THRU
022730*    7 SUNDAY) AND HOLIDAYS, AS INTEGER DATES
022740******************************************************************
022750 01  CN-CAL-SWITCHES.
022760     05  CN-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
022770         88  CN-CAL-AT-END                  VALUE 'Y'.
022780     05  CN-CAL-LOADED-SW        PIC X(01)  VALUE 'N'.
022790         88  CN-CALENDAR-LOADED             VALUE 'Y'.
022800     05  CN-BUS-DAY-SW           PIC X(01)  VALUE 'Y'.
022810         88  CN-BUSINESS-DAY                VALUE 'Y'.
022820     05  CN-HOL-FULL-SW          PIC X(01)  VALUE 'N'.
022830         88  CN-HOL-TABLE-FULL              VALUE 'Y'.
022840     05  CN-CALOVR-EOF-SWITCH    PIC X(01)  VALUE 'N'.
022850         88  CN-CALOVR-AT-END               VALUE 'Y'.
022860     05  CN-CALOVR-SW            PIC X(01)  VALUE 'N'.
022870         88  CN-CALOVR-GIVEN                VALUE 'Y'.
022872     05  CN-CAL-REFUSE-SW        PIC X(01)  VALUE 'N'.
022874         88  CN-CALENDAR-INCOMPLETE         VALUE 'Y'.
022880 01  CN-BUSCAL-STATUS            PIC X(02).
022890     88  CN-BUSCAL-OK                       VALUE '00'.
022900 01  CN-CALOVR-STATUS            PIC X(02).
022910     88  CN-CALOVR-OK                       VALUE '00'.
022920 01  CN-WEEKEND-DAYS.
022930     05  CN-WEEKEND-FLAG         PIC X(01)  OCCURS 7 TIMES.
022940 01  CN-HOL-USED                 PIC 9(4)  COMP VALUE ZERO.
022950 01  CN-HOL-TABLE.
022960     05  CN-HOL-ENTRY            OCCURS 1 TO 500 TIMES
022970                                 DEPENDING ON CN-HOL-USED
022980                                 INDEXED BY CN-HOL-IDX.
022990         10  CN-HOL-DATE-INT     PIC 9(9)  COMP.
023000 01  CN-TEST-INT                 PIC 9(9)  COMP VALUE ZERO.
023010 01  CN-QUOTIENT                 PIC 9(9)  COMP VALUE ZERO.
023020 01  CN-WEEKDAY                  PIC 9(1)  COMP VALUE ZERO.
023030 01  CN-CALOVR-OPERATOR          PIC X(08)  VALUE SPACES.
023040 01  CN-CALOVR-REASON            PIC X(40)  VALUE SPACES.
023050 01  CN-HIST-DAYS-BACK           PIC 9(3)  COMP VALUE ZERO.
023410******************************************************************
023420*    SUSPENSE/RECYCLE FILE FIELDS
023430******************************************************************
023482                                 INDEXED BY CN-PEND-IDX.
023483         10  CN-PEND-TRAN-ID     PIC X(12).
023484         10  CN-PEND-ORIG-DATE   PIC 9(08).
023485         10  CN-PEND-ENTRY-TYPE  PIC X(01).
023486             88  CN-PEND-REVERSAL              VALUE 'V'.
023487         10  CN-PEND-CLASS1      PIC X(9).
023488         10  CN-PEND-REGION      PIC X(03).
023489         10  CN-PEND-NUM1        PIC S9(9).
023490         10  CN-PEND-NUM2        PIC S9(9).
023491         10  CN-PEND-REV-OF-ID   PIC X(12).
023492 01  CN-HIST-ENTRY-TYPE          PIC X(01)       VALUE 'P'.
023493     88  CN-HIST-POSTING                    VALUE 'P'.
023494     88  CN-HIST-REVERSAL                   VALUE 'V'.
023495******************************************************************
023496*    REVERSAL VERIFICATION -- THE ORIGINAL POSTING A REVERSAL    *
023497*    NAMES, AS FOUND PENDING OR ON HISTFILE, AND THE FIGURES     *
023498*    FOR THE DAILY REVERSAL REGISTER                             *
023499******************************************************************
023500 01  CN-REV-ORIG-ID              PIC X(12)       VALUE SPACES.
023501 01  CN-REV-FOUND-SW             PIC X(01)       VALUE 'N'.
023502     88  CN-REV-ORIG-FOUND                  VALUE 'Y'.
023503 01  CN-REV-DONE-SW              PIC X(01)       VALUE 'N'.
023504     88  CN-REV-ALREADY-DONE                VALUE 'Y'.
023505 01  CN-REV-ORIG-TYPE            PIC X(01)       VALUE SPACE.
023506     88  CN-REV-ORIG-POSTED                 VALUE 'P'.
023507 01  CN-REV-ORIG-PROC-DATE       PIC 9(08)       VALUE ZERO.
023508 01  CN-REV-ORIG-CLASS1          PIC X(9)        VALUE SPACES.
023509 01  CN-REV-ORIG-REGION          PIC X(03)       VALUE SPACES.
023510 01  CN-REV-ORIG-NUM1            PIC S9(9)       VALUE ZERO.
023511 01  CN-REV-ORIG-NUM2            PIC S9(9)       VALUE ZERO.
023512 01  CN-REV-COUNTS.
023513     05  CN-REV-POSTED-COUNT     PIC 9(7)  COMP VALUE ZERO.
023514     05  CN-SUSP-REV-COUNT       PIC 9(7)  COMP VALUE ZERO.
023515 01  CN-REV-NUM1-TOTAL           PIC 9(11) COMP-3 VALUE ZERO.
023516 01  CN-REV-COUNT-ED             PIC ZZZZZZ9.
023517 01  CN-REV-NUM1-ED              PIC Z(8)9.
023518 01  CN-REV-AMT-ED               PIC Z(8)9-.
023538 01  CN-REV-TOTAL-ED             PIC Z(10)9.
023558******************************************************************
023600*    ACCUMULATORS FOR THE DAILY PASS/FAIL SUMMARY REPORT
023700******************************************************************
023800 01  CN-COUNTERS.
028300 01  CHECK-VAL                   PIC 9(3).
028400     88  PASS                    VALUES ARE 041 THRU 100.
028500     88  FAIL                    VALUES ARE 000 THRU 040.
028502******************************************************************
028504*    JOB-STEP COMPLETION LEDGER -- THE STATE STEPLOG SHOWS FOR   *
028506*    THIS STEP AND ITS PREDECESSORS ON THE RUN DATE AND CYCLE,   *
028508*    AND ANY OPERATOR OVERRIDE CARD SUPPLIED FOR THE RERUN       *
028510******************************************************************
028512 01  CN-STEPLOG-STATUS           PIC X(02).
028514     88  CN-STEPLOG-OK                      VALUE '00'.
028516 01  CN-STEPOVR-STATUS           PIC X(02).
028518     88  CN-STEPOVR-OK                      VALUE '00'.
028520 01  CN-LEDGER-SWITCHES.
028522     05  CN-LOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
028524         88  CN-LOG-AT-END                  VALUE 'Y'.
028526     05  CN-OVR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
028528         88  CN-OVR-AT-END                  VALUE 'Y'.
028530     05  CN-OVERRIDE-SW          PIC X(01)  VALUE 'N'.
028532         88  CN-OVERRIDE-GIVEN              VALUE 'Y'.
028534     05  CN-CHECK-FAIL-SW        PIC X(01)  VALUE 'N'.
028536         88  CN-CHECK-FAILED                VALUE 'Y'.
028538     05  CN-REFUSED-SW           PIC X(01)  VALUE 'N'.
028540         88  CN-STEP-REFUSED                VALUE 'Y'.
028542 01  CN-STEP-NAME                PIC X(12)  VALUE 'CONDITIONALS'.
028544 01  CN-SELF-STATE               PIC X(01)  VALUE SPACE.
028546     88  CN-SELF-COMPLETE                   VALUE 'C'.
028548 01  CN-SUSPMRG-STATE            PIC X(01)  VALUE SPACE.
028550     88  CN-SUSPMRG-COMPLETE                VALUE 'C'.
028552     88  CN-SUSPMRG-FAILED                  VALUE 'F'.
028554 01  CN-TRANSPLT-STATE           PIC X(01)  VALUE SPACE.
028556     88  CN-TRANSPLT-COMPLETE               VALUE 'C'.
028558     88  CN-TRANSPLT-FAILED                 VALUE 'F'.
028560 01  CN-CHECK-STEP               PIC X(12)  VALUE SPACES.
028562 01  CN-CHECK-STATE              PIC X(01)  VALUE SPACE.
028564 01  CN-CHECK-TEXT               PIC X(20)  VALUE SPACES.
028566 01  CN-OVR-OPERATOR             PIC X(08)  VALUE SPACES.
028568 01  CN-OVR-REASON               PIC X(40)  VALUE SPACES.
028570 01  CN-END-DATE                 PIC 9(08)  VALUE ZERO.
028572 01  CN-END-TIME                 PIC 9(08)  VALUE ZERO.
028574 01  CN-LEDGER-CHECK-SW          PIC X(01)  VALUE 'N'.
028576     88  CN-LEDGER-CHECKED                  VALUE 'Y'.
028600 PROCEDURE DIVISION.
028700******************************************************************
028800*    0000-MAINLINE                                               *
028900******************************************************************
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029120     IF CN-STEP-REFUSED
029140         CLOSE TRANIN
029160         CLOSE SUMRPT
029180         STOP RUN.
029200     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
029300         UNTIL END-OF-FILE.
029400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029500     STOP RUN.
029600******************************************************************
029620*    1000-INITIALIZE -- OPEN THE DAY FILE AND THE SUMMARY        *
029640*    REPORT AND PROVE THE HEADER; A PROVED HEADER ON A BUSINESS  *
029660*    DAY (OR ONE A CALOVR CARD ALLOWS) GIVES THE RUN ITS CYCLE   *
029680*    AND STREAM FOR THE STEP LEDGER CHECK, AND A REFUSED RUN     *
029700*    OPENS NOTHING ELSE. OTHERWISE OPEN THE REMAINING FILES AND  *
029720*    PRIME THE READ                                              *
029800******************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT CN-RUN-DATE FROM DATE YYYYMMDD.
030100     OPEN INPUT  TRANIN.
030200     OPEN OUTPUT SUMRPT.
030210     PERFORM 1100-READ-TRANIN THRU 1100-EXIT.
030214     PERFORM 1010-VERIFY-HEADER THRU 1010-EXIT.
030218     PERFORM 9600-LOAD-CALENDAR THRU 9600-EXIT.
030222     IF CN-CALENDAR-INCOMPLETE
030226         MOVE SPACES TO SR-REPORT-LINE
030230         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
030234             DELIMITED BY SIZE INTO SR-REPORT-LINE
030238         WRITE SR-REPORT-LINE
030242         SET CN-STEP-REFUSED TO TRUE
030246         GO TO 1000-EXIT.
030250     IF NOT CN-FILE-REJECTED
030254         MOVE TI-HDR-STREAM-ID TO CN-STREAM-ID
030258         PERFORM 9700-CHECK-RUN-DATE THRU 9700-EXIT
030262     END-IF.
030266     IF NOT CN-FILE-REJECTED AND NOT CN-STEP-REFUSED
030270         PERFORM 9500-CHECK-STEP-LEDGER THRU 9500-EXIT
030274         SET CN-LEDGER-CHECKED TO TRUE
030278     END-IF.
030282     IF CN-STEP-REFUSED
030286         GO TO 1000-EXIT.
030300     OPEN OUTPUT CLASSOUT.
030320     OPEN OUTPUT REVRPT.
030340     PERFORM 1095-START-REV-REGISTER THRU 1095-EXIT.
030400     OPEN OUTPUT CLSRPT.
030500     OPEN OUTPUT EXCPOUT.
030600     OPEN OUTPUT AUDITOUT.
030700     PERFORM 1080-READ-THRESHOLDS THRU 1080-EXIT.
030720     PERFORM 1081-LOAD-HOLD-LIMITS THRU 1081-EXIT.
030740     PERFORM 1083-LOAD-RELEASES THRU 1083-EXIT.
030800     OPEN OUTPUT CLS1ERR.
030900     OPEN OUTPUT RNGERR.
030910     OPEN OUTPUT SUSPOUT.
030915     OPEN OUTPUT HOLDOUT.
030920     OPEN OUTPUT DUPOUT.
031000     PERFORM 1090-OPEN-CLASS-MASTER THRU 1090-EXIT.
031001     PERFORM 1085-OPEN-HISTORY THRU 1085-EXIT.
031030     IF NOT CN-FILE-REJECTED
031100         PERFORM 1050-CHECK-RESTART THRU 1050-EXIT
031200         PERFORM 1060-SKIP-TO-CHECKPOINT THRU 1060-EXIT
033810                 MOVE RC-DETAIL-READ-COUNT
033820                     TO CN-DETAIL-READ-COUNT
033830                 MOVE RC-HASH-ACCUM       TO CN-HASH-ACCUM
033840                 MOVE RC-REV-POSTED-COUNT TO CN-REV-POSTED-COUNT
033850                 MOVE RC-REV-NUM1-TOTAL   TO CN-REV-NUM1-TOTAL
033860                 MOVE RC-SUSP-REVERSAL    TO CN-SUSP-REV-COUNT
033865                 MOVE RC-HELD-COUNT       TO CN-HELD-COUNT
033870                 MOVE RC-HELD-NUM1        TO CN-HELD-NUM1-TOTAL
033875                 MOVE RC-APPR-POSTED-COUNT
033880                     TO CN-APPR-POSTED-COUNT
033900                 MOVE RC-EXPECTED-TOTAL   TO CN-EXPECTED-TOTAL
034000                 MOVE RC-CLASS-USED       TO CN-CLASS-USED
034100                 PERFORM 1055-RESTORE-CLASS-ENTRY THRU 1055-EXIT
040774******************************************************************
040775*    1086-PURGE-HISTORY -- DELETE HISTORY ENTRIES PROCESSED      *
040776*    BEFORE THE RETENTION CUTOFF SO THE FILE SPANS ONLY THE      *
040777*    LAST CN-HIST-RETAIN-DAYS BUSINESS DAYS                      *
040778******************************************************************
040779 1086-PURGE-HISTORY.
040780     PERFORM 1088-FIND-CUTOFF-DAY THRU 1088-EXIT.
040783     COMPUTE CN-HIST-CUTOFF =
040784         FUNCTION DATE-OF-INTEGER (CN-HIST-WORK-INT).
040785     MOVE LOW-VALUES TO HI-TRAN-ID.
041800     END-IF.
042000 1090-EXIT.
042100     EXIT.
042150******************************************************************
042200*    1095-START-REV-REGISTER -- HEAD THE DAILY REVERSAL REGISTER *
042250*    WITH THE RUN DATE AND CYCLE AND ITS COLUMN CAPTIONS         *
042300******************************************************************
042350 1095-START-REV-REGISTER.
042400     MOVE SPACES TO RV-REPORT-LINE.
042450     STRING 'DAILY REVERSAL REGISTER - RUN DATE '
042460         DELIMITED BY SIZE
042500         CN-RUN-DATE   DELIMITED BY SIZE
042550         ' CYCLE '     DELIMITED BY SIZE
042600         CN-CYCLE-NO   DELIMITED BY SIZE
042650         INTO RV-REPORT-LINE.
042700     WRITE RV-REPORT-LINE.
042750     MOVE SPACES TO RV-REPORT-LINE.
042800     STRING '---------------- ORIGINAL ----------------'
042850         DELIMITED BY SIZE
042900         '   ---------- REVERSAL ----------' DELIMITED BY SIZE
042950         INTO RV-REPORT-LINE.
043000     WRITE RV-REPORT-LINE.
043050     MOVE SPACES TO RV-REPORT-LINE.
043100     STRING 'TRAN-ID      POSTED   RGN CLASS1         NUM1'
043150         DELIMITED BY SIZE
043200         ' | TRAN-ID      ORIG DT   REVERSED' DELIMITED BY SIZE
043250         INTO RV-REPORT-LINE.
043300     WRITE RV-REPORT-LINE.
043350 1095-EXIT.
043400     EXIT.
043402******************************************************************
043404*    1081-LOAD-HOLD-LIMITS -- LOAD THE APPROVAL-HOLD LIMITS BY   *
043406*    REGION AND CLASS1 FROM APRLMT, IF CREDIT RISK SUPPLIED THE  *
043408*    FILE FOR THIS RUN; WITHOUT IT NOTHING IS HELD               *
043410******************************************************************
043412 1081-LOAD-HOLD-LIMITS.
043414     OPEN INPUT APRLMT.
043416     IF NOT CN-APRLMT-OK
043418         GO TO 1081-EXIT.
043420     PERFORM 1082-LOAD-ONE-LIMIT THRU 1082-EXIT
043422         UNTIL CN-LMT-AT-END.
043424     CLOSE APRLMT.
043426 1081-EXIT.
043428     EXIT.
043430******************************************************************
043432*    1082-LOAD-ONE-LIMIT -- ADD ONE REGION/CLASS1 LIMIT TO THE   *
043434*    TABLE                                                       *
043436******************************************************************
043438 1082-LOAD-ONE-LIMIT.
043440     READ APRLMT
043442         AT END
043444             SET CN-LMT-AT-END TO TRUE
043446             GO TO 1082-EXIT
043448     END-READ.
043450     IF CN-LIMIT-USED < 200
043452         ADD 1 TO CN-LIMIT-USED
043454         SET CN-LIMIT-IDX TO CN-LIMIT-USED
043456         MOVE AL-REGION     TO CN-LIMIT-REGION (CN-LIMIT-IDX)
043458         MOVE AL-CLASS1     TO CN-LIMIT-CLASS1 (CN-LIMIT-IDX)
043460         MOVE AL-LIMIT-NUM1 TO CN-LIMIT-NUM1 (CN-LIMIT-IDX)
043462     ELSE
043464         IF NOT CN-LIMIT-TBL-FULL
043466             SET CN-LIMIT-TBL-FULL TO TRUE
043468             MOVE SPACES TO SR-REPORT-LINE
043470             STRING '*** APRLMT TABLE FULL - LIMITS'
043472                 ' TRUNCATED ***' DELIMITED BY SIZE
043474                 INTO SR-REPORT-LINE
043476             WRITE SR-REPORT-LINE
043478         END-IF
043480     END-IF.
043482 1082-EXIT.
043484     EXIT.
043486******************************************************************
043488*    1083-LOAD-RELEASES -- LOAD THE ITEMS THE LAST HOLDAPR RUN   *
043490*    APPROVED (APRREL), SO EACH IS POSTED INSTEAD OF HELD AGAIN  *
043492*    WHEN SUSPMRG RECYCLES IT                                    *
043494******************************************************************
043496 1083-LOAD-RELEASES.
043498     OPEN INPUT APRREL.
043500     IF NOT CN-APRREL-OK
043502         GO TO 1083-EXIT.
043504     PERFORM 1084-LOAD-ONE-RELEASE THRU 1084-EXIT
043506         UNTIL CN-REL-AT-END.
043508     CLOSE APRREL.
043510 1083-EXIT.
043512     EXIT.
043514******************************************************************
043516*    1084-LOAD-ONE-RELEASE -- ADD ONE APPROVED ITEM'S ID AND     *
043518*    NUM1 TO THE TABLE                                           *
043520******************************************************************
043522 1084-LOAD-ONE-RELEASE.
043524     READ APRREL
043526         AT END
043528             SET CN-REL-AT-END TO TRUE
043530             GO TO 1084-EXIT
043532     END-READ.
043534     IF CN-APPR-USED < 500
043536         ADD 1 TO CN-APPR-USED
043538         SET CN-APPR-IDX TO CN-APPR-USED
043540         MOVE AR-TRAN-ID TO CN-APPR-TRAN-ID (CN-APPR-IDX)
043542         MOVE AR-NUM1    TO CN-APPR-NUM1 (CN-APPR-IDX)
043544     ELSE
043546         IF NOT CN-APPR-TBL-FULL
043548             SET CN-APPR-TBL-FULL TO TRUE
043550             MOVE SPACES TO SR-REPORT-LINE
043552             STRING '*** APRREL TABLE FULL - RELEASES'
043554                 ' TRUNCATED ***' DELIMITED BY SIZE
043556                 INTO SR-REPORT-LINE
043558             WRITE SR-REPORT-LINE
043560         END-IF
043562     END-IF.
043564 1084-EXIT.
043566     EXIT.
043567******************************************************************
043568*    1088-FIND-CUTOFF-DAY -- THE RETENTION CUTOFF IS             *
043569*    CN-HIST-RETAIN-DAYS BUSINESS DAYS BEFORE THE RUN DATE, OR   *
043570*    CALENDAR DAYS WHEN THE BUSINESS CALENDAR IS NOT SUPPLIED    *
043571******************************************************************
043572 1088-FIND-CUTOFF-DAY.
043573     COMPUTE CN-HIST-WORK-INT =
043574         FUNCTION INTEGER-OF-DATE (CN-RUN-DATE).
043575     IF NOT CN-CALENDAR-LOADED
043576         SUBTRACT CN-HIST-RETAIN-DAYS FROM CN-HIST-WORK-INT
043577         GO TO 1088-EXIT.
043578     MOVE ZERO TO CN-HIST-DAYS-BACK.
043579     PERFORM 1089-STEP-BACK-ONE-DAY THRU 1089-EXIT
043580         UNTIL CN-HIST-DAYS-BACK NOT < CN-HIST-RETAIN-DAYS.
043581 1088-EXIT.
043582     EXIT.
043583******************************************************************
043584*    1089-STEP-BACK-ONE-DAY -- ONE DAY EARLIER, COUNTED WHEN IT  *
043585*    IS A BUSINESS DAY                                           *
043586******************************************************************
043587 1089-STEP-BACK-ONE-DAY.
043588     SUBTRACT 1 FROM CN-HIST-WORK-INT.
043589     MOVE CN-HIST-WORK-INT TO CN-TEST-INT.
043590     PERFORM 9850-TEST-BUSINESS-DAY THRU 9850-EXIT.
043591     IF CN-BUSINESS-DAY
043592         ADD 1 TO CN-HIST-DAYS-BACK.
043593 1089-EXIT.
043594     EXIT.
043600******************************************************************
043700*    1100-READ-TRANIN -- READ ONE TRANSACTION RECORD             *
043800******************************************************************
045110     EVALUATE TRUE
045120         WHEN TI-DETAIL-REC
045130             PERFORM 2100-PROCESS-DETAIL THRU 2100-EXIT
045132         WHEN TI-REVERSAL-REC
045134             PERFORM 2800-PROCESS-REVERSAL THRU 2800-EXIT
045140         WHEN TI-TRAILER-REC
045150             PERFORM 2050-CAPTURE-TRAILER THRU 2050-EXIT
045160         WHEN OTHER
045810     MOVE TI-REGION  TO CN-REGION.
045820     MOVE TI-TRAN-ID   TO CN-TRAN-ID.
045830     MOVE TI-ORIG-DATE TO CN-ORIG-DATE.
045840     MOVE SPACES       TO CN-REV-ORIG-ID.
045900     PERFORM 2150-VALIDATE-RECORD THRU 2150-EXIT.
046000     IF NOT CN-RECORD-REJECTED
046100         ADD 1 TO CN-REC-COUNT
048700                 PERFORM 2600-WRITE-RNGERR THRU 2600-EXIT
048800         END-EVALUATE
048900         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
048905         SET CN-HIST-POSTING TO TRUE
048910         PERFORM 2750-NOTE-PROCESSED-ID THRU 2750-EXIT
049000     END-IF.
049300 2100-EXIT.
049400     EXIT.
049403******************************************************************
049406*    2800-PROCESS-REVERSAL -- VERIFY ONE REVERSAL AGAINST THE    *
049409*    POSTING IT NAMES AND EITHER POST IT OR SUSPEND IT. IT IS    *
049412*    COUNTED AND HASHED LIKE A DETAIL FOR THE TRAILER PROOF, AND *
049415*    A RETRANSMITTED REVERSAL IS A DUPLICATE LIKE ANY OTHER      *
049418******************************************************************
049421 2800-PROCESS-REVERSAL.
049424     ADD 1       TO CN-DETAIL-READ-COUNT.
049427     ADD TI-NUM1 TO CN-HASH-ACCUM.
049430     MOVE TI-NUM1      TO NUM1.
049433     MOVE TI-NUM2      TO NUM2.
049436     MOVE TI-CLASS1    TO CLASS1.
049439     MOVE TI-REGION    TO CN-REGION.
049442     MOVE TI-TRAN-ID   TO CN-TRAN-ID.
049445     MOVE TI-ORIG-DATE TO CN-ORIG-DATE.
049448     MOVE TI-REV-ORIG-TRAN-ID TO CN-REV-ORIG-ID.
049451     MOVE 'N' TO CN-REJECT-SWITCH.
049454     PERFORM 2140-CHECK-DUPLICATE THRU 2140-EXIT.
049457     IF CN-RECORD-REJECTED
049460         GO TO 2800-EXIT
049463     END-IF.
049466     MOVE SPACES TO CN-SUSP-REASON.
049469     PERFORM 2810-VERIFY-ORIGINAL THRU 2810-EXIT.
049472     IF CN-SUSP-REASON = SPACES
049475         PERFORM 2820-POST-REVERSAL THRU 2820-EXIT
049478     ELSE
049481         PERFORM 2830-SUSPEND-REVERSAL THRU 2830-EXIT
049484     END-IF.
049487 2800-EXIT.
049490     EXIT.
049500******************************************************************
049600*    2150-VALIDATE-RECORD -- ROUTE NEGATIVE VALUES TO SUSPENSE   *
049700******************************************************************
051100     IF NOT CN-RECORD-REJECTED
051200         PERFORM 2170-VALIDATE-CLASS1 THRU 2170-EXIT
051300     END-IF.
051320     IF NOT CN-RECORD-REJECTED
051340         PERFORM 2180-CHECK-APPROVAL-HOLD THRU 2180-EXIT
051360     END-IF.
051400 2150-EXIT.
051500     EXIT.
051510******************************************************************
053600                 INTO CE-ERROR-LINE
053700             WRITE CE-ERROR-LINE
053710             MOVE 'BAD CLASS1' TO CN-SUSP-REASON
053715             MOVE 'D' TO SU-TRAN-TYPE
053720             PERFORM 2700-WRITE-SUSPOUT THRU 2700-EXIT
053730             ADD 1 TO CN-SUSP-CLASS-COUNT
053800             SET CN-RECORD-REJECTED TO TRUE
054000     END-IF.
054100 2170-EXIT.
054200     EXIT.
054202******************************************************************
054204*    2180-CHECK-APPROVAL-HOLD -- HOLD A FAILING TRANSACTION      *
054206*    WHOSE NUM1 IS OVER THE APRLMT LIMIT FOR ITS REGION AND      *
054208*    CLASS1 FOR A DUAL-CONTROL DECISION INSTEAD OF POSTING IT,   *
054210*    UNLESS HOLDAPR HAS ALREADY APPROVED IT FOR THE SAME NUM1    *
054212******************************************************************
054214 2180-CHECK-APPROVAL-HOLD.
054216     IF NOT FAIL OR CN-LIMIT-USED = ZERO
054218         GO TO 2180-EXIT.
054220     MOVE 'N' TO CN-LIMIT-FOUND-SW.
054222     SET CN-LIMIT-IDX TO 1.
054224     SEARCH CN-LIMIT-ENTRY
054226         AT END
054228             CONTINUE
054230         WHEN CN-LIMIT-REGION (CN-LIMIT-IDX) = CN-REGION
054232                 AND CN-LIMIT-CLASS1 (CN-LIMIT-IDX) = CLASS1
054234             SET CN-LIMIT-FOUND TO TRUE
054236     END-SEARCH.
054238     IF NOT CN-LIMIT-FOUND
054240         GO TO 2180-EXIT.
054242     IF NUM1 NOT > CN-LIMIT-NUM1 (CN-LIMIT-IDX)
054244         GO TO 2180-EXIT.
054246     MOVE CN-LIMIT-NUM1 (CN-LIMIT-IDX) TO CN-HOLD-LIMIT.
054248     MOVE 'N' TO CN-APPR-FOUND-SW.
054250     IF CN-APPR-USED > ZERO
054252         SET CN-APPR-IDX TO 1
054254         SEARCH CN-APPR-ENTRY
054256             AT END
054258                 CONTINUE
054260             WHEN CN-APPR-TRAN-ID (CN-APPR-IDX) = CN-TRAN-ID
054262                     AND CN-APPR-NUM1 (CN-APPR-IDX) = NUM1
054264                 SET CN-APPR-FOUND TO TRUE
054266         END-SEARCH
054268     END-IF.
054270     IF CN-APPR-FOUND
054272         ADD 1 TO CN-APPR-POSTED-COUNT
054274         GO TO 2180-EXIT.
054276     PERFORM 2550-WRITE-HOLDOUT THRU 2550-EXIT.
054278     SET CN-RECORD-REJECTED TO TRUE.
054280 2180-EXIT.
054282     EXIT.
054300******************************************************************
054400*    2160-WRITE-EXCPOUT -- WRITE ONE NEGATIVE-VALUE EXCEPTION    *
054500*    RECORD AND ITS FULL-IMAGE SUSPENSE/RECYCLE COMPANION        *
054910     MOVE CN-REGION TO EX-REGION.
055000     WRITE EX-EXCP-RECORD.
055010     MOVE EX-REASON-CODE TO CN-SUSP-REASON.
055015     MOVE 'D' TO SU-TRAN-TYPE.
055020     PERFORM 2700-WRITE-SUSPOUT THRU 2700-EXIT.
055100 2160-EXIT.
055200     EXIT.
055201******************************************************************
055202*    2810-VERIFY-ORIGINAL -- FIND THE POSTING THE REVERSAL NAMES,*
055203*    FIRST AMONG THE IDS PENDING SINCE THE LAST CHECKPOINT AND   *
055204*    THEN ON HISTFILE, AND PROVE IT MAY BE REVERSED. A FAILED    *
055205*    CHECK LEAVES ITS SUSPENSE REASON IN CN-SUSP-REASON          *
055206******************************************************************
055207 2810-VERIFY-ORIGINAL.
055208     IF NOT CN-HISTFILE-AVAILABLE
055209         MOVE 'REV UNVERIFIED' TO CN-SUSP-REASON
055210         GO TO 2810-EXIT
055211     END-IF.
055212     MOVE 'N'    TO CN-REV-FOUND-SW.
055213     MOVE 'N'    TO CN-REV-DONE-SW.
055214     MOVE SPACE  TO CN-REV-ORIG-TYPE.
055215     IF CN-PEND-HIST-USED > ZERO
055216         PERFORM 2815-CHECK-ONE-PENDING THRU 2815-EXIT
055217             VARYING CN-PEND-IDX FROM 1 BY 1
055218             UNTIL CN-PEND-IDX > CN-PEND-HIST-USED
055219     END-IF.
055220     IF NOT CN-REV-ORIG-FOUND
055221         MOVE CN-REV-ORIG-ID TO HI-TRAN-ID
055222         READ HISTFILE
055223             INVALID KEY
055224                 CONTINUE
055225         END-READ
055226         IF CN-HISTFILE-OK
055227             SET CN-REV-ORIG-FOUND TO TRUE
055228             MOVE HI-ENTRY-TYPE TO CN-REV-ORIG-TYPE
055229             MOVE HI-PROC-DATE  TO CN-REV-ORIG-PROC-DATE
055230             MOVE HI-CLASS1     TO CN-REV-ORIG-CLASS1
055231             MOVE HI-REGION     TO CN-REV-ORIG-REGION
055232             MOVE HI-NUM1       TO CN-REV-ORIG-NUM1
055233             MOVE HI-NUM2       TO CN-REV-ORIG-NUM2
055234             IF HI-REVERSED
055235                 SET CN-REV-ALREADY-DONE TO TRUE
055236             END-IF
055237         END-IF
055238     END-IF.
055239     IF NOT CN-REV-ORIG-FOUND OR NOT CN-REV-ORIG-POSTED
055240         MOVE 'REV NOT POSTED' TO CN-SUSP-REASON
055241         GO TO 2810-EXIT
055242     END-IF.
055243     IF CN-REV-ALREADY-DONE
055244         MOVE 'REV REVERSED'   TO CN-SUSP-REASON
055245         GO TO 2810-EXIT
055246     END-IF.
055247     IF CN-REV-ORIG-PROC-DATE < CN-HIST-CUTOFF
055248         MOVE 'REV TOO OLD'    TO CN-SUSP-REASON
055249         GO TO 2810-EXIT
055250     END-IF.
055251     IF NUM1 NOT = CN-REV-ORIG-NUM1
055252             OR NUM2 NOT = CN-REV-ORIG-NUM2
055253         MOVE 'REV MISMATCH'   TO CN-SUSP-REASON
055254     END-IF.
055255 2810-EXIT.
055256     EXIT.
055257******************************************************************
055258*    2815-CHECK-ONE-PENDING -- ONE PENDING ID: THE ORIGINAL      *
055259*    POSTED EARLIER IN THIS RUN, OR A REVERSAL ALREADY ACCEPTED  *
055260*    AGAINST IT SINCE THE LAST CHECKPOINT                        *
055261******************************************************************
055262 2815-CHECK-ONE-PENDING.
055263     IF CN-PEND-TRAN-ID (CN-PEND-IDX) = CN-REV-ORIG-ID
055264         SET CN-REV-ORIG-FOUND TO TRUE
055265         MOVE CN-PEND-ENTRY-TYPE (CN-PEND-IDX) TO CN-REV-ORIG-TYPE
055266         MOVE CN-RUN-DATE TO CN-REV-ORIG-PROC-DATE
055267         MOVE CN-PEND-CLASS1 (CN-PEND-IDX) TO CN-REV-ORIG-CLASS1
055268         MOVE CN-PEND-REGION (CN-PEND-IDX) TO CN-REV-ORIG-REGION
055269         MOVE CN-PEND-NUM1 (CN-PEND-IDX)   TO CN-REV-ORIG-NUM1
055270         MOVE CN-PEND-NUM2 (CN-PEND-IDX)   TO CN-REV-ORIG-NUM2
055271     END-IF.
055272     IF CN-PEND-REVERSAL (CN-PEND-IDX)
055273             AND CN-PEND-REV-OF-ID (CN-PEND-IDX) = CN-REV-ORIG-ID
055274         SET CN-REV-ALREADY-DONE TO TRUE
055275     END-IF.
055276 2815-EXIT.
055277     EXIT.
055300******************************************************************
055400*    2200-UPDATE-CLASS-TABLE -- ACCUMULATE COUNT/TOTAL BY CLASS  *
055500******************************************************************
058400     MOVE NUM1      TO CO-NUM1.
058500     MOVE NUM2      TO CO-NUM2.
058510     MOVE CN-REGION TO CO-REGION.
058520     SET CO-POSTING-ENTRY TO TRUE.
058600     WRITE CO-CLASS-RECORD.
058700 2300-EXIT.
058800     EXIT.
058802******************************************************************
058804*    2820-POST-REVERSAL -- LIST THE REVERSAL BESIDE ITS ORIGINAL *
058806*    ON THE REGISTER, POST IT TO CLASSOUT AS A NEGATIVE ENTRY    *
058808*    UNDER THE ORIGINAL'S CLASS1 AND REGION, AUDIT IT AND HOLD   *
058810*    ITS ID FOR HISTFILE. THE PASS/FAIL, CLASS AND REGION        *
058812*    FIGURES ARE THE DAY'S POSTINGS AND ARE NOT TOUCHED          *
058814******************************************************************
058816 2820-POST-REVERSAL.
058818     MOVE CN-REV-ORIG-CLASS1 TO CLASS1.
058820     MOVE CN-REV-ORIG-REGION TO CN-REGION.
058822     ADD 1    TO CN-REV-POSTED-COUNT.
058824     ADD NUM1 TO CN-REV-NUM1-TOTAL.
058826     COMPUTE NUM1 = 0 - NUM1.
058828     COMPUTE NUM2 = 0 - NUM2.
058830     MOVE CN-REV-ORIG-NUM1 TO CN-REV-NUM1-ED.
058832     MOVE NUM1             TO CN-REV-AMT-ED.
058834     MOVE SPACES TO RV-REPORT-LINE.
058836     STRING CN-REV-ORIG-ID        DELIMITED BY SIZE
058838         ' '                      DELIMITED BY SIZE
058840         CN-REV-ORIG-PROC-DATE    DELIMITED BY SIZE
058842         ' '                      DELIMITED BY SIZE
058844         CN-REGION                DELIMITED BY SIZE
058846         ' '                      DELIMITED BY SIZE
058848         CLASS1                   DELIMITED BY SIZE
058850         ' '                      DELIMITED BY SIZE
058852         CN-REV-NUM1-ED           DELIMITED BY SIZE
058854         ' | '                    DELIMITED BY SIZE
058856         CN-TRAN-ID               DELIMITED BY SIZE
058858         ' '                      DELIMITED BY SIZE
058860         CN-ORIG-DATE             DELIMITED BY SIZE
058862         ' '                      DELIMITED BY SIZE
058864         CN-REV-AMT-ED            DELIMITED BY SIZE
058866         INTO RV-REPORT-LINE.
058868     WRITE RV-REPORT-LINE.
058870     MOVE CLASS1    TO CO-CLASS1.
058872     MOVE NUM1      TO CO-NUM1.
058874     MOVE NUM2      TO CO-NUM2.
058876     MOVE CN-REGION TO CO-REGION.
058878     SET CO-REVERSAL-ENTRY TO TRUE.
058880     WRITE CO-CLASS-RECORD.
058882     MOVE 'REVERSAL POSTED' TO CN-BRANCH-DESC.
058884     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
058886     SET CN-HIST-REVERSAL TO TRUE.
058888     PERFORM 2750-NOTE-PROCESSED-ID THRU 2750-EXIT.
058890 2820-EXIT.
058892     EXIT.
058900******************************************************************
059000*    2400-CHECKPOINT-IF-DUE -- COMMIT A RESTART CHECKPOINT ONCE  *
059100*    EVERY CN-CHECKPOINT-INTERVAL PHYSICAL TRANIN RECORDS READ,  *
060200     END-IF.
060300 2400-EXIT.
060400     EXIT.
060402******************************************************************
060404*    2830-SUSPEND-REVERSAL -- WRITE A REVERSAL THAT FAILED       *
060406*    VERIFICATION TO SUSPENSE WITH ITS REVERSAL IMAGE, SO        *
060408*    SUSPFIX CAN RELEASE IT BACK AS A REVERSAL, AND LIST IT ON   *
060410*    THE REGISTER WITH ITS REASON                                *
060412******************************************************************
060414 2830-SUSPEND-REVERSAL.
060416     ADD 1 TO CN-SUSP-SEQ.
060418     MOVE CN-RUN-DATE    TO SU-REJECT-DATE.
060420     MOVE CN-SUSP-SEQ    TO SU-SUSP-SEQ.
060422     SET SU-HELD         TO TRUE.
060424     MOVE CN-SUSP-REASON TO SU-REASON-CODE.
060426     MOVE TI-DETAIL      TO SU-ORIG-RECORD.
060428     SET SU-REVERSAL-TRAN TO TRUE.
060430     WRITE SU-SUSPENSE-RECORD.
060432     ADD 1 TO CN-SUSP-REV-COUNT.
060434     MOVE NUM1 TO CN-REV-NUM1-ED.
060436     MOVE SPACES TO RV-REPORT-LINE.
060438     STRING CN-REV-ORIG-ID        DELIMITED BY SIZE
060440         ' SUSPENDED: '           DELIMITED BY SIZE
060442         CN-SUSP-REASON           DELIMITED BY SIZE
060444         '  NUM1 '                DELIMITED BY SIZE
060446         CN-REV-NUM1-ED           DELIMITED BY SIZE
060448         ' | '                    DELIMITED BY SIZE
060450         CN-TRAN-ID               DELIMITED BY SIZE
060452         ' '                      DELIMITED BY SIZE
060454         CN-ORIG-DATE             DELIMITED BY SIZE
060456         INTO RV-REPORT-LINE.
060458     WRITE RV-REPORT-LINE.
060460 2830-EXIT.
060462     EXIT.
060464******************************************************************
060466*    2760-NOTE-POSTED-FIGURES -- CARRY THE ORIGINATION DATE,     *
060468*    ENTRY TYPE, CLASS1, REGION AND AMOUNTS OF AN ACCEPTED ID    *
060470*    INTO ITS PENDING HISTORY ENTRY                              *
060472******************************************************************
060474 2760-NOTE-POSTED-FIGURES.
060476     MOVE CN-ORIG-DATE TO CN-PEND-ORIG-DATE (CN-PEND-IDX).
060478     MOVE CN-HIST-ENTRY-TYPE TO CN-PEND-ENTRY-TYPE (CN-PEND-IDX).
060480     MOVE CLASS1       TO CN-PEND-CLASS1 (CN-PEND-IDX).
060482     MOVE CN-REGION    TO CN-PEND-REGION (CN-PEND-IDX).
060484     MOVE NUM1         TO CN-PEND-NUM1 (CN-PEND-IDX).
060486     MOVE NUM2         TO CN-PEND-NUM2 (CN-PEND-IDX).
060488     MOVE CN-REV-ORIG-ID TO CN-PEND-REV-OF-ID (CN-PEND-IDX).
060490 2760-EXIT.
060492     EXIT.
060500******************************************************************
060600*    2410-WRITE-CHECKPOINT -- REWRITE THE RESTART CONTROL FILE   *
060700*    WITH THE PHYSICAL READ POSITION AND THE CURRENT BUSINESS    *
062000     MOVE CN-EXPECTED-TOTAL    TO RC-EXPECTED-TOTAL.
062010     MOVE CN-DETAIL-READ-COUNT TO RC-DETAIL-READ-COUNT.
062020     MOVE CN-HASH-ACCUM        TO RC-HASH-ACCUM.
062040     MOVE CN-REV-POSTED-COUNT  TO RC-REV-POSTED-COUNT.
062060     MOVE CN-REV-NUM1-TOTAL    TO RC-REV-NUM1-TOTAL.
062080     MOVE CN-SUSP-REV-COUNT    TO RC-SUSP-REVERSAL.
062085     MOVE CN-HELD-COUNT        TO RC-HELD-COUNT.
062090     MOVE CN-HELD-NUM1-TOTAL   TO RC-HELD-NUM1.
062095     MOVE CN-APPR-POSTED-COUNT TO RC-APPR-POSTED-COUNT.
062100     MOVE CN-CLASS-USED        TO RC-CLASS-USED.
062200     IF CN-CLASS-USED > ZERO
062300         PERFORM 2420-SAVE-CLASS-ENTRY THRU 2420-EXIT
063100     EXIT.
063110******************************************************************
063120*    2440-FLUSH-ONE-HISTORY -- COMMIT ONE PENDING PROCESSED ID   *
063130*    TO THE KEYED HISTORY FILE; A REVERSAL ALSO MARKS THE        *
063135*    POSTING IT REVERSED                                         *
063140******************************************************************
063150 2440-FLUSH-ONE-HISTORY.
063152     IF CN-PEND-REVERSAL (CN-PEND-IDX)
063154         PERFORM 2445-MARK-REVERSED THRU 2445-EXIT
063156     END-IF.
063160     MOVE CN-PEND-TRAN-ID (CN-PEND-IDX)   TO HI-TRAN-ID.
063170     MOVE CN-PEND-ORIG-DATE (CN-PEND-IDX) TO HI-ORIG-DATE.
063180     MOVE CN-RUN-DATE                     TO HI-PROC-DATE.
063181     MOVE CN-PEND-ENTRY-TYPE (CN-PEND-IDX) TO HI-ENTRY-TYPE.
063182     MOVE CN-PEND-CLASS1 (CN-PEND-IDX)    TO HI-CLASS1.
063183     MOVE CN-PEND-REGION (CN-PEND-IDX)    TO HI-REGION.
063184     MOVE CN-PEND-NUM1 (CN-PEND-IDX)      TO HI-NUM1.
063185     MOVE CN-PEND-NUM2 (CN-PEND-IDX)      TO HI-NUM2.
063186     MOVE SPACE                           TO HI-REV-STATUS.
063187     MOVE ZERO                            TO HI-REV-DATE.
063188     MOVE CN-PEND-REV-OF-ID (CN-PEND-IDX) TO HI-REV-TRAN-ID.
063190     WRITE HI-HISTORY-RECORD
063191         INVALID KEY
063192             CONTINUE
065700     MOVE CN-BRANCH-DESC TO AU-BRANCH.
065710     MOVE CN-REGION   TO AU-REGION.
065720     MOVE CN-TRAN-ID  TO AU-TRAN-ID.
065740     MOVE CN-ORIG-DATE TO AU-ORIG-DATE.
065760     MOVE CN-REV-ORIG-ID TO AU-REV-OF-ID.
065800     WRITE AU-AUDIT-RECORD.
065900 2500-EXIT.
066000     EXIT.
066002******************************************************************
066004*    2550-WRITE-HOLDOUT -- WRITE ONE FULL-IMAGE                  *
066006*    PENDING-APPROVAL RECORD FOR A HELD TRANSACTION, KEYED FROM  *
066008*    THE SUSPENSE SEQUENCE SO THE KEY STAYS UNIQUE WHEN HOLDAPR  *
066010*    MOVES IT TO SUSPENSE                                        *
066012******************************************************************
066014 2550-WRITE-HOLDOUT.
066016     ADD 1 TO CN-SUSP-SEQ.
066018     MOVE SPACES         TO HD-HOLD-RECORD.
066020     MOVE CN-RUN-DATE    TO HD-HOLD-DATE.
066022     MOVE CN-SUSP-SEQ    TO HD-HOLD-SEQ.
066024     MOVE CN-CYCLE-NO    TO HD-CYCLE-NO.
066026     MOVE CN-HOLD-LIMIT  TO HD-LIMIT-NUM1.
066028     MOVE NUM1           TO HD-NUM1.
066030     MOVE NUM2           TO HD-NUM2.
066032     MOVE NUM3           TO HD-NUM3.
066034     MOVE NUM4           TO HD-NUM4.
066036     MOVE NEG-NUM        TO HD-NEG-NUM.
066038     MOVE CLASS1         TO HD-CLASS1.
066040     MOVE CHECK-VAL      TO HD-SCORE.
066042     MOVE CN-REGION      TO HD-REGION.
066044     MOVE CN-TRAN-ID     TO HD-TRAN-ID.
066046     MOVE CN-ORIG-DATE   TO HD-ORIG-DATE.
066048     WRITE HD-HOLD-RECORD.
066050     ADD 1    TO CN-HELD-COUNT.
066052     ADD NUM1 TO CN-HELD-NUM1-TOTAL.
066054 2550-EXIT.
066056     EXIT.
066058******************************************************************
066060*    2445-MARK-REVERSED -- MARK THE HISTORY ENTRY OF THE POSTING *
066062*    A COMMITTED REVERSAL NAMES AS REVERSED, WITH THE REVERSAL'S *
066064*    ID AND DATE, SO IT CANNOT BE REVERSED A SECOND TIME         *
066066******************************************************************
066068 2445-MARK-REVERSED.
066070     MOVE CN-PEND-REV-OF-ID (CN-PEND-IDX) TO HI-TRAN-ID.
066072     READ HISTFILE
066074         INVALID KEY
066076             GO TO 2445-EXIT
066078     END-READ.
066080     SET HI-REVERSED TO TRUE.
066082     MOVE CN-RUN-DATE                     TO HI-REV-DATE.
066084     MOVE CN-PEND-TRAN-ID (CN-PEND-IDX)   TO HI-REV-TRAN-ID.
066086     REWRITE HI-HISTORY-RECORD
066088         INVALID KEY
066090             CONTINUE
066092     END-REWRITE.
066094 2445-EXIT.
066096     EXIT.
066100******************************************************************
066200*    2600-WRITE-RNGERR -- LOG A NUM1 OUT-OF-RANGE RECORD AND      *
066300*    FAIL THE RUN FOR OPERATOR ATTENTION. THE RECORD ITSELF IS    *
067286         ADD 1 TO CN-PEND-HIST-USED
067287         SET CN-PEND-IDX TO CN-PEND-HIST-USED
067288         MOVE CN-TRAN-ID   TO CN-PEND-TRAN-ID (CN-PEND-IDX)
067289         PERFORM 2760-NOTE-POSTED-FIGURES THRU 2760-EXIT
067290     END-IF.
067291 2750-EXIT.
067292     EXIT.
067750         PERFORM 2410-WRITE-CHECKPOINT THRU 2410-EXIT
067760     END-IF.
067900     PERFORM 9100-WRITE-SUMMARY-RPT THRU 9100-EXIT.
067950     PERFORM 9300-WRITE-REV-TOTALS THRU 9300-EXIT.
068000     PERFORM 9150-WRITE-CONTROL-BREAK THRU 9150-EXIT.
068100     PERFORM 9200-WRITE-CLASS-BREAKDOWN THRU 9200-EXIT.
068102     IF CN-CLASS-TBL-FULL OR CN-REGION-TBL-FULL
068103             OR CN-LIMIT-TBL-FULL OR CN-APPR-TBL-FULL
068104         MOVE 8 TO RETURN-CODE
068106     END-IF.
068110     IF NOT CN-FILE-REJECTED
068120         PERFORM 9800-WRITE-RUN-STATS THRU 9800-EXIT
068130     END-IF.
068140     IF CN-LEDGER-CHECKED
068150         PERFORM 9900-RECORD-STEP-LEDGER THRU 9900-EXIT
068160     END-IF.
068200     CLOSE TRANIN.
068300     CLOSE SUMRPT.
068400     CLOSE CLASSOUT.
068900     CLOSE RNGERR.
068910     CLOSE SUSPOUT.
068911     CLOSE DUPOUT.
068912     CLOSE REVRPT.
068914     CLOSE HOLDOUT.
068920     IF CN-CLSMSTR-AVAILABLE
068930         CLOSE CLSMSTR
068940     END-IF.
072940         CN-DUP-COUNT-ED  DELIMITED BY SIZE
072950         INTO SR-REPORT-LINE.
072960     WRITE SR-REPORT-LINE.
072962     MOVE CN-REV-POSTED-COUNT TO CN-REV-COUNT-ED.
072964     MOVE SPACES TO SR-REPORT-LINE.
072966     STRING 'REVERSALS POSTED:    ' DELIMITED BY SIZE
072968         CN-REV-COUNT-ED  DELIMITED BY SIZE
072970         INTO SR-REPORT-LINE.
072972     WRITE SR-REPORT-LINE.
072974     MOVE CN-SUSP-REV-COUNT TO CN-REV-COUNT-ED.
072976     MOVE SPACES TO SR-REPORT-LINE.
072978     STRING 'REVERSALS SUSPENDED: ' DELIMITED BY SIZE
072980         CN-REV-COUNT-ED  DELIMITED BY SIZE
072982         INTO SR-REPORT-LINE.
072984     WRITE SR-REPORT-LINE.
072985     MOVE CN-HELD-COUNT      TO CN-HELD-COUNT-ED.
072986     MOVE CN-HELD-NUM1-TOTAL TO CN-HELD-TOTAL-ED.
072987     MOVE SPACES TO SR-REPORT-LINE.
072988     STRING 'HELD FOR APPROVAL:   ' DELIMITED BY SIZE
072989         CN-HELD-COUNT-ED DELIMITED BY SIZE
072990         '   NUM1 HELD: '   DELIMITED BY SIZE
072991         CN-HELD-TOTAL-ED DELIMITED BY SIZE INTO SR-REPORT-LINE.
072992     WRITE SR-REPORT-LINE.
072993     MOVE CN-APPR-POSTED-COUNT TO CN-HELD-COUNT-ED.
072994     MOVE SPACES TO SR-REPORT-LINE.
072995     STRING 'APPROVED AND POSTED: ' DELIMITED BY SIZE
072996         CN-HELD-COUNT-ED DELIMITED BY SIZE INTO SR-REPORT-LINE.
072997     WRITE SR-REPORT-LINE.
073000 9100-EXIT.
073100     EXIT.
073110******************************************************************
080370     MOVE CN-SUSP-NEG2-COUNT   TO ST-SUSP-NEG-NUM2.
080371     MOVE CN-SUSP-CLASS-COUNT  TO ST-SUSP-BAD-CLASS.
080372     MOVE CN-SUSP-RANGE-COUNT  TO ST-SUSP-RANGE.
080373     PERFORM 9805-MOVE-EXCEPTION-COUNTS THRU 9805-EXIT.
080374     IF CN-ROLL-USED > 50
080375         MOVE 50 TO ST-CLASS-USED
080376     ELSE
080398         TO ST-CLASS-TOTAL (CN-STAT-SUB).
080399 9810-EXIT.
080400     EXIT.
080402******************************************************************
080404*    9300-WRITE-REV-TOTALS -- CLOSE THE DAILY REVERSAL REGISTER  *
080406*    WITH THE COUNT AND NUM1 OF THE REVERSALS POSTED AND THE     *
080408*    COUNT SUSPENDED                                             *
080410******************************************************************
080412 9300-WRITE-REV-TOTALS.
080414     MOVE SPACES TO RV-REPORT-LINE.
080416     WRITE RV-REPORT-LINE.
080418     MOVE CN-REV-POSTED-COUNT TO CN-REV-COUNT-ED.
080420     MOVE CN-REV-NUM1-TOTAL   TO CN-REV-TOTAL-ED.
080422     MOVE SPACES TO RV-REPORT-LINE.
080424     STRING 'REVERSALS POSTED:    ' DELIMITED BY SIZE
080426         CN-REV-COUNT-ED          DELIMITED BY SIZE
080428         '   NUM1 REVERSED: '     DELIMITED BY SIZE
080430         CN-REV-TOTAL-ED          DELIMITED BY SIZE
080432         INTO RV-REPORT-LINE.
080434     WRITE RV-REPORT-LINE.
080436     MOVE CN-SUSP-REV-COUNT TO CN-REV-COUNT-ED.
080438     MOVE SPACES TO RV-REPORT-LINE.
080440     STRING 'REVERSALS SUSPENDED: ' DELIMITED BY SIZE
080442         CN-REV-COUNT-ED          DELIMITED BY SIZE
080444         INTO RV-REPORT-LINE.
080446     WRITE RV-REPORT-LINE.
080448 9300-EXIT.
080450     EXIT.
080453******************************************************************
080456*    9805-MOVE-EXCEPTION-COUNTS -- DUPLICATE, REVERSAL AND       *
080459*    APPROVAL-HOLD FIGURES FOR THE STATISTICS RECORD             *
080462******************************************************************
080465 9805-MOVE-EXCEPTION-COUNTS.
080468     MOVE CN-DUP-COUNT         TO ST-DUP-COUNT.
080471     MOVE CN-REV-POSTED-COUNT  TO ST-REV-POSTED-COUNT.
080474     MOVE CN-SUSP-REV-COUNT    TO ST-SUSP-REVERSAL.
080477     MOVE CN-HELD-COUNT        TO ST-HELD-COUNT.
080480     MOVE CN-HELD-NUM1-TOTAL   TO ST-HELD-NUM1.
080483     MOVE CN-APPR-POSTED-COUNT TO ST-APPR-POSTED-COUNT.
080486 9805-EXIT.
080489     EXIT.
080500******************************************************************
080600*    9500-CHECK-STEP-LEDGER -- REFUSE THE RUN UNLESS STEPLOG     *
080700*    SHOWS SUSPMRG (AND TRANSPLT FOR A SPLIT STREAM) COMPLETE    *
080800*    FOR THE RUN DATE AND CYCLE AND THIS STREAM NOT ALREADY      *
080900*    CLASSIFIED; AN OPERATOR OVERRIDE CARD WAIVES THE CHECKS     *
081000*    FOR A RERUN                                                 *
081100******************************************************************
081200 9500-CHECK-STEP-LEDGER.
081300     PERFORM 9510-READ-OVERRIDE-CARD THRU 9510-EXIT.
081400     IF CN-OVERRIDE-GIVEN
081500         MOVE SPACES TO SR-REPORT-LINE
081600         STRING '*** LEDGER CHECKS WAIVED BY OPERATOR '
081700                 DELIMITED BY SIZE
081800             CN-OVR-OPERATOR DELIMITED BY SIZE
081900             ' - '           DELIMITED BY SIZE
082000             CN-OVR-REASON   DELIMITED BY SIZE
082100             INTO SR-REPORT-LINE
082200         WRITE SR-REPORT-LINE
082300         GO TO 9500-EXIT.
082400     MOVE 'N' TO CN-LOG-EOF-SWITCH.
082500     OPEN INPUT STEPLOG.
082600     IF CN-STEPLOG-OK
082700         PERFORM 9520-NOTE-ONE-LEDGER THRU 9520-EXIT
082800             UNTIL CN-LOG-AT-END
082900         CLOSE STEPLOG
083000     END-IF.
083100     IF CN-SELF-COMPLETE
083200         MOVE CN-STEP-NAME TO CN-CHECK-STEP
083300         MOVE CN-SELF-STATE TO CN-CHECK-STATE
083400         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
083500     END-IF.
083600     IF NOT CN-SUSPMRG-COMPLETE
083700         MOVE 'SUSPMRG' TO CN-CHECK-STEP
083800         MOVE CN-SUSPMRG-STATE TO CN-CHECK-STATE
083900         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
084000     END-IF.
084100     IF CN-STREAM-ID NOT = SPACES AND NOT CN-TRANSPLT-COMPLETE
084200         MOVE 'TRANSPLT' TO CN-CHECK-STEP
084300         MOVE CN-TRANSPLT-STATE TO CN-CHECK-STATE
084400         PERFORM 9580-WRITE-CHECK-LINE THRU 9580-EXIT
084500     END-IF.
084600     IF CN-CHECK-FAILED
084700         MOVE SPACES TO SR-REPORT-LINE
084800         STRING '*** STEP REFUSED - NOTHING PROCESSED ***'
084900             DELIMITED BY SIZE INTO SR-REPORT-LINE
085000         WRITE SR-REPORT-LINE
085100         SET CN-STEP-REFUSED TO TRUE
085200         MOVE 8 TO RETURN-CODE
085300     END-IF.
085400 9500-EXIT.
085500     EXIT.
085600******************************************************************
085700*    9510-READ-OVERRIDE-CARD -- THE STEPOVR CARDS ARE OPTIONAL;  *
085800*    ONE NAMING THIS STEP FOR THE RUN DATE, CYCLE AND STREAM IS  *
085900*    HONORED                                                     *
086000******************************************************************
086100 9510-READ-OVERRIDE-CARD.
086200     OPEN INPUT STEPOVR.
086300     IF NOT CN-STEPOVR-OK
086400         GO TO 9510-EXIT.
086500     MOVE 'N' TO CN-OVR-EOF-SWITCH.
086600     PERFORM 9515-READ-ONE-OVERRIDE THRU 9515-EXIT
086700         UNTIL CN-OVR-AT-END.
086800     CLOSE STEPOVR.
086900 9510-EXIT.
087000     EXIT.
087100******************************************************************
087200*    9515-READ-ONE-OVERRIDE                                      *
087300******************************************************************
087400 9515-READ-ONE-OVERRIDE.
087500     READ STEPOVR
087600         AT END
087700             SET CN-OVR-AT-END TO TRUE
087800     END-READ.
087900     IF CN-OVR-AT-END
088000         GO TO 9515-EXIT.
088100     IF JO-STEP-NAME = CN-STEP-NAME
088200             AND JO-RUN-DATE = CN-RUN-DATE
088300             AND JO-CYCLE-NO = CN-CYCLE-NO
088400             AND JO-STREAM-ID = CN-STREAM-ID
088500         SET CN-OVERRIDE-GIVEN TO TRUE
088600         MOVE JO-OPERATOR TO CN-OVR-OPERATOR
088700         MOVE JO-REASON   TO CN-OVR-REASON
088800     END-IF.
088900 9515-EXIT.
089000     EXIT.
089100******************************************************************
089200*    9520-NOTE-ONE-LEDGER -- THE LEDGER IS APPEND-ONLY, SO THE   *
089300*    LAST ENTRY FOR A STEP (AND STREAM) ON THE RUN DATE AND      *
089400*    CYCLE WINS                                                  *
089500******************************************************************
089600 9520-NOTE-ONE-LEDGER.
089700     READ STEPLOG
089800         AT END
089900             SET CN-LOG-AT-END TO TRUE
090000     END-READ.
090100     IF CN-LOG-AT-END
090200         GO TO 9520-EXIT.
090300     IF JL-RUN-DATE NOT = CN-RUN-DATE
090400         GO TO 9520-EXIT.
090500     IF JL-CYCLE-NO NOT = CN-CYCLE-NO
090600         GO TO 9520-EXIT.
090700     EVALUATE TRUE
090800         WHEN JL-STEP-NAME = CN-STEP-NAME
090900                 AND JL-STREAM-ID = CN-STREAM-ID
091000             MOVE JL-STEP-STATUS TO CN-SELF-STATE
091100         WHEN JL-STEP-NAME = 'SUSPMRG'
091200             MOVE JL-STEP-STATUS TO CN-SUSPMRG-STATE
091300         WHEN JL-STEP-NAME = 'TRANSPLT'
091400             MOVE JL-STEP-STATUS TO CN-TRANSPLT-STATE
091500     END-EVALUATE.
091600 9520-EXIT.
091700     EXIT.
091800******************************************************************
091900*    9580-WRITE-CHECK-LINE -- REPORT ONE FAILED LEDGER CHECK     *
092000******************************************************************
092100 9580-WRITE-CHECK-LINE.
092200     SET CN-CHECK-FAILED TO TRUE.
092300     EVALUATE CN-CHECK-STATE
092400         WHEN 'C'
092500             MOVE ' ALREADY COMPLETE' TO CN-CHECK-TEXT
092600         WHEN 'F'
092700             MOVE ' FAILED'           TO CN-CHECK-TEXT
092800         WHEN OTHER
092900             MOVE ' NOT COMPLETE'     TO CN-CHECK-TEXT
093000     END-EVALUATE.
093100     MOVE SPACES TO SR-REPORT-LINE.
093200     STRING '*** '        DELIMITED BY SIZE
093300         CN-CHECK-STEP    DELIMITED BY SPACE
093400         CN-CHECK-TEXT    DELIMITED BY '  '
093500         ' FOR '          DELIMITED BY SIZE
093600         CN-RUN-DATE      DELIMITED BY SIZE
093700         ' CYCLE '        DELIMITED BY SIZE
093800         CN-CYCLE-NO      DELIMITED BY SIZE
093900         ' ***'           DELIMITED BY SIZE
094000         INTO SR-REPORT-LINE.
094100     WRITE SR-REPORT-LINE.
094200 9580-EXIT.
094300     EXIT.
094400******************************************************************
094500*    9900-RECORD-STEP-LEDGER -- APPEND THIS RUN'S COMPLETION TO  *
094600*    STEPLOG; RC 4 OR BELOW COMPLETES THE STEP, ANYTHING HIGHER  *
094700*    LEAVES IT FAILED AND OPEN FOR A RERUN                       *
094800******************************************************************
094900 9900-RECORD-STEP-LEDGER.
095000     ACCEPT CN-END-DATE FROM DATE YYYYMMDD.
095100     ACCEPT CN-END-TIME FROM TIME.
095200     MOVE SPACES TO JL-STEP-RECORD.
095300     MOVE CN-RUN-DATE       TO JL-RUN-DATE.
095400     MOVE CN-CYCLE-NO       TO JL-CYCLE-NO.
095500     MOVE CN-STEP-NAME      TO JL-STEP-NAME.
095600     MOVE CN-STREAM-ID      TO JL-STREAM-ID.
095700     MOVE RETURN-CODE       TO JL-STEP-RC.
095800     IF RETURN-CODE > 4
095900         SET JL-STEP-FAILED   TO TRUE
096000     ELSE
096100         SET JL-STEP-COMPLETE TO TRUE
096200     END-IF.
096300     MOVE CN-END-DATE       TO JL-END-DATE.
096400     MOVE CN-END-TIME (1:6) TO JL-END-TIME.
096500     MOVE CN-OVR-OPERATOR   TO JL-OVERRIDE-OPER.
096600     OPEN EXTEND STEPLOG.
096610     IF NOT CN-STEPLOG-OK
096620         MOVE SPACES TO SR-REPORT-LINE
096630         STRING 'STEPLOG OPEN FAILED STATUS '
096640             DELIMITED BY SIZE
096650             CN-STEPLOG-STATUS DELIMITED BY SIZE
096660             INTO SR-REPORT-LINE
096670         WRITE SR-REPORT-LINE
096680         MOVE 8 TO RETURN-CODE
096690         GO TO 9900-EXIT.
096700     WRITE JL-STEP-RECORD.
096800     CLOSE STEPLOG.
096900 9900-EXIT.
097000     EXIT.
097100******************************************************************
097200*    9600-LOAD-CALENDAR -- THE BUSINESS CALENDAR IS OPTIONAL;    *
097300*    WITHOUT IT EVERY DAY IS TREATED AS A BUSINESS DAY. ONE WITH *
097400*    EVERY WEEKDAY A WEEKEND DAY, OR TOO LARGE FOR THE HOLIDAY   *
097450*    TABLE, IS INCOMPLETE AND THE RUN IS REFUSED                 *
097500******************************************************************
097600 9600-LOAD-CALENDAR.
097700     MOVE SPACES TO CN-WEEKEND-DAYS.
097800     OPEN INPUT BUSCAL.
097900     IF NOT CN-BUSCAL-OK
098000         MOVE SPACES TO SR-REPORT-LINE
098100         STRING 'BUSCAL NOT SUPPLIED - '
098200             'EVERY DAY IS A BUSINESS DAY'
098300             DELIMITED BY SIZE INTO SR-REPORT-LINE
098400         WRITE SR-REPORT-LINE
098500         GO TO 9600-EXIT.
098600     MOVE 'N' TO CN-CAL-EOF-SWITCH.
098700     PERFORM 9650-LOAD-ONE-ENTRY THRU 9650-EXIT
098800         UNTIL CN-CAL-AT-END.
098900     CLOSE BUSCAL.
099000     IF CN-WEEKEND-DAYS = 'YYYYYYY'
099100         MOVE SPACES TO SR-REPORT-LINE
099200         STRING '*** BUSCAL HAS NO WORKING WEEKDAY - '
099300             'CALENDAR IGNORED ***'
099400             DELIMITED BY SIZE INTO SR-REPORT-LINE
099500         WRITE SR-REPORT-LINE
099600         MOVE 8 TO RETURN-CODE
099650         SET CN-CALENDAR-INCOMPLETE TO TRUE
099700         GO TO 9600-EXIT.
099800     SET CN-CALENDAR-LOADED TO TRUE.
099900     IF CN-HOL-TABLE-FULL
100000         MOVE SPACES TO SR-REPORT-LINE
100100         STRING '*** HOLIDAY TABLE FULL - CALENDAR INCOMPLETE ***'
100200             DELIMITED BY SIZE INTO SR-REPORT-LINE
100300         WRITE SR-REPORT-LINE
100400         MOVE 8 TO RETURN-CODE
100450         SET CN-CALENDAR-INCOMPLETE TO TRUE
100500     END-IF.
100600 9600-EXIT.
100700     EXIT.
100800******************************************************************
100900*    9650-LOAD-ONE-ENTRY -- NOTE A STANDING WEEKEND DAY OR ADD   *
101000*    A HOLIDAY TO THE TABLE                                      *
101100******************************************************************
101200 9650-LOAD-ONE-ENTRY.
101300     READ BUSCAL
101400         AT END
101500             SET CN-CAL-AT-END TO TRUE
101600             GO TO 9650-EXIT
101700     END-READ.
101800     IF CA-WEEKEND-DAY
101900         IF CA-WEEKDAY > ZERO AND CA-WEEKDAY < 8
102000             MOVE 'Y' TO CN-WEEKEND-FLAG (CA-WEEKDAY)
102100         END-IF
102200         GO TO 9650-EXIT.
102300     IF NOT CA-HOLIDAY
102400         GO TO 9650-EXIT.
102500     IF CN-HOL-USED NOT < 500
102600         SET CN-HOL-TABLE-FULL TO TRUE
102700         GO TO 9650-EXIT.
102800     ADD 1 TO CN-HOL-USED.
102900     SET CN-HOL-IDX TO CN-HOL-USED.
103000     COMPUTE CN-HOL-DATE-INT (CN-HOL-IDX) =
103100         FUNCTION INTEGER-OF-DATE (CA-CAL-DATE).
103200 9650-EXIT.
103300     EXIT.
103400******************************************************************
103500*    9700-CHECK-RUN-DATE -- REFUSE A RUN WHOSE RUN DATE IS NOT   *
103600*    A BUSINESS DAY UNLESS A CALOVR CARD NAMES THIS PROGRAM AND  *
103700*    THE RUN DATE                                                *
103800******************************************************************
103900 9700-CHECK-RUN-DATE.
104000     IF NOT CN-CALENDAR-LOADED
104100         GO TO 9700-EXIT.
104200     COMPUTE CN-TEST-INT = FUNCTION INTEGER-OF-DATE (CN-RUN-DATE).
104300     PERFORM 9850-TEST-BUSINESS-DAY THRU 9850-EXIT.
104400     IF CN-BUSINESS-DAY
104500         GO TO 9700-EXIT.
104600     PERFORM 9710-READ-OVERRIDE-CARD THRU 9710-EXIT.
104700     IF CN-CALOVR-GIVEN
104800         MOVE SPACES TO SR-REPORT-LINE
104900         STRING '*** NON-BUSINESS DAY RUN BY OPERATOR '
105000                 DELIMITED BY SIZE
105100             CN-CALOVR-OPERATOR DELIMITED BY SIZE
105200             ' - '               DELIMITED BY SIZE
105300             CN-CALOVR-REASON   DELIMITED BY SIZE
105400             INTO SR-REPORT-LINE
105500         WRITE SR-REPORT-LINE
105600         GO TO 9700-EXIT.
105700     MOVE SPACES TO SR-REPORT-LINE.
105800     STRING '*** RUN DATE ' DELIMITED BY SIZE
105900         CN-RUN-DATE DELIMITED BY SIZE
106000         ' IS NOT A BUSINESS DAY - RUN REFUSED ***'
106100             DELIMITED BY SIZE
106200         INTO SR-REPORT-LINE.
106300     WRITE SR-REPORT-LINE.
106400     SET CN-STEP-REFUSED TO TRUE.
106500     IF RETURN-CODE < 4
106600         MOVE 4 TO RETURN-CODE.
106700 9700-EXIT.
106800     EXIT.
106900******************************************************************
107000*    9710-READ-OVERRIDE-CARD -- THE CALOVR CARDS ARE OPTIONAL;   *
107100*    ONE NAMING THIS PROGRAM FOR THE RUN DATE IS HONORED         *
107200******************************************************************
107300 9710-READ-OVERRIDE-CARD.
107400     OPEN INPUT CALOVR.
107500     IF NOT CN-CALOVR-OK
107600         GO TO 9710-EXIT.
107700     MOVE 'N' TO CN-CALOVR-EOF-SWITCH.
107800     PERFORM 9715-READ-ONE-OVERRIDE THRU 9715-EXIT
107900         UNTIL CN-CALOVR-AT-END.
108000     CLOSE CALOVR.
108100 9710-EXIT.
108200     EXIT.
108300******************************************************************
108400*    9715-READ-ONE-OVERRIDE                                      *
108500******************************************************************
108600 9715-READ-ONE-OVERRIDE.
108700     READ CALOVR
108800         AT END
108900             SET CN-CALOVR-AT-END TO TRUE
109000     END-READ.
109100     IF CN-CALOVR-AT-END
109200         GO TO 9715-EXIT.
109300     IF CV-PROGRAM-NAME = CN-STEP-NAME
109400             AND CV-RUN-DATE = CN-RUN-DATE
109500         SET CN-CALOVR-GIVEN TO TRUE
109600         MOVE CV-OPERATOR TO CN-CALOVR-OPERATOR
109700         MOVE CV-REASON   TO CN-CALOVR-REASON
109800     END-IF.
109900 9715-EXIT.
110000     EXIT.
110100******************************************************************
110200*    9850-TEST-BUSINESS-DAY -- CN-TEST-INT (AN INTEGER DATE) IS  *
110300*    A BUSINESS DAY UNLESS ITS DAY OF THE WEEK IS A STANDING     *
110400*    WEEKEND DAY OR IT IS A HOLIDAY. INTEGER DAY 1 (1601-01-01)  *
110500*    WAS A MONDAY                                                *
110600******************************************************************
110700 9850-TEST-BUSINESS-DAY.
110800     MOVE 'Y' TO CN-BUS-DAY-SW.
110900     IF NOT CN-CALENDAR-LOADED
111000         GO TO 9850-EXIT.
111100     DIVIDE CN-TEST-INT BY 7 GIVING CN-QUOTIENT
111200         REMAINDER CN-WEEKDAY.
111300     IF CN-WEEKDAY = ZERO
111400         MOVE 7 TO CN-WEEKDAY.
111500     IF CN-WEEKEND-FLAG (CN-WEEKDAY) = 'Y'
111600         MOVE 'N' TO CN-BUS-DAY-SW
111700         GO TO 9850-EXIT.
111800     IF CN-HOL-USED = ZERO
111900         GO TO 9850-EXIT.
112000     SET CN-HOL-IDX TO 1.
112100     SEARCH CN-HOL-ENTRY
112200         AT END
112300             CONTINUE
112400         WHEN CN-HOL-DATE-INT (CN-HOL-IDX) = CN-TEST-INT
112500             MOVE 'N' TO CN-BUS-DAY-SW
112600     END-SEARCH.
112700 9850-EXIT.
112800     EXIT.
