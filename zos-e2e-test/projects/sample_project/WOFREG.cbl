000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WOFREG.
000300 AUTHOR.        R HALVERSON.
000400 INSTALLATION.  BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  ---------------------------------------------
001200* 2026-10-15 RH    ORIGINAL CODING - WRITTEN-OFF ITEMS REGISTER.
001300*                  READS THE CUMULATIVE WOFHIST WRITE-OFF HISTORY
001400*                  AND LISTS EVERY SUSPENSE RECORD WRITTEN OFF IN
001500*                  THE MONTH NAMED ON THE WOFRCTL CARD (DEFAULT
001600*                  THE CURRENT MONTH) WITH ITS KEY, TRANSACTION,
001700*                  AMOUNT, APPROVER AND REASON, FOLLOWED BY THE
001800*                  COUNT AND NUM1 WRITTEN OFF PER REGION AND FOR
001900*                  THE MONTH, SO FINANCE HAS ONE SIGNED-OFF LIST
002000*                  OF WHAT LEFT SUSPENSE WITHOUT BEING POSTED.
002100*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT WOFRCTL  ASSIGN TO WOFRCTL
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WG-WOFRCTL-STATUS.
003100     SELECT WOFHIST  ASSIGN TO WOFHIST
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT WOFRGRPT ASSIGN TO WOFRGRPT
003400         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  WOFRCTL
003800     RECORDING MODE IS F
003900     LABEL RECORDS ARE STANDARD.
004000     COPY WOFRCTL.
004100 FD  WOFHIST
004200     RECORDING MODE IS F
004300     LABEL RECORDS ARE STANDARD.
004400     COPY WOFHREC.
004500 FD  WOFRGRPT
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY SUMLINE.
004900 WORKING-STORAGE SECTION.
005000******************************************************************
005100*    SWITCHES                                                    *
005200******************************************************************
005300 01  WG-SWITCHES.
005400     05  WG-EOF-SWITCH           PIC X(01)  VALUE 'N'.
005500         88  WG-AT-END                      VALUE 'Y'.
005600     05  WG-RGN-FOUND-SW         PIC X(01)  VALUE 'N'.
005700         88  WG-RGN-FOUND                   VALUE 'Y'.
005800 01  WG-WOFRCTL-STATUS           PIC X(02).
005900     88  WG-WOFRCTL-OK                      VALUE '00'.
006000******************************************************************
006100*    REGISTER MONTH AND DATE WORK FIELDS                         *
006200******************************************************************
006300 01  WG-RUN-DATE.
006400     05  WG-RUN-MONTH            PIC 9(06).
006500     05  WG-RUN-DAY              PIC 9(02).
006600 01  WG-REG-MONTH                PIC 9(06)           VALUE ZERO.
006700 01  WG-WOF-DATE.
006800     05  WG-WOF-MONTH            PIC 9(06).
006900     05  WG-WOF-DAY              PIC 9(02).
007000******************************************************************
007100*    WRITE-OFFS BY REGION FOR THE MONTH                          *
007200******************************************************************
007300 01  WG-RGN-USED                 PIC 9(4)  COMP VALUE ZERO.
007400 01  WG-RGN-TABLE.
007500     05  WG-RGN-ENTRY            OCCURS 1 TO 50 TIMES
007600                                 DEPENDING ON WG-RGN-USED
007700                                 INDEXED BY WG-RGN-IDX.
007800         10  WG-RGN-CODE         PIC X(03).
007900         10  WG-RGN-COUNT        PIC 9(7)  COMP.
008000         10  WG-RGN-NUM1         PIC S9(11) COMP-3.
008100******************************************************************
008200*    COUNTERS AND EDITED REPORT FIELDS                           *
008300******************************************************************
008400 01  WG-COUNTERS.
008500     05  WG-READ-COUNT           PIC 9(7)  COMP VALUE ZERO.
008600     05  WG-LIST-COUNT           PIC 9(7)  COMP VALUE ZERO.
008700     05  WG-READ-COUNT-ED        PIC ZZZZZZ9.
008800     05  WG-LIST-COUNT-ED        PIC ZZZZZZ9.
008900 01  WG-MONTH-NUM1               PIC S9(11) COMP-3 VALUE ZERO.
009000 01  WG-NUM1-ED                  PIC Z(8)9-.
009100 01  WG-NUM1-TOTAL-ED            PIC Z(10)9-.
009200 PROCEDURE DIVISION.
009300******************************************************************
009400*    0000-MAINLINE                                               *
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-LIST-ONE-WRITEOFF THRU 2000-EXIT
009900         UNTIL WG-AT-END.
010000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010100     STOP RUN.
010200******************************************************************
010300*    1000-INITIALIZE -- OPEN FILES, PICK UP THE REGISTER MONTH   *
010400*    AND WRITE THE REPORT HEADING                                *
010500******************************************************************
010600 1000-INITIALIZE.
010700     ACCEPT WG-RUN-DATE FROM DATE YYYYMMDD.
010800     MOVE WG-RUN-MONTH TO WG-REG-MONTH.
010900     OPEN INPUT  WOFHIST.
011000     OPEN OUTPUT WOFRGRPT.
011100     PERFORM 1080-READ-REG-CONTROL THRU 1080-EXIT.
011200     PERFORM 1090-WRITE-HEADING THRU 1090-EXIT.
011300     PERFORM 1100-READ-WOFHIST THRU 1100-EXIT.
011400 1000-EXIT.
011500     EXIT.
011600******************************************************************
011700*    1080-READ-REG-CONTROL -- LOAD THE REGISTER MONTH FROM THE   *
011800*    WOFRCTL CARD, IF ONE WAS SUPPLIED FOR THIS RUN; OTHERWISE   *
011900*    THE CURRENT MONTH STANDS                                    *
012000******************************************************************
012100 1080-READ-REG-CONTROL.
012200     OPEN INPUT WOFRCTL.
012300     IF WG-WOFRCTL-OK
012400         READ WOFRCTL
012500             AT END
012600                 CONTINUE
012700         END-READ
012800         IF WG-WOFRCTL-OK
012900                 AND WR-REG-MONTH NUMERIC
013000                 AND WR-REG-MONTH > ZERO
013100             MOVE WR-REG-MONTH TO WG-REG-MONTH
013200         END-IF
013300         CLOSE WOFRCTL
013400     END-IF.
013500 1080-EXIT.
013600     EXIT.
013700******************************************************************
013800*    1090-WRITE-HEADING -- REGISTER HEADING LINES                *
013900******************************************************************
014000 1090-WRITE-HEADING.
014100     MOVE SPACES TO SR-REPORT-LINE.
014200     STRING 'SUSPENSE WRITTEN-OFF ITEMS REGISTER - MONTH '
014300         DELIMITED BY SIZE
014400         WG-REG-MONTH    DELIMITED BY SIZE
014500         INTO SR-REPORT-LINE.
014600     WRITE SR-REPORT-LINE.
014700     MOVE SPACES TO SR-REPORT-LINE.
014800     STRING 'WOF DATE REJ DATE/SEQ     TRAN-ID      RGN CLASS1   '
014900         DELIMITED BY SIZE
015000         '      NUM1 APPROVER REAS'
015100         DELIMITED BY SIZE
015200         INTO SR-REPORT-LINE.
015300     WRITE SR-REPORT-LINE.
015400 1090-EXIT.
015500     EXIT.
015600******************************************************************
015700*    1100-READ-WOFHIST -- READ ONE WRITE-OFF HISTORY RECORD      *
015800******************************************************************
015900 1100-READ-WOFHIST.
016000     READ WOFHIST
016100         AT END
016200             SET WG-AT-END TO TRUE
016300         NOT AT END
016400             ADD 1 TO WG-READ-COUNT
016500             MOVE WH-WOF-DATE TO WG-WOF-DATE
016600     END-READ.
016700 1100-EXIT.
016800     EXIT.
016900******************************************************************
017000*    2000-LIST-ONE-WRITEOFF -- ONLY WRITE-OFFS MADE IN THE       *
017100*    REGISTER MONTH ARE LISTED                                   *
017200******************************************************************
017300 2000-LIST-ONE-WRITEOFF.
017400     IF WG-WOF-MONTH = WG-REG-MONTH
017500         PERFORM 2050-WRITE-REGISTER-LINE THRU 2050-EXIT
017600     END-IF.
017700     PERFORM 1100-READ-WOFHIST THRU 1100-EXIT.
017800 2000-EXIT.
017900     EXIT.
018000******************************************************************
018100*    2050-WRITE-REGISTER-LINE -- LIST ONE WRITE-OFF AND ADD IT   *
018200*    TO ITS REGION AND THE MONTH TOTAL                           *
018300******************************************************************
018400 2050-WRITE-REGISTER-LINE.
018500     ADD 1       TO WG-LIST-COUNT.
018600     ADD WH-NUM1 TO WG-MONTH-NUM1.
018700     PERFORM 2100-TALLY-REGION THRU 2100-EXIT.
018800     MOVE WH-NUM1 TO WG-NUM1-ED.
018900     MOVE SPACES TO SR-REPORT-LINE.
019000     STRING WH-WOF-DATE     DELIMITED BY SIZE
019100         ' '                DELIMITED BY SIZE
019200         WH-REJECT-DATE     DELIMITED BY SIZE
019300         '/'                DELIMITED BY SIZE
019400         WH-SUSP-SEQ        DELIMITED BY SIZE
019500         ' '                DELIMITED BY SIZE
019600         WH-TRAN-ID         DELIMITED BY SIZE
019700         ' '                DELIMITED BY SIZE
019800         WH-REGION          DELIMITED BY SIZE
019900         ' '                DELIMITED BY SIZE
020000         WH-CLASS1          DELIMITED BY SIZE
020100         WG-NUM1-ED         DELIMITED BY SIZE
020200         ' '                DELIMITED BY SIZE
020300         WH-APPROVER-ID     DELIMITED BY SIZE
020400         ' '                DELIMITED BY SIZE
020500         WH-WOF-REASON-CODE DELIMITED BY SIZE
020600         INTO SR-REPORT-LINE.
020700     WRITE SR-REPORT-LINE.
020800     IF WH-WOF-REASON-TEXT NOT = SPACES
020900         MOVE SPACES TO SR-REPORT-LINE
021000         STRING '         '     DELIMITED BY SIZE
021100             WH-WOF-REASON-TEXT DELIMITED BY SIZE
021200             INTO SR-REPORT-LINE
021300         WRITE SR-REPORT-LINE
021400     END-IF.
021500 2050-EXIT.
021600     EXIT.
021700******************************************************************
021800*    2100-TALLY-REGION -- FOLD THE WRITE-OFF INTO ITS REGION,    *
021900*    ASSIGNING THE REGION ON FIRST SIGHT                         *
022000******************************************************************
022100 2100-TALLY-REGION.
022200     MOVE 'N' TO WG-RGN-FOUND-SW.
022300     IF WG-RGN-USED > ZERO
022400         SET WG-RGN-IDX TO 1
022500         SEARCH WG-RGN-ENTRY
022600             AT END
022700                 CONTINUE
022800             WHEN WG-RGN-CODE (WG-RGN-IDX) = WH-REGION
022900                 SET WG-RGN-FOUND TO TRUE
023000         END-SEARCH
023100     END-IF.
023200     IF NOT WG-RGN-FOUND
023300         IF WG-RGN-USED < 50
023400             ADD 1 TO WG-RGN-USED
023500             SET WG-RGN-IDX TO WG-RGN-USED
023600             MOVE WH-REGION TO WG-RGN-CODE (WG-RGN-IDX)
023700             MOVE ZERO      TO WG-RGN-COUNT (WG-RGN-IDX)
023800             MOVE ZERO      TO WG-RGN-NUM1 (WG-RGN-IDX)
023900             SET WG-RGN-FOUND TO TRUE
024000         END-IF
024100     END-IF.
024200     IF WG-RGN-FOUND
024300         ADD 1       TO WG-RGN-COUNT (WG-RGN-IDX)
024400         ADD WH-NUM1 TO WG-RGN-NUM1 (WG-RGN-IDX)
024500     END-IF.
024600 2100-EXIT.
024700     EXIT.
024800******************************************************************
024900*    9000-TERMINATE -- WRITE THE REGION AND MONTH TOTALS AND     *
025000*    CLOSE FILES                                                 *
025100******************************************************************
025200 9000-TERMINATE.
025300     MOVE SPACES TO SR-REPORT-LINE.
025400     WRITE SR-REPORT-LINE.
025500     STRING 'WRITTEN OFF BY REGION' DELIMITED BY SIZE
025600         INTO SR-REPORT-LINE.
025700     WRITE SR-REPORT-LINE.
025800     PERFORM 9100-WRITE-ONE-REGION THRU 9100-EXIT
025900         VARYING WG-RGN-IDX FROM 1 BY 1
026000         UNTIL WG-RGN-IDX > WG-RGN-USED.
026100     MOVE WG-READ-COUNT TO WG-READ-COUNT-ED.
026200     MOVE WG-LIST-COUNT TO WG-LIST-COUNT-ED.
026300     MOVE WG-MONTH-NUM1 TO WG-NUM1-TOTAL-ED.
026400     MOVE SPACES TO SR-REPORT-LINE.
026500     WRITE SR-REPORT-LINE.
026600     STRING 'HISTORY RECORDS READ:  ' DELIMITED BY SIZE
026700         WG-READ-COUNT-ED   DELIMITED BY SIZE
026800         INTO SR-REPORT-LINE.
026900     WRITE SR-REPORT-LINE.
027000     MOVE SPACES TO SR-REPORT-LINE.
027100     STRING 'ITEMS WRITTEN OFF:     ' DELIMITED BY SIZE
027200         WG-LIST-COUNT-ED   DELIMITED BY SIZE
027300         INTO SR-REPORT-LINE.
027400     WRITE SR-REPORT-LINE.
027500     MOVE SPACES TO SR-REPORT-LINE.
027600     STRING 'NUM1 WRITTEN OFF:  ' DELIMITED BY SIZE
027700         WG-NUM1-TOTAL-ED   DELIMITED BY SIZE
027800         INTO SR-REPORT-LINE.
027900     WRITE SR-REPORT-LINE.
028000     CLOSE WOFHIST.
028100     CLOSE WOFRGRPT.
028200 9000-EXIT.
028300     EXIT.
028400******************************************************************
028500*    9100-WRITE-ONE-REGION -- ONE REGION'S COUNT AND NUM1        *
028600*    WRITTEN OFF IN THE MONTH                                    *
028700******************************************************************
028800 9100-WRITE-ONE-REGION.
028900     MOVE WG-RGN-COUNT (WG-RGN-IDX) TO WG-LIST-COUNT-ED.
029000     MOVE WG-RGN-NUM1 (WG-RGN-IDX)  TO WG-NUM1-TOTAL-ED.
029100     MOVE SPACES TO SR-REPORT-LINE.
029200     STRING '    REGION '           DELIMITED BY SIZE
029300         WG-RGN-CODE (WG-RGN-IDX)   DELIMITED BY SIZE
029400         ' ITEMS '                  DELIMITED BY SIZE
029500         WG-LIST-COUNT-ED           DELIMITED BY SIZE
029600         ' NUM1 '                   DELIMITED BY SIZE
029700         WG-NUM1-TOTAL-ED           DELIMITED BY SIZE
029800         INTO SR-REPORT-LINE.
029900     WRITE SR-REPORT-LINE.
030000 9100-EXIT.
030100     EXIT.
