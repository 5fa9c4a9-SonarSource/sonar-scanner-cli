002600*                  BACK SILENTLY BLANK; A DAY WITH ONLY ONE
002700*                  SIDE SURVIVING PRODUCES WHAT IT CAN AND
002800*                  ENDS RC 4.
002810* 2026-10-15 RH    THE REGENERATED SUMRPT CARRIES THE REVERSALS
002820*                  POSTED AND SUSPENDED FROM RUNSTAT, AND 'V'
002830*                  REVERSAL ENTRIES ON THE ARCHIVED CLASSOUT ARE
002840*                  LEFT OUT OF THE REGION/CLASS BREAKDOWN, AS THEY
002850*                  ARE FROM THE CLSRPT CONDITIONALS PRODUCES.
002860* 2026-10-15 RH    THE REGENERATED SUMRPT CARRIES THE TRANSACTIONS
002870*                  HELD FOR APPROVAL (COUNT AND NUM1) AND THE
002880*                  APPROVED ITEMS POSTED FROM RUNSTAT, AS
002890*                  CONDITIONALS PRINTS THEM.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
010600 01  RR-PASS-COUNT               PIC 9(9)  COMP VALUE ZERO.
010700 01  RR-FAIL-COUNT               PIC 9(9)  COMP VALUE ZERO.
010800 01  RR-DUP-COUNT                PIC 9(9)  COMP VALUE ZERO.
010820 01  RR-REV-POSTED-COUNT         PIC 9(9)  COMP VALUE ZERO.
010840 01  RR-SUSP-REV-COUNT           PIC 9(9)  COMP VALUE ZERO.
010850 01  RR-HELD-COUNT               PIC 9(9)  COMP VALUE ZERO.
010860 01  RR-HELD-NUM1                PIC 9(11) COMP-3 VALUE ZERO.
010870 01  RR-APPR-POSTED-COUNT        PIC 9(9)  COMP VALUE ZERO.
010900 01  RR-PASS-RATE                PIC 999V99 COMP-3 VALUE ZERO.
011000******************************************************************
011100*    REGION/CLASS BREAKDOWN REBUILT FROM THE ARCHIVED CLASSOUT   *
025900     ADD ST-PASS-COUNT   TO RR-PASS-COUNT.
026000     ADD ST-FAIL-COUNT   TO RR-FAIL-COUNT.
026100     ADD ST-DUP-COUNT    TO RR-DUP-COUNT.
026120     ADD ST-REV-POSTED-COUNT TO RR-REV-POSTED-COUNT.
026140     ADD ST-SUSP-REVERSAL TO RR-SUSP-REV-COUNT.
026150     ADD ST-HELD-COUNT   TO RR-HELD-COUNT.
026160     ADD ST-HELD-NUM1    TO RR-HELD-NUM1.
026170     ADD ST-APPR-POSTED-COUNT TO RR-APPR-POSTED-COUNT.
026200 2100-EXIT.
026300     EXIT.
026400******************************************************************
027800     EXIT.
027900******************************************************************
028000*    3100-TALLY-ONE-CLASS -- FOLD ONE ARCHIVED LEDGER RECORD     *
028100*    INTO THE REGION/CLASS TABLE; A REVERSAL ENTRY IS COUNTED    *
028150*    READ BUT IS NOT PART OF THE BREAKDOWN                       *
028200******************************************************************
028300 3100-TALLY-ONE-CLASS.
028400     READ CLASSIN
028700             GO TO 3100-EXIT
028800     END-READ.
028900     ADD 1 TO RR-CLASS-READ-COUNT.
028920     IF CO-REVERSAL-ENTRY
028940         GO TO 3100-EXIT.
029000     MOVE 'N' TO RR-CLS-FOUND-SW.
029100     IF RR-CLS-USED > ZERO
029200         SET RR-CLS-IDX TO 1
038500         RR-COUNT-ED DELIMITED BY SIZE
038600         INTO SR-REPORT-LINE.
038700     WRITE SR-REPORT-LINE.
038705     MOVE RR-REV-POSTED-COUNT TO RR-COUNT-ED.
038710     MOVE SPACES TO SR-REPORT-LINE.
038715     STRING 'REVERSALS POSTED:    ' DELIMITED BY SIZE
038720         RR-COUNT-ED DELIMITED BY SIZE
038725         INTO SR-REPORT-LINE.
038730     WRITE SR-REPORT-LINE.
038735     MOVE RR-SUSP-REV-COUNT TO RR-COUNT-ED.
038740     MOVE SPACES TO SR-REPORT-LINE.
038745     STRING 'REVERSALS SUSPENDED: ' DELIMITED BY SIZE
038750         RR-COUNT-ED DELIMITED BY SIZE
038755         INTO SR-REPORT-LINE.
038760     WRITE SR-REPORT-LINE.
038762     MOVE RR-HELD-COUNT TO RR-COUNT-ED.
038764     MOVE RR-HELD-NUM1  TO RR-TOTAL-ED.
038766     MOVE SPACES TO SR-REPORT-LINE.
038768     STRING 'HELD FOR APPROVAL:   ' DELIMITED BY SIZE
038770         RR-COUNT-ED DELIMITED BY SIZE
038772         '   NUM1 HELD: ' DELIMITED BY SIZE
038774         RR-TOTAL-ED DELIMITED BY SIZE
038776         INTO SR-REPORT-LINE.
038778     WRITE SR-REPORT-LINE.
038780     MOVE RR-APPR-POSTED-COUNT TO RR-COUNT-ED.
038782     MOVE SPACES TO SR-REPORT-LINE.
038784     STRING 'APPROVED AND POSTED: ' DELIMITED BY SIZE
038786         RR-COUNT-ED DELIMITED BY SIZE
038788         INTO SR-REPORT-LINE.
038790     WRITE SR-REPORT-LINE.
038800 9100-EXIT.
038900     EXIT.
039000******************************************************************
