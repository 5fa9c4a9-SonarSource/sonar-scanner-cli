002500*                  BAND JUST BELOW THE PASS LINE IS FLAGGED
002600*                  MARGINAL AND SEPARATELY SUBTOTALED FOR
002700*                  CREDIT REVIEW.
002720* 2026-10-15 RH    A 'V' REVERSAL RECORD IS COUNTED AND HASHED FOR
002740*                  THE TRAILER PROOF BUT NOT BANDED.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
031600             ADD 1 TO SD-CORP-BAND-COUNT (SD-BAND-SUB)
031700             ADD TI-NUM1
031800                 TO SD-CORP-BAND-TOTAL (SD-BAND-SUB)
031820         WHEN TI-REVERSAL-REC
031840             ADD 1       TO SD-DETAIL-READ-COUNT
031860             ADD TI-NUM1 TO SD-HASH-ACCUM
031900         WHEN TI-TRAILER-REC
032000             SET SD-TRAILER-SEEN TO TRUE
032100             MOVE TI-TRL-DETAIL-COUNT TO SD-TRL-DETAIL-COUNT
