       01  WS-PSUM-PARM-CARD.
           05 WS-PSUM-LOW             PIC 9(12).
           05 WS-PSUM-HIGH            PIC 9(12).
*> 2026-10-15 - a caller CALLing EULRPSUM as a subprogram (the
*> consistency ledger EULRCLED) hands its query over here instead of
*> on the PSUMPARM card, so no control card is rewritten to ask it;
*> EULRPSUM answers a NUMERIC card here in preference to the file
*> and hands the sum back in WS-SUITE-RESULT (EULRSLT.cpy). EXTERNAL
*> storage nothing has touched reads as low-values, never NUMERIC,
*> so a standalone run still reads its card; the caller blanks it
*> again after the CALL.
       01  WS-PSUM-ASK-CARD           PIC X(24) EXTERNAL.
