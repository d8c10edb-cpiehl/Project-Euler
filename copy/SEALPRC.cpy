*> A record written before the seal existed has blank seal columns;
*> the scan treats the last SEALED record as the chain tail, so the
*> chain simply starts at the first sealed append.
*> 2026-10-15 - AUD-SEAL-PARA also stamps the deployed version level
*> of the line's program (cols 103-110, VREG-STAMP-PARA - COPY VREGPRC
*> alongside, with its SELECT/FD EULRVREG-FILE) and seals it: a
*> non-blank version column is added into the byte sum at its own
*> positions, so a version edited after the fact breaks the chain
*> like any other column, while a line with no version sums exactly
*> as it always did.
       AUD-SEAL-PARA.
           MOVE 0 TO WS-SEAL-EOF.
           MOVE 0 TO WS-SEAL-PREV-SEQ.
               CLOSE EULRAUD-FILE
           END-IF.
           COMPUTE WS-AUDIT-SEQ = WS-SEAL-PREV-SEQ + 1.
           MOVE WS-AUDIT-PROBLEM-ID TO WS-VREG-ASK.
           PERFORM VREG-STAMP-PARA.
           MOVE WS-VREG-LEVEL TO WS-AUDIT-VERSION.
           MOVE SPACES TO WS-SEAL-BUF.
           MOVE WS-AUDIT-RECORD(1:79) TO WS-SEAL-BUF.
           MOVE WS-AUDIT-VERSION TO WS-SEAL-BUF(103:8).
           PERFORM AUD-SEAL-SUM-PARA.
           COMPUTE WS-AUDIT-CHECK =
               FUNCTION MOD(WS-SEAL-PREV-CHECK * 31
           END-READ.

*> Positional byte sum over the 79 content columns held in
*> WS-SEAL-BUF, and the version column when one is stamped -
*> position-weighted so a transposition changes it
       AUD-SEAL-SUM-PARA.
           MOVE 0 TO WS-SEAL-SUM.
           PERFORM AUD-SEAL-BYTE-PARA
               VARYING WS-SEAL-K FROM 1 BY 1 UNTIL WS-SEAL-K > 79.
           IF WS-SEAL-BUF(103:8) NOT = SPACES THEN
               PERFORM AUD-SEAL-BYTE-PARA
                   VARYING WS-SEAL-K FROM 103 BY 1
                   UNTIL WS-SEAL-K > 110
           END-IF.

       AUD-SEAL-BYTE-PARA.
           COMPUTE WS-SEAL-SUM = FUNCTION MOD(WS-SEAL-SUM
