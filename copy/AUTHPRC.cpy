*> (fields, the EULRAUTH layout, and the missing-file rule in
*> AUTHDAT.cpy). COPY into PROCEDURE DIVISION; requires AUTHDAT.cpy
*> in WORKING-STORAGE, SELECT/FD EULRAUTH-FILE (LINE SEQUENTIAL,
*> FILE STATUS WS-AUTH-STATUS, 19-byte record) declared, and - for
*> the refusal record - the audit and diagnostic plumbing the host
*> already carries (AUDDAT/RUNID + EULRAUD FD, DIAGDAT/DIAG +
*> EULRDIAG FD, WS-RPT-PROBLEM-ID set, ELAPSED-PARA reachable).
               PERFORM AUTH-FLAG-PARA
           END-IF.

*> Which of the ten flags speaks for the requested function
       AUTH-FLAG-PARA.
           MOVE 0 TO WS-AUTH-FX.
           EVALUATE FUNCTION TRIM(WS-AUTH-FUNCTION)
               WHEN "SELECT"   MOVE 4 TO WS-AUTH-FX
               WHEN "CATALOG"  MOVE 5 TO WS-AUTH-FX
               WHEN "PURGE"    MOVE 6 TO WS-AUTH-FX
               WHEN "CERTIFY"  MOVE 7 TO WS-AUTH-FX
               WHEN "PERIOD"   MOVE 8 TO WS-AUTH-FX
               WHEN "HOLD"     MOVE 9 TO WS-AUTH-FX
               WHEN "PROMOTE"  MOVE 10 TO WS-AUTH-FX
           END-EVALUATE.
           IF WS-AUTH-FX > 0 THEN
               MOVE WS-AUTH-FLAG(WS-AUTH-FX) TO WS-AUTH-ALLOWED
