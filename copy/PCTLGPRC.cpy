*> PCTLGPRC.cpy - the suite program's side of period close (record
*> and the why in PCTLDAT.cpy): refuse a run whose business date
*> falls in a closed month. COPY into PROCEDURE DIVISION after
*> PCTLPRC.cpy; requires BDATPRC for the business date, DIAG.cpy
*> for the diagnostic, and the run mode (SUITECFG) resolved.
*> PERFORM PCTL-GUARD-PARA right after WS-RPT-PROBLEM-ID is set and
*> before the run interlock is taken or anything is written. A
*> closed month is PC01 and RETURN-CODE 16, with NO audit line -
*> the audit line would itself stamp the closed date. A TEST-mode
*> run stamps nothing on the shared files and is let through.
       PCTL-GUARD-PARA.
           IF WS-MODE-IS-TEST THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM BDATE-ENSURE-PARA.
           MOVE WS-BUS-DATE(1:6) TO WS-PCTL-MONTH.
           PERFORM PCTL-LOOK-PARA.
           IF WS-PCTL-CLOSED = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-RPT-PROBLEM-ID ": REFUSED - BUSINESS DATE "
               WS-BUS-DATE " FALLS IN PERIOD " WS-PCTL-MONTH
               ", CLOSED " WS-PCTL-REC-DATE " BY "
               FUNCTION TRIM(WS-PCTL-REC-OPERATOR)
               " - REOPEN IT WITH EULRPCLS FIRST".
           MOVE "PC01" TO WS-DIAG-CODE.
           MOVE SPACES TO WS-DIAG-VALUE.
           STRING WS-PCTL-MONTH " " WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-DIAG-VALUE
           END-STRING.
           PERFORM DIAG-WRITE-PARA.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
