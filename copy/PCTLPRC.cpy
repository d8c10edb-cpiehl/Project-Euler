*> PCTLPRC.cpy - procedure text for the period-control file (record
*> and the why in PCTLDAT.cpy): is a business month closed. COPY
*> into PROCEDURE DIVISION; requires PCTLDAT.cpy and SELECT/FD
*> EULRPCTL-FILE (ASSIGN TO "EULRPCTL", LINE SEQUENTIAL, FILE STATUS
*> WS-PCTL-STATUS, 40-byte record). MOVE the month (YYYYMM) to
*> WS-PCTL-MONTH and PERFORM PCTL-LOOK-PARA: WS-PCTL-FOUND says
*> whether the month has a record (left in WS-PCTL-RECORD) and
*> WS-PCTL-CLOSED whether it is closed now. No EULRPCTL on file
*> means no month is closed.
       PCTL-LOOK-PARA.
           MOVE 0 TO WS-PCTL-FOUND.
           MOVE 0 TO WS-PCTL-CLOSED.
           MOVE 0 TO WS-PCTL-EOF.
           OPEN INPUT EULRPCTL-FILE.
           IF WS-PCTL-STATUS = "00" THEN
               PERFORM PCTL-ROW-PARA
                   UNTIL WS-PCTL-EOF = 1 OR WS-PCTL-FOUND = 1
               CLOSE EULRPCTL-FILE
           END-IF.
           IF WS-PCTL-FOUND = 1 AND WS-PCTL-REC-IS-CLOSED THEN
               MOVE 1 TO WS-PCTL-CLOSED
           END-IF.

       PCTL-ROW-PARA.
           READ EULRPCTL-FILE INTO WS-PCTL-LINE
               AT END MOVE 1 TO WS-PCTL-EOF
           END-READ.
           IF WS-PCTL-EOF = 0 AND WS-PCTL-LINE(1:6) IS NUMERIC THEN
               IF WS-PCTL-LINE(1:6) = WS-PCTL-MONTH THEN
                   MOVE WS-PCTL-LINE TO WS-PCTL-RECORD
                   MOVE 1 TO WS-PCTL-FOUND
               END-IF
           END-IF.
