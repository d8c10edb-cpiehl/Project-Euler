*> DCTLPRC.cpy - procedure text for the dataset-control registry
*> (record and the why in DCTLDAT.cpy): the content-total fold and
*> the registry's register/drop maintenance. COPY into PROCEDURE
*> DIVISION; requires DCTLDAT.cpy, RUNIDP/BDATPRC for the stamps,
*> MSGDAT/MSGPRC for the registered message, WS-RPT-PROBLEM-ID
*> set, and SELECT/FD EULRDCTL-FILE (ASSIGN TO "EULRDCTL", LINE
*> SEQUENTIAL, FILE STATUS WS-DCTL-STATUS, 66-byte record). The dataset itself is walked by its own pass copybook
*> (DCTLPPRC/DCTLSPRC/DCTLFPRC), which leaves WS-DCTL-DATASET,
*> WS-DCTL-PRESENT, WS-DCTL-COUNT, and WS-DCTL-TOTAL set.
*> A producer PERFORMs DCTL-DROP-PARA (WS-DCTL-DATASET set) before
*> it starts rewriting the dataset, then the pass and
*> DCTL-REGISTER-PARA once the dataset is whole again. Consumers
*> check through DCTLCPRC.cpy.

*> Fold one record (WS-DCTL-BUF, WS-DCTL-LEN bytes) into the running
*> total: the record's 12-byte pieces are weighted by their position
*> (a numeric piece by its value, anything else by its bytes), and
*> the record's sum is chained onto the total with the record's
*> ordinal - so an edited, dropped, swapped, or reordered record
*> changes every total after it, even when the count still agrees.
       DCTL-FOLD-PARA.
           ADD 1 TO WS-DCTL-COUNT.
           MOVE 0 TO WS-DCTL-SUM.
           PERFORM DCTL-PIECE-PARA VARYING WS-DCTL-POS FROM 1 BY 12
               UNTIL WS-DCTL-POS > WS-DCTL-LEN.
           COMPUTE WS-DCTL-TOTAL =
               FUNCTION MOD(WS-DCTL-TOTAL * 31
                   + WS-DCTL-SUM + WS-DCTL-COUNT, 999999999999).

       DCTL-PIECE-PARA.
           COMPUTE WS-DCTL-PIECE-LEN = WS-DCTL-LEN - WS-DCTL-POS + 1.
           IF WS-DCTL-PIECE-LEN > 12 THEN
               MOVE 12 TO WS-DCTL-PIECE-LEN
           END-IF.
           IF WS-DCTL-BUF(WS-DCTL-POS:WS-DCTL-PIECE-LEN) IS NUMERIC
                   THEN
               COMPUTE WS-DCTL-SUM = FUNCTION MOD(WS-DCTL-SUM
                   + FUNCTION NUMVAL(
                       WS-DCTL-BUF(WS-DCTL-POS:WS-DCTL-PIECE-LEN))
                       * WS-DCTL-POS, 999999999999)
           ELSE
               PERFORM DCTL-BYTE-PARA VARYING WS-DCTL-K
                   FROM WS-DCTL-POS BY 1
                   UNTIL WS-DCTL-K >= WS-DCTL-POS + WS-DCTL-PIECE-LEN
           END-IF.

       DCTL-BYTE-PARA.
           COMPUTE WS-DCTL-SUM = FUNCTION MOD(WS-DCTL-SUM
               + FUNCTION ORD(WS-DCTL-BUF(WS-DCTL-K:1))
                   * WS-DCTL-K, 999999999999).

*> Record the recomputed total as the dataset's registered control,
*> replacing any earlier row for it. A dataset that is not on disk
*> (WS-DCTL-PRESENT 0) has nothing to register.
       DCTL-REGISTER-PARA.
           IF WS-DCTL-PRESENT = 1 THEN
               PERFORM DCTL-LOAD-PARA
               PERFORM RUNID-ENSURE-PARA
               PERFORM BDATE-ENSURE-PARA
               MOVE SPACES TO WS-DCTL-RECORD
               MOVE WS-DCTL-DATASET TO WS-DCTL-REC-DATASET
               MOVE WS-DCTL-COUNT TO WS-DCTL-REC-COUNT
               MOVE WS-DCTL-TOTAL TO WS-DCTL-REC-TOTAL
               MOVE WS-RPT-PROBLEM-ID TO WS-DCTL-REC-PROGRAM
               MOVE WS-SUITE-RUN-ID TO WS-DCTL-REC-RUN-ID
               MOVE WS-BUS-DATE TO WS-DCTL-REC-DATE
               IF WS-DCTL-FOUND = 0 AND WS-DCTL-ROWS < 20 THEN
                   ADD 1 TO WS-DCTL-ROWS
                   MOVE WS-DCTL-ROWS TO WS-DCTL-FOUND
               END-IF
               IF WS-DCTL-FOUND > 0 THEN
                   MOVE WS-DCTL-RECORD TO WS-DCTL-ROW(WS-DCTL-FOUND)
               END-IF
               PERFORM DCTL-SAVE-PARA
               MOVE "DCT002I" TO WS-MSG-ID
               STRING WS-DCTL-DATASET " CONTENT TOTAL REGISTERED ("
                   WS-DCTL-COUNT " RECORDS)"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
           END-IF.

*> Take the dataset off the registry while it is being rewritten
       DCTL-DROP-PARA.
           PERFORM DCTL-LOAD-PARA.
           IF WS-DCTL-FOUND > 0 THEN
               MOVE SPACES TO WS-DCTL-ROW(WS-DCTL-FOUND)
               PERFORM DCTL-SAVE-PARA
           END-IF.

*> The registry into core, noting WS-DCTL-DATASET's row (if any)
       DCTL-LOAD-PARA.
           MOVE 0 TO WS-DCTL-ROWS.
           MOVE 0 TO WS-DCTL-FOUND.
           MOVE 0 TO WS-DCTL-EOF.
           OPEN INPUT EULRDCTL-FILE.
           IF WS-DCTL-STATUS = "00" THEN
               PERFORM DCTL-LOAD-ROW-PARA UNTIL WS-DCTL-EOF = 1
               CLOSE EULRDCTL-FILE
           END-IF.

       DCTL-LOAD-ROW-PARA.
           READ EULRDCTL-FILE INTO WS-DCTL-RECORD
               AT END MOVE 1 TO WS-DCTL-EOF
           END-READ.
           IF WS-DCTL-EOF = 0 AND WS-DCTL-REC-DATASET NOT = SPACES
                   AND WS-DCTL-ROWS < 20 THEN
               ADD 1 TO WS-DCTL-ROWS
               MOVE WS-DCTL-RECORD TO WS-DCTL-ROW(WS-DCTL-ROWS)
               IF WS-DCTL-REC-DATASET = WS-DCTL-DATASET THEN
                   MOVE WS-DCTL-ROWS TO WS-DCTL-FOUND
               END-IF
           END-IF.

*> The registry back out whole - a dropped (blanked) row is left off
       DCTL-SAVE-PARA.
           OPEN OUTPUT EULRDCTL-FILE.
           PERFORM DCTL-SAVE-ROW-PARA VARYING WS-DCTL-IX FROM 1 BY 1
               UNTIL WS-DCTL-IX > WS-DCTL-ROWS.
           CLOSE EULRDCTL-FILE.

       DCTL-SAVE-ROW-PARA.
           IF WS-DCTL-ROW(WS-DCTL-IX) NOT = SPACES THEN
               WRITE EULRDCTL-FILE-RECORD FROM WS-DCTL-ROW(WS-DCTL-IX)
           END-IF.
