*> DCTLCPRC.cpy - the consumer's side of the dataset-control
*> registry (record and the why in DCTLDAT.cpy): compare the total
*> just recomputed off a shared dataset with the one its producer
*> registered. COPY into PROCEDURE DIVISION after DCTLPRC.cpy;
*> requires NOTDAT.cpy/NOTPRC.cpy and SELECT/FD EULRNOTQ-FILE for
*> the notification, MSGDAT/MSGPRC for the not-registered note,
*> DIAG.cpy for the diagnostic, and AUDIT.cpy for the rejection's
*> audit line. PERFORM the dataset's pass paragraph
*> and then DCTL-VERIFY-PARA before the consumer's own OPEN of the
*> dataset. A dataset not on disk is left to the consumer's usual
*> handling; one not on the registry (built before the registry, or
*> its build never finished) is noted and not verified; a mismatch
*> writes DC01 and a CRIT notification and ends the run with
*> RETURN-CODE 16 - answers are never produced from it.
       DCTL-VERIFY-PARA.
           MOVE SPACE TO WS-DCTL-RESULT.
           IF WS-DCTL-PRESENT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM DCTL-LOAD-PARA.
           IF WS-DCTL-FOUND = 0 THEN
               MOVE "U" TO WS-DCTL-RESULT
               MOVE "DCT001W" TO WS-MSG-ID
               STRING WS-DCTL-DATASET
                   " IS NOT ON THE DATASET-CONTROL REGISTRY -"
                   " CONTENT NOT VERIFIED"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DCTL-ROW(WS-DCTL-FOUND) TO WS-DCTL-RECORD.
           IF WS-DCTL-REC-COUNT = WS-DCTL-COUNT
                   AND WS-DCTL-REC-TOTAL = WS-DCTL-TOTAL THEN
               MOVE "M" TO WS-DCTL-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO WS-DCTL-RESULT.
           MOVE WS-DCTL-COUNT TO WS-DCTL-COUNT-EDIT.
           MOVE WS-DCTL-REC-COUNT TO WS-DCTL-WANT-EDIT.
           DISPLAY WS-RPT-PROBLEM-ID ": REJECTED - " WS-DCTL-DATASET
               " CONTENT TOTAL " WS-DCTL-TOTAL " OVER "
               FUNCTION TRIM(WS-DCTL-COUNT-EDIT) " RECORDS DOES NOT"
               " MATCH THE " WS-DCTL-REC-TOTAL " OVER "
               FUNCTION TRIM(WS-DCTL-WANT-EDIT) " REGISTERED BY "
               WS-DCTL-REC-PROGRAM " RUN " WS-DCTL-REC-RUN-ID.
           MOVE "DC01" TO WS-DIAG-CODE.
           MOVE SPACES TO WS-DIAG-VALUE.
           STRING WS-DCTL-DATASET " " WS-DCTL-COUNT " "
               WS-DCTL-REC-COUNT DELIMITED BY SIZE INTO WS-DIAG-VALUE
           END-STRING.
           PERFORM DIAG-WRITE-PARA.
           MOVE 16 TO RETURN-CODE.
           IF NOT WS-MODE-IS-TEST THEN
               MOVE "CRIT" TO WS-NOT-SEVERITY
               MOVE WS-RPT-PROBLEM-ID TO WS-NOT-PROGRAM
               MOVE SPACES TO WS-NOT-TEXT
               STRING WS-DCTL-DATASET " CONTENT TOTAL MISMATCH"
                   DELIMITED BY SIZE INTO WS-NOT-TEXT
               END-STRING
               PERFORM NOTIFY-PARA
               PERFORM AUDIT-WRITE-PARA
           END-IF.
           GOBACK.
