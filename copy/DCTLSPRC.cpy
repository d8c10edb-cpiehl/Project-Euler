*> DCTLSPRC.cpy - the dataset-control pass over the E10SEG segment
*> archive (registry and the why in DCTLDAT.cpy, fold in
*> DCTLPRC.cpy). COPY into PROCEDURE DIVISION; requires SELECT/FD
*> DCTL-SEG-FILE (ASSIGN TO "E10SEG", INDEXED, ACCESS SEQUENTIAL,
*> RECORD KEY DCTL-SEG-KEY, FILE STATUS WS-DCTL-IN-STATUS; record
*> DCTL-SEG-RECORD, 60 bytes, the 9-digit segment key first) - its
*> own SELECT, so the pass reads the archive in key order whatever
*> access mode the program's own E10SEG-FILE uses.
       DCTL-SEG-PASS-PARA.
           MOVE "E10SEG" TO WS-DCTL-DATASET.
           MOVE 0 TO WS-DCTL-PRESENT.
           MOVE 0 TO WS-DCTL-COUNT.
           MOVE 0 TO WS-DCTL-TOTAL.
           MOVE 0 TO WS-DCTL-EOF.
           OPEN INPUT DCTL-SEG-FILE.
           IF WS-DCTL-IN-STATUS = "00" THEN
               MOVE 1 TO WS-DCTL-PRESENT
               MOVE 60 TO WS-DCTL-LEN
               PERFORM DCTL-SEG-ROW-PARA UNTIL WS-DCTL-EOF = 1
               CLOSE DCTL-SEG-FILE
           END-IF.

       DCTL-SEG-ROW-PARA.
           READ DCTL-SEG-FILE NEXT RECORD INTO WS-DCTL-BUF
               AT END MOVE 1 TO WS-DCTL-EOF
           END-READ.
           IF WS-DCTL-EOF = 0 THEN
               PERFORM DCTL-FOLD-PARA
           END-IF.
