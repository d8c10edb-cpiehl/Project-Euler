*> DCTLPPRC.cpy - the dataset-control pass over the E10PRIME prime
*> cache (registry and the why in DCTLDAT.cpy, fold in DCTLPRC.cpy).
*> COPY into PROCEDURE DIVISION; requires SELECT/FD DCTL-PRIME-FILE
*> (ASSIGN TO "E10PRIME", LINE SEQUENTIAL, FILE STATUS
*> WS-DCTL-IN-STATUS, 40-byte record) - a SELECT of its own, so the
*> pass never disturbs the program's own cache handling. Only the
*> data rows are content; the HDR record and every TRL record (the
*> final one and any superseded by an EULER7 extension) are skipped.
       DCTL-PRIME-PASS-PARA.
           MOVE "E10PRIME" TO WS-DCTL-DATASET.
           MOVE 0 TO WS-DCTL-PRESENT.
           MOVE 0 TO WS-DCTL-COUNT.
           MOVE 0 TO WS-DCTL-TOTAL.
           MOVE 0 TO WS-DCTL-EOF.
           OPEN INPUT DCTL-PRIME-FILE.
           IF WS-DCTL-IN-STATUS = "00" THEN
               MOVE 1 TO WS-DCTL-PRESENT
               MOVE 12 TO WS-DCTL-LEN
               PERFORM DCTL-PRIME-ROW-PARA UNTIL WS-DCTL-EOF = 1
               CLOSE DCTL-PRIME-FILE
           END-IF.

       DCTL-PRIME-ROW-PARA.
           READ DCTL-PRIME-FILE INTO WS-DCTL-BUF
               AT END MOVE 1 TO WS-DCTL-EOF
           END-READ.
           IF WS-DCTL-EOF = 0
                   AND WS-DCTL-BUF(1:3) NOT = "HDR"
                   AND WS-DCTL-BUF(1:3) NOT = "TRL" THEN
               PERFORM DCTL-FOLD-PARA
           END-IF.
