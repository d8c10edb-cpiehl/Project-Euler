*> DCTLFPRC.cpy - the dataset-control pass over the E10SPF
*> smallest-prime-factor table (registry and the why in
*> DCTLDAT.cpy, fold in DCTLPRC.cpy). COPY into PROCEDURE DIVISION;
*> requires SELECT/FD DCTL-SPF-FILE (ASSIGN TO "E10SPF", INDEXED,
*> ACCESS SEQUENTIAL, RECORD KEY DCTL-SPF-KEY, FILE STATUS
*> WS-DCTL-IN-STATUS; record DCTL-SPF-RECORD, 24 bytes, the 12-digit
*> key first) - its own SELECT, since the lookup service holds
*> E10SPF-FILE open for random reads. The key-0 control record
*> (the bound) is content like any other row.
       DCTL-SPF-PASS-PARA.
           MOVE "E10SPF" TO WS-DCTL-DATASET.
           MOVE 0 TO WS-DCTL-PRESENT.
           MOVE 0 TO WS-DCTL-COUNT.
           MOVE 0 TO WS-DCTL-TOTAL.
           MOVE 0 TO WS-DCTL-EOF.
           OPEN INPUT DCTL-SPF-FILE.
           IF WS-DCTL-IN-STATUS = "00" THEN
               MOVE 1 TO WS-DCTL-PRESENT
               MOVE 24 TO WS-DCTL-LEN
               PERFORM DCTL-SPF-ROW-PARA UNTIL WS-DCTL-EOF = 1
               CLOSE DCTL-SPF-FILE
           END-IF.

       DCTL-SPF-ROW-PARA.
           READ DCTL-SPF-FILE NEXT RECORD INTO WS-DCTL-BUF
               AT END MOVE 1 TO WS-DCTL-EOF
           END-READ.
           IF WS-DCTL-EOF = 0 THEN
               PERFORM DCTL-FOLD-PARA
           END-IF.
