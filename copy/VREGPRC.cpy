*> VREGPRC.cpy - procedure text for the program-version registry
*> (fields, the EULRVREG layout, and the why in VREGDAT.cpy). COPY
*> into PROCEDURE DIVISION; requires VREGDAT.cpy in WORKING-STORAGE
*> and SELECT/FD EULRVREG-FILE (ASSIGN TO "EULRVREG" - the live
*> registry, a reference file like EULRLREG - LINE SEQUENTIAL, FILE
*> STATUS WS-VREG-STATUS, 61-byte record) declared in this program's
*> ENVIRONMENT/DATA DIVISION.
*> MOVE the program id to WS-VREG-ASK, PERFORM VREG-STAMP-PARA, and
*> take WS-VREG-LEVEL - AUD-SEAL-PARA (SEALPRC.cpy, for the line's
*> problem id) and EXPORT-WRITE-PARA (EXPORT.cpy, for the row's)
*> already do.
       VREG-STAMP-PARA.
           IF WS-VREG-FOR NOT = WS-VREG-ASK THEN
               MOVE WS-VREG-ASK TO WS-VREG-FOR
               MOVE SPACES TO WS-VREG-LEVEL
               MOVE 0 TO WS-VREG-EOF
               OPEN INPUT EULRVREG-FILE
               IF WS-VREG-STATUS = "00" THEN
                   PERFORM VREG-ROW-PARA UNTIL WS-VREG-EOF = 1
                   CLOSE EULRVREG-FILE
               END-IF
           END-IF.

*> append order is deployment order - the last row for the program
*> is the level now deployed
       VREG-ROW-PARA.
           READ EULRVREG-FILE INTO WS-VREG-RECORD
               AT END MOVE 1 TO WS-VREG-EOF
           END-READ.
           IF WS-VREG-EOF = 0
                   AND WS-VREG-REC-PROGRAM = WS-VREG-FOR THEN
               MOVE WS-VREG-REC-VERSION TO WS-VREG-LEVEL
           END-IF.
