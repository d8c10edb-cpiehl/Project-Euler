*> HOLDPRC.cpy - procedure text for the legal-hold register (fields,
*> the EULRHOLD layout, and the why in HOLDDAT.cpy). COPY into
*> PROCEDURE DIVISION; requires HOLDDAT.cpy in WORKING-STORAGE and
*> SELECT/FD EULRHOLD-FILE (ASSIGN TO "EULRHOLD", LINE SEQUENTIAL,
*> FILE STATUS WS-HOLD-STATUS, 172-byte record) declared in this
*> program's ENVIRONMENT/DATA DIVISION.
*> PERFORM HOLD-LOAD-PARA once; then per record or generation set the
*> WS-HOLD-ASK-* fields (blank the ones that do not apply) and
*> PERFORM HOLD-TEST-PARA - WS-HOLD-HIT is the table row of the first
*> ACTIVE hold covering it, 0 when nothing holds it.
       HOLD-LOAD-PARA.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-HOLD-EOF.
           OPEN INPUT EULRHOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               PERFORM HOLD-ROW-PARA UNTIL WS-HOLD-EOF = 1
               CLOSE EULRHOLD-FILE
           END-IF.

*> a released hold protects nothing; a DATES hold with no "to" date
*> holds its one day
       HOLD-ROW-PARA.
           READ EULRHOLD-FILE INTO WS-HOLD-RECORD
               AT END MOVE 1 TO WS-HOLD-EOF
           END-READ.
           IF WS-HOLD-EOF = 0 AND WS-HOLD-REC-IS-ACTIVE THEN
               IF WS-HOLD-COUNT < 200 THEN
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-REC-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
                   MOVE WS-HOLD-REC-SCOPE
                       TO WS-HOLD-SCOPE(WS-HOLD-COUNT)
                   MOVE WS-HOLD-REC-VALUE
                       TO WS-HOLD-VALUE(WS-HOLD-COUNT)
                   MOVE WS-HOLD-REC-REVIEW
                       TO WS-HOLD-REVIEW(WS-HOLD-COUNT)
                   MOVE 0 TO WS-HOLD-FROM(WS-HOLD-COUNT)
                   MOVE 0 TO WS-HOLD-TO(WS-HOLD-COUNT)
                   IF WS-HOLD-REC-FROM-X IS NUMERIC THEN
                       MOVE WS-HOLD-REC-FROM-X
                           TO WS-HOLD-FROM(WS-HOLD-COUNT)
                       MOVE WS-HOLD-REC-FROM-X
                           TO WS-HOLD-TO(WS-HOLD-COUNT)
                   END-IF
                   IF WS-HOLD-REC-TO-X IS NUMERIC THEN
                       MOVE WS-HOLD-REC-TO-X
                           TO WS-HOLD-TO(WS-HOLD-COUNT)
                   END-IF
                   MOVE 0 TO WS-HOLD-AUD-N(WS-HOLD-COUNT)
                   MOVE 0 TO WS-HOLD-EXP-N(WS-HOLD-COUNT)
                   MOVE 0 TO WS-HOLD-GEN-N(WS-HOLD-COUNT)
               ELSE
                   DISPLAY WS-MSG-PROGRAM ": EULRHOLD HOLDS MORE THAN"
                       " 200 ACTIVE HOLDS - " WS-HOLD-REC-ID
                       " AND LATER ARE NOT APPLIED"
               END-IF
           END-IF.

       HOLD-TEST-PARA.
           MOVE 0 TO WS-HOLD-HIT.
           PERFORM HOLD-MATCH-PARA VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT OR WS-HOLD-HIT > 0.

       HOLD-MATCH-PARA.
           EVALUATE WS-HOLD-SCOPE(WS-HOLD-IX)
               WHEN "RUNID"
                   IF WS-HOLD-ASK-RUN-ID NOT = SPACES
                           AND WS-HOLD-ASK-RUN-ID
                           = WS-HOLD-VALUE(WS-HOLD-IX)(1:16) THEN
                       MOVE WS-HOLD-IX TO WS-HOLD-HIT
                   END-IF
               WHEN "PROBLEM"
                   IF WS-HOLD-ASK-PROBLEM NOT = SPACES
                           AND WS-HOLD-ASK-PROBLEM
                           = WS-HOLD-VALUE(WS-HOLD-IX)(1:8) THEN
                       MOVE WS-HOLD-IX TO WS-HOLD-HIT
                   END-IF
               WHEN "DATES"
                   IF WS-HOLD-ASK-DATE > 0
                           AND WS-HOLD-ASK-DATE
                           NOT < WS-HOLD-FROM(WS-HOLD-IX)
                           AND WS-HOLD-ASK-DATE
                           NOT > WS-HOLD-TO(WS-HOLD-IX) THEN
                       MOVE WS-HOLD-IX TO WS-HOLD-HIT
                   END-IF
               WHEN "GEN"
                   IF WS-HOLD-ASK-GEN NOT = SPACES
                           AND WS-HOLD-ASK-GEN
                           = WS-HOLD-VALUE(WS-HOLD-IX) THEN
                       MOVE WS-HOLD-IX TO WS-HOLD-HIT
                   END-IF
           END-EVALUATE.
