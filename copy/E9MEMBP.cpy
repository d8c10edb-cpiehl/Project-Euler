*> E9MEMBP.cpy - procedure text: reads the optional member-query card
*> E9MEMB (LINE SEQUENTIAL). A missing OR an empty card leaves
*> WS-E9-MEMB-ACTIVE at its VALUE default of N (see E9MEMB.cpy).
*> COPY into PROCEDURE DIVISION; requires WS-E9-MEMB-CARD
*> (E9MEMB.cpy) and SELECT/FD E9MEMB-FILE declared in this program's
*> ENVIRONMENT/DATA DIVISION. PERFORM once, early in A-PARA, alongside
*> RANGE-READ-PARA.
       MEMB-READ-PARA.
           OPEN INPUT E9MEMB-FILE.
           IF WS-E9-MEMB-STATUS = "00" THEN
               MOVE SPACES TO WS-E9-MEMB-CARD
               READ E9MEMB-FILE INTO WS-E9-MEMB-CARD
                   AT END MOVE "10" TO WS-E9-MEMB-STATUS
               END-READ
               IF WS-E9-MEMB-STATUS = "00"
                       AND WS-E9-MEMB-CARD NOT = SPACES THEN
                   MOVE "Y" TO WS-E9-MEMB-ACTIVE
               END-IF
               CLOSE E9MEMB-FILE
           END-IF.
