*> COPY into PROCEDURE DIVISION; requires SPFDAT.cpy in WORKING-
*> STORAGE and SELECT/FD E10SPF-FILE (INDEXED, ACCESS RANDOM, RECORD
*> KEY WS-SPF-KEY, FILE STATUS WS-SPF-STATUS, COPY E10SPFR under the
*> FD) declared in this program's ENVIRONMENT/DATA DIVISION, and
*> MSGDAT/MSGPRC for the in-use / not-available messages.
*> PERFORM SPF-INIT-PARA once up front (the file stays open for the
*> run - one OPEN, many keyed READs), SPF-LOOKUP-PARA per number
*> (WS-SPF-N in, WS-SPF-RESULT out - zero means "not answerable
               END-READ
               IF WS-SPF-BOUND > 0 THEN
                   MOVE 1 TO WS-SPF-AVAILABLE
                   MOVE "SPF001I" TO WS-MSG-ID
                   STRING "E10SPF SMALLEST-FACTOR TABLE IN USE (BOUND "
                       WS-SPF-BOUND ")"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM MSG-PARA
               ELSE
                   CLOSE E10SPF-FILE
               END-IF
           END-IF.
           IF WS-SPF-AVAILABLE = 0 THEN
               MOVE "SPF002W" TO WS-MSG-ID
               STRING "E10SPF SMALLEST-FACTOR TABLE NOT AVAILABLE"
                   " (STATUS " WS-SPF-STATUS ") - FACTORING BY TRIAL"
                   " DIVISION" DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
           END-IF.

*> Even numbers answer without a READ; odd ones inside the bound
*> come off the table. A key somehow missing under the bound
