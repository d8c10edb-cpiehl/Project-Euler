*> LOCKPRC.cpy - procedure text for the suite run interlock (see
*> LOCKDAT.cpy for the record and the rules). COPY into PROCEDURE
*> DIVISION; requires LOCKDAT.cpy in WORKING-STORAGE, MSGDAT.cpy/
*> MSGPRC.cpy for the stale-lock message, and SELECT/FD
*> EULRLOCK-FILE (LINE SEQUENTIAL, FILE STATUS WS-LOCK-STATUS)
*> declared in this program's ENVIRONMENT/DATA DIVISION.
       LOCK-TAKE-PARA.
               IF WS-LOCK-RECORD NOT = SPACES THEN
                   PERFORM LOCK-AGE-PARA
                   IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS THEN
                       MOVE "LCK001W" TO WS-MSG-ID
                       STRING "STALE RUN LOCK (HELD BY " WS-LOCK-PROGRAM
                           " SINCE " WS-LOCK-DATE "-" WS-LOCK-TIME
                           ") - TAKING IT OVER"
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM MSG-PARA
                   ELSE
                       DISPLAY WS-LOCK-MY-PROGRAM
                           ": SUITE RUN LOCK HELD BY " WS-LOCK-PROGRAM
