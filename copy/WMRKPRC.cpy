*> (ASSIGN TO "EULRWMRK", LINE SEQUENTIAL, FILE STATUS
*> WS-WMRK-STATUS, 36-byte record) and SELECT/FD WMRK-LOCK-FILE
*> (ASSIGN TO WS-SHAD-LOCK-NAME, LINE SEQUENTIAL, FILE STATUS
*> WS-WMRK-STATUS), with MSGDAT/MSGPRC for the console message. Set
*> WS-WMRK-NAME and PERFORM WMRK-LIMIT-PARA:
*> WS-WMRK-LIMIT comes back 0 ("read everything" - the lock is
*> free, or no watermark was ever published) or the record count to
*> stop at while a run is writing.
                   CLOSE EULRWMRK-FILE
               END-IF
               IF WS-WMRK-LIMIT > 0 THEN
                   MOVE "WMK001I" TO WS-MSG-ID
                   STRING "A RUN HOLDS THE INTERLOCK - READING "
                       FUNCTION TRIM(WS-WMRK-NAME)
                       " TO ITS PUBLISHED WATERMARK ("
                       WS-WMRK-LIMIT " RECORD(S))"
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM MSG-PARA
               END-IF
           END-IF.

