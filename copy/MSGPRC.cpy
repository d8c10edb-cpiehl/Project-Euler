*> MSGPRC.cpy - procedure text for the console message log (record,
*> catalog, and the why in MSGDAT.cpy). COPY into PROCEDURE
*> DIVISION; requires MSGDAT.cpy, SUITECFG.cpy (the mode), RUNIDP/
*> BDATPRC for the stamps, and SELECT/FD EULRMLOG-FILE (ASSIGN TO
*> WS-SHAD-MLOG-NAME, LINE SEQUENTIAL, FILE STATUS WS-MSG-STATUS,
*> 137-byte record). The program moves its own name to
*> WS-MSG-PROGRAM once, first thing; for each message the caller
*> sets WS-MSG-ID (catalogued in EULRMCAT) and WS-MSG-TEXT and
*> PERFORMs MSG-PARA in place of the DISPLAY. The message always
*> reaches the console; the log write is suppressed in TEST mode
*> here rather than at each call site, since the DISPLAY is not.
       MSG-PARA.
           DISPLAY WS-MSG-ID " " FUNCTION TRIM(WS-MSG-PROGRAM) ": "
               FUNCTION TRIM(WS-MSG-TEXT).
           IF NOT WS-MODE-IS-TEST THEN
               PERFORM RUNID-ENSURE-PARA
               PERFORM BDATE-ENSURE-PARA
               MOVE SPACES TO WS-MSG-RECORD
               MOVE WS-SUITE-RUN-ID TO WS-MSG-REC-RUN-ID
               MOVE WS-BUS-DATE TO WS-MSG-REC-DATE
               ACCEPT WS-MSG-REC-TIME FROM TIME
               MOVE WS-MSG-PROGRAM TO WS-MSG-REC-PROGRAM
               MOVE WS-MSG-ID TO WS-MSG-REC-ID
               IF WS-MSG-ID(7:1) = "W" THEN
                   MOVE "WARN" TO WS-MSG-REC-SEVERITY
               ELSE
                   MOVE "INFO" TO WS-MSG-REC-SEVERITY
               END-IF
               MOVE WS-MSG-TEXT TO WS-MSG-REC-TEXT
               OPEN EXTEND EULRMLOG-FILE
               IF WS-MSG-STATUS NOT = "00" THEN
                   OPEN OUTPUT EULRMLOG-FILE
               END-IF
               WRITE EULRMLOG-FILE-RECORD FROM WS-MSG-RECORD
               CLOSE EULRMLOG-FILE
           END-IF.
           MOVE SPACES TO WS-MSG-TEXT.
