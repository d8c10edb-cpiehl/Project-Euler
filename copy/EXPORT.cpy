*> layout registry (LREGDAT.cpy/LREGPRC.cpy) before appending: a
*> stale-layout file refuses both the export row and its EULRHIST
*> write-through with diagnostic L001 - run EULRMIGR first.
*> 2026-10-15 - the EULRHIST-unavailable note is message HST001W on
*> the console message log (MSGDAT.cpy/MSGPRC.cpy, now required).
*> 2026-10-15 - stamps the writing program's deployed version level
*> off the deployment log (VREG-STAMP-PARA, VREGPRC.cpy - the host
*> already carries it for the audit seal) in cols 202-209.
       EXPORT-WRITE-PARA.
           PERFORM RUNID-ENSURE-PARA.
           MOVE WS-SUITE-RUN-ID TO WS-EXPORT-RUN-ID.
           PERFORM BDATE-ENSURE-PARA.
           MOVE WS-BUS-DATE TO WS-EXPORT-RUN-DATE.
           MOVE WS-RPT-PROBLEM-ID TO WS-EXPORT-PROBLEM-ID.
           MOVE WS-EXPORT-PROBLEM-ID TO WS-VREG-ASK.
           PERFORM VREG-STAMP-PARA.
           MOVE WS-VREG-LEVEL TO WS-EXPORT-VERSION.
           MOVE WS-RPT-RESULT TO WS-EXPORT-RESULT.
           IF WS-RPT-WIDE-FLAG = "Y" THEN
               MOVE WS-RPT-RESULT-WIDE TO WS-EXPORT-RESULT-WIDE
                   UNTIL WS-HIST-WROTE = 1 OR WS-HIST-RUN-SEQ > 9999
               CLOSE EULRHIST-FILE
           ELSE
               MOVE "HST001W" TO WS-MSG-ID
               STRING "EULRHIST RUN-HISTORY FILE UNAVAILABLE (STATUS "
                   WS-HIST-STATUS ") - ROW WRITTEN TO EULREXP ONLY"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
           END-IF.

       HIST-WRITE-ONE-PARA.
