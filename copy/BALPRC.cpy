*> BALPRC.cpy - procedure text for the run-balancing control totals
*> (record and the why in BALDAT.cpy). COPY into PROCEDURE DIVISION;
*> requires BALDAT.cpy, RUNIDP/BDATPRC for the stamps,
*> WS-RPT-PROBLEM-ID set, and SELECT/FD EULRBAL-FILE (ASSIGN TO
*> WS-SHAD-BAL-NAME so an SBOX rehearsal posts into its shadow, LINE
*> SEQUENTIAL, FILE STATUS WS-BAL-STATUS, 92-byte record). Per
*> balanced pair: set WS-BAL-IN-FILE, WS-BAL-OUT-FILE and the four
*> counts, then PERFORM BAL-POST-PARA once the step has its
*> disposition - suppressed in TEST mode at the call site like every
*> shared-file write. The counts are left as posted.
       BAL-POST-PARA.
           PERFORM RUNID-ENSURE-PARA.
           PERFORM BDATE-ENSURE-PARA.
           MOVE WS-SUITE-RUN-ID TO WS-BAL-REC-RUN-ID.
           MOVE WS-RPT-PROBLEM-ID TO WS-BAL-REC-PROGRAM.
           MOVE WS-BUS-DATE TO WS-BAL-REC-DATE.
           MOVE WS-BAL-IN-FILE TO WS-BAL-REC-IN-FILE.
           MOVE WS-BAL-OUT-FILE TO WS-BAL-REC-OUT-FILE.
           MOVE WS-BAL-IN TO WS-BAL-REC-IN.
           MOVE WS-BAL-CARRIED TO WS-BAL-REC-CARRIED.
           MOVE WS-BAL-OUT TO WS-BAL-REC-OUT.
           MOVE WS-BAL-REJECTED TO WS-BAL-REC-REJECTED.
           OPEN EXTEND EULRBAL-FILE.
           IF WS-BAL-STATUS NOT = "00" THEN
               OPEN OUTPUT EULRBAL-FILE
           END-IF.
           WRITE EULRBAL-FILE-RECORD FROM WS-BAL-RECORD.
           CLOSE EULRBAL-FILE.
