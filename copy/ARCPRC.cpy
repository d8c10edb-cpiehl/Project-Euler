*> ARCPRC.cpy - procedure text for the archive catalog (record and
*> the why in ARCDAT.cpy). COPY into PROCEDURE DIVISION; requires
*> ARCDAT.cpy, RUNIDP/BDATPRC for the stamps, MSGDAT for the
*> program name, and SELECT/FD EULRARCC-FILE (ASSIGN TO "EULRARCC",
*> LINE SEQUENTIAL, FILE STATUS WS-ARC-STATUS, 90-byte record). Per
*> archive cut: set WS-ARC-NAME, WS-ARC-SOURCE, WS-ARC-OLDEST,
*> WS-ARC-NEWEST, and WS-ARC-COUNT, then PERFORM ARC-NOTE-PARA once
*> the archive is closed. Archives are real files in every mode, so
*> the catalog row is written in every mode too.
       ARC-NOTE-PARA.
           PERFORM RUNID-ENSURE-PARA.
           PERFORM BDATE-ENSURE-PARA.
           MOVE WS-BUS-DATE TO WS-ARC-CUT-DATE.
           MOVE WS-SUITE-RUN-ID TO WS-ARC-RUN-ID.
           MOVE WS-MSG-PROGRAM TO WS-ARC-PROGRAM.
           OPEN EXTEND EULRARCC-FILE.
           IF WS-ARC-STATUS NOT = "00" THEN
               OPEN OUTPUT EULRARCC-FILE
           END-IF.
           WRITE EULRARCC-FILE-RECORD FROM WS-ARC-RECORD.
           CLOSE EULRARCC-FILE.
