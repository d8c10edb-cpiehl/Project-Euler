*> ARCDAT.cpy - one row of the archive catalog EULRARCC (LINE
*> SEQUENTIAL, appended by every program that cuts an archive file,
*> procedure text in ARCPRC.cpy). EULRHKP's dated purges of EULRAUD
*> and EULREXP and EULRBKUP's backup sets used to be findable only by
*> knowing their naming convention and opening them by hand; each cut
*> is now recorded with the date range and record count it holds, so
*> the retrieval utility EULRARET can find the archives an inquiry
*> reaches into without opening any other. A re-cut of the same name
*> (a same-day backup rerun) appends a second row; the later row is
*> the one that describes the file on disk.
*> Row layout:
*>   cols 01-18  archive file name (EULRAUD.Ayyyymmdd and the like)
*>   cols 20-27  the file it was cut from (EULRAUD, EULREXP, EULRBKP)
*>   cols 29-36  oldest record run date held (zero when empty)
*>   cols 38-45  newest record run date held (zero when empty)
*>   cols 47-55  data records held (control records not counted)
*>   cols 57-64  business date of the cut
*>   cols 66-81  run id of the cutting run
*>   cols 83-90  cutting program
       01  WS-ARC-STATUS              PIC XX VALUE SPACES.
       01  WS-ARC-RECORD.
           05 WS-ARC-NAME             PIC X(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-SOURCE           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-OLDEST           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-NEWEST           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-COUNT            PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-CUT-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-RUN-ID           PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-ARC-PROGRAM          PIC X(08).
