*> GLDNDAT.cpy - working storage for EULRTEST's golden-file
*> comparison. Reconciling each program's one headline result against
*> EULREF passes a change that scrambles E3RPT's factor lines, E9RPT's
*> classifications or E3FACT's interface rows, so long as the number
*> holds. Every detail and interface file the baseline pass produces
*> - the set EULRMANI lists for EULER1 through EULER10 - has a blessed
*> copy on disk, "<name>.GLD" (E3RPT.GLD, E3FACT.GLD, ...; a dated
*> generation is blessed under its undated name), and each test run
*> compares the fresh output against it record by record. The
*> columns a rerun legitimately changes are masked on both sides
*> before the compare: the run id, the run and business dates, and a
*> time stamped "yyyymmdd-hhmmsscc" onto a date (the detail-report
*> title line) - a golden is written already masked, so it matches
*> any later run of the same baseline cards.
*> Golden registry (EULRGLDN, LINE SEQUENTIAL, rewritten whole on
*> each BLESS), one row per golden copy:
*>   cols 01-18  the output file's undated name
*>   cols 20-27  the problem that writes it
*>   cols 29-37  records blessed
*>   cols 39-46  date blessed
*>   cols 48-63  run id of the blessing run
*>   cols 65-72  operator who blessed it
       01  WS-GLDN-RECORD.
           05 WS-GLDN-REC-BASE        PIC X(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GLDN-REC-PROBLEM     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GLDN-REC-COUNT       PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GLDN-REC-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GLDN-REC-RUN-ID      PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GLDN-REC-OPERATOR    PIC X(08).
*> the registry as loaded, then as rewritten after a BLESS
       01  WS-GLDN-TABLE.
           05 WS-GLDN-ROW OCCURS 30 TIMES.
              10 WS-GLDN-ROW-IMAGE    PIC X(72).
       01  WS-GLDN-ROWS               PIC 9(02) VALUE 0.
*> the output files found on EULRMANI for the tested problems
       01  WS-GLD-TABLE.
           05 WS-GLD-ENTRY OCCURS 30 TIMES.
              10 WS-GLD-PROBLEM       PIC X(08).
              10 WS-GLD-BASE          PIC X(18).
              10 WS-GLD-DATED         PIC X(01).
       01  WS-GLD-COUNT               PIC 9(02) VALUE 0.
       01  WS-GLD-F                   PIC 9(02) VALUE 0.
       01  WS-GLD-G                   PIC 9(02) VALUE 0.
       01  WS-GLD-P                   PIC 9(03) VALUE 0.
       01  WS-GLD-HIT                 PIC 9(02) VALUE 0.
       01  WS-GLD-OUT-NAME            PIC X(18) VALUE SPACES.
       01  WS-GLD-GOLD-NAME           PIC X(18) VALUE SPACES.
       01  WS-GLD-OUT-STATUS          PIC XX VALUE SPACES.
       01  WS-GLD-GOLD-STATUS         PIC XX VALUE SPACES.
       01  WS-GLDN-STATUS             PIC XX VALUE SPACES.
       01  WS-GLD-MAN-EOF             PIC 9 VALUE 0.
       01  WS-GLD-OUT-EOF             PIC 9 VALUE 0.
       01  WS-GLD-GOLD-EOF            PIC 9 VALUE 0.
       01  WS-GLD-OUT-REC             PIC X(300) VALUE SPACES.
       01  WS-GLD-GOLD-REC            PIC X(300) VALUE SPACES.
       01  WS-GLD-MASK-REC            PIC X(300) VALUE SPACES.
       01  WS-GLD-SYS-DATE            PIC X(08) VALUE SPACES.
       01  WS-GLD-BUS-DATE            PIC X(08) VALUE SPACES.
       01  WS-GLD-LINE-NO             PIC 9(09) VALUE 0.
       01  WS-GLD-DIFFS               PIC 9(09) VALUE 0.
       01  WS-GLD-SHOWN               PIC 9(01) VALUE 0.
       01  WS-GLD-SHOW-MAX            PIC 9(01) VALUE 3.
       01  WS-GLD-ROWS                PIC 9(09) VALUE 0.
       01  WS-GLD-MATCHED             PIC 9(02) VALUE 0.
       01  WS-GLD-DIFFERED            PIC 9(02) VALUE 0.
       01  WS-GLD-UNBLESSED           PIC 9(02) VALUE 0.
       01  WS-GLD-BLESSED             PIC 9(02) VALUE 0.
       01  WS-GLD-STATE               PIC X(12) VALUE SPACES.
       01  WS-GLD-OPERATOR            PIC X(08) VALUE SPACES.
       01  WS-GLD-NEW-BASE            PIC X(18) VALUE SPACES.
       01  WS-GLD-NEW-DATED           PIC X(01) VALUE SPACE.
