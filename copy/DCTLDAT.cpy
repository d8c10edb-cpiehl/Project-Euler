*> DCTLDAT.cpy - working storage for the dataset-control registry
*> (EULRDCTL, LINE SEQUENTIAL, one record per controlled dataset -
*> procedure text in DCTLPRC.cpy, with one pass copybook per
*> dataset: DCTLPPRC.cpy E10PRIME, DCTLSPRC.cpy E10SEG, DCTLFPRC.cpy
*> E10SPF). The E10PRIME trailer proves a cache was not truncated,
*> and EULRSEAL proves the audit trail unbroken, but nothing caught
*> a shared data file that was edited, partly restored, or copied
*> from the wrong generation while keeping its record count. Each
*> producer now records a content total for the dataset it rebuilds
*> - its record count and a position-weighted hash of every record,
*> chained in file order (the audit seal's arithmetic) - and every
*> consumer recomputes it when it opens the dataset. A mismatch is
*> diagnostic DC01 plus a CRIT notification on EULRNOTQ, and the run
*> stops rather than answer from a tampered file.
*> Like E10PSTAT, the registry is the datasets' own companion, not a
*> log: it is ASSIGNed to its literal name and rewritten whenever the
*> dataset is, whatever the run mode. A producer drops its dataset's
*> row before it starts rewriting the file and registers the new
*> total once the file is whole, so a cancelled build leaves the
*> dataset unregistered (consumers note it and carry on with the
*> checks they always made) rather than falsely mismatched.
*> Record layout (EULRDCTL):
*>   cols 01-08   dataset name
*>   cols 10-18   record count (data records only for E10PRIME - the
*>                HDR/TRL control records are not content)
*>   cols 20-31   content hash total
*>   cols 33-40   registering program
*>   cols 42-57   run correlation id of the registering run
*>   cols 59-66   date registered
       01  WS-DCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-DCTL-IN-STATUS          PIC XX VALUE SPACES.
       01  WS-DCTL-DATASET            PIC X(08) VALUE SPACES.
       01  WS-DCTL-RECORD.
           05 WS-DCTL-REC-DATASET     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DCTL-REC-COUNT       PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DCTL-REC-TOTAL       PIC 9(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DCTL-REC-PROGRAM     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DCTL-REC-RUN-ID      PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DCTL-REC-DATE        PIC 9(08).
*> the registry held in core while one row is replaced or dropped
       01  WS-DCTL-TABLE.
           05 WS-DCTL-ROW             PIC X(66) OCCURS 20 TIMES
                                      VALUE SPACES.
       01  WS-DCTL-ROWS               PIC 9(02) VALUE 0.
       01  WS-DCTL-IX                 PIC 9(02) VALUE 0.
       01  WS-DCTL-FOUND              PIC 9(02) VALUE 0.
       01  WS-DCTL-EOF                PIC 9 VALUE 0.
*> the content total as recomputed off the dataset itself
       01  WS-DCTL-PRESENT            PIC 9 VALUE 0.
       01  WS-DCTL-COUNT              PIC 9(09) VALUE 0.
       01  WS-DCTL-TOTAL              PIC 9(12) VALUE 0.
       01  WS-DCTL-BUF                PIC X(60) VALUE SPACES.
       01  WS-DCTL-LEN                PIC 9(03) VALUE 0.
       01  WS-DCTL-POS                PIC 9(03) VALUE 0.
       01  WS-DCTL-PIECE-LEN          PIC 9(03) VALUE 0.
       01  WS-DCTL-K                  PIC 9(03) VALUE 0.
       01  WS-DCTL-SUM                PIC 9(12) VALUE 0.
*> what the check found: M matched, U not on the registry, X the
*> recomputed total disagrees with the registered one
       01  WS-DCTL-RESULT             PIC X(01) VALUE SPACE.
           88 WS-DCTL-MATCHED             VALUE "M".
           88 WS-DCTL-UNREGISTERED        VALUE "U".
           88 WS-DCTL-MISMATCHED          VALUE "X".
       01  WS-DCTL-COUNT-EDIT         PIC Z(8)9.
       01  WS-DCTL-WANT-EDIT          PIC Z(8)9.
