*> PCTLDAT.cpy - working storage for the period-control file
*> (EULRPCTL, LINE SEQUENTIAL, one record per business month that
*> has ever been closed - procedure text in PCTLPRC.cpy, the suite
*> programs' refusal in PCTLGPRC.cpy, maintenance in EULRPCLS).
*> Once a month's SLA figures are signed off and its chargeback
*> statement issued, that month is history - yet an EULRBDTE card
*> back-dated into it made any program stamp fresh audit and export
*> lines onto the finished month, and EULRCAT BLESS or an EULRHKP
*> cut could still re-bless or re-split its records. EULRPCLS CLOSE
*> marks a month closed here; from then on every suite program
*> whose business date falls in it refuses the run (diagnostic PC01)
*> before anything is stamped, EULRCAT refuses a BLESS of one of its
*> nights, and EULRHKP refuses a cutoff that would split it. Only an
*> operator with the PERIOD authority (EULRAUTH) may close or reopen
*> a month, and every close and reopen is logged on EULRCHG.
*> Like EULRDCTL, the file is the suite's own control record, not a
*> log: it is ASSIGNed to its literal name, and a missing file means
*> no month is closed - the behavior before period close existed.
*> Record layout (EULRPCTL):
*>   cols 01-06   business month YYYYMM
*>   cols 08-13   CLOSED, or OPEN once reopened
*>   cols 15-22   date of the last close or reopen (wall clock)
*>   cols 24-31   time of the last close or reopen
*>   cols 33-40   operator who closed (or reopened) it
       01  WS-PCTL-STATUS             PIC XX VALUE SPACES.
       01  WS-PCTL-MONTH              PIC 9(06) VALUE 0.
       01  WS-PCTL-RECORD.
           05 WS-PCTL-REC-MONTH       PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PCTL-REC-STATE       PIC X(06).
              88 WS-PCTL-REC-IS-CLOSED    VALUE "CLOSED".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PCTL-REC-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PCTL-REC-TIME        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PCTL-REC-OPERATOR    PIC X(08).
*> what the lookup found for WS-PCTL-MONTH: its record (when there is
*> one) left in WS-PCTL-RECORD
       01  WS-PCTL-FOUND              PIC 9 VALUE 0.
       01  WS-PCTL-CLOSED             PIC 9 VALUE 0.
       01  WS-PCTL-EOF                PIC 9 VALUE 0.
       01  WS-PCTL-LINE               PIC X(40) VALUE SPACES.
