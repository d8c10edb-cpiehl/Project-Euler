*> HOLDDAT.cpy - working storage for the legal-hold register
*> (EULRHOLD, LINE SEQUENTIAL - procedure text in HOLDPRC.cpy,
*> maintenance and the hold report in EULRHLD). While an incident or
*> an external query is under review its evidence has to stay put,
*> and the only way to keep EULRHKP's month-end split and retention
*> sweep off it used to be suspending housekeeping for the whole
*> suite. A hold names what it protects - one run id, a range of run
*> dates, one problem, or one dated generation - with the reason and
*> a date by which the hold must be reviewed; EULRHKP leaves
*> everything under an ACTIVE hold where it is and lists what it left.
*> Like EULRPCTL, the file is the suite's own control record: it is
*> ASSIGNed to its literal name, a missing file means nothing is
*> held, and only an operator with the HOLD authority (EULRAUTH) may
*> place or release a hold - every change is logged on EULRCHG.
*> Record layout (EULRHOLD):
*>   cols 001-008  hold id (H and a 7-digit sequence, given by PLACE)
*>   cols 010-017  ACTIVE, or RELEASED once released
*>   cols 019-026  scope: RUNID, DATES, PROBLEM, or GEN
*>   cols 028-045  what is held - the run id; the run-date range
*>                 "yyyymmdd yyyymmdd"; the problem (program) id; or
*>                 the generation name, e.g. EULDGST.D20261015
*>   cols 047-054  review date, YYYYMMDD
*>   cols 056-063  date placed (wall clock)
*>   cols 065-072  operator who placed it
*>   cols 074-113  reason for the hold
*>   cols 115-122  date released (blank while active)
*>   cols 124-131  operator who released it
*>   cols 133-172  reason for the release
*> What each scope covers in EULRHKP: RUNID and PROBLEM hold the
*> EULRAUD and EULREXP records of that run or that program; DATES
*> holds those records AND the dated generations of those business
*> dates; GEN holds the one named generation.
       01  WS-HOLD-STATUS             PIC XX VALUE SPACES.
       01  WS-HOLD-EOF                PIC 9 VALUE 0.
       01  WS-HOLD-RECORD.
           05 WS-HOLD-REC-ID          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-STATE       PIC X(08).
              88 WS-HOLD-REC-IS-ACTIVE    VALUE "ACTIVE".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-SCOPE       PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-VALUE       PIC X(18).
           05 WS-HOLD-REC-RANGE REDEFINES WS-HOLD-REC-VALUE.
              10 WS-HOLD-REC-FROM-X   PIC X(08).
              10 FILLER               PIC X(01).
              10 WS-HOLD-REC-TO-X     PIC X(08).
              10 FILLER               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-REVIEW      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-OPERATOR    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-REASON      PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-REL-DATE    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-REL-OPER    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-HOLD-REC-REL-REASON  PIC X(40).
*> the ACTIVE holds in core (HOLD-LOAD-PARA), with what each one kept
*> back on this run - EULRHKP reports the counts per hold
       01  WS-HOLD-COUNT              PIC 9(03) VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ROW OCCURS 200 TIMES.
              10 WS-HOLD-ID           PIC X(08).
              10 WS-HOLD-SCOPE        PIC X(08).
              10 WS-HOLD-VALUE        PIC X(18).
              10 WS-HOLD-FROM         PIC 9(08).
              10 WS-HOLD-TO           PIC 9(08).
              10 WS-HOLD-REVIEW       PIC 9(08).
              10 WS-HOLD-AUD-N        PIC 9(09).
              10 WS-HOLD-EXP-N        PIC 9(09).
              10 WS-HOLD-GEN-N        PIC 9(05).
       01  WS-HOLD-IX                 PIC 9(03) VALUE 0.
*> what HOLD-TEST-PARA is asked about - blank (or zero) fields are
*> not tested - and the first hold that covers it (0 = not held)
       01  WS-HOLD-ASK-RUN-ID         PIC X(16) VALUE SPACES.
       01  WS-HOLD-ASK-DATE           PIC 9(08) VALUE 0.
       01  WS-HOLD-ASK-PROBLEM        PIC X(08) VALUE SPACES.
       01  WS-HOLD-ASK-GEN            PIC X(18) VALUE SPACES.
       01  WS-HOLD-HIT                PIC 9(03) VALUE 0.
