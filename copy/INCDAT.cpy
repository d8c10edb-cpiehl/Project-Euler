*> INCDAT.cpy - working storage for the incident register (EULRINCD
*> and its link file EULRINCL, both LINE SEQUENTIAL - procedure text
*> in INCPRC.cpy, maintenance and the monthly report in EULRINC).
*> An incident used to be free text: "incident 4471" in a journal
*> note on EULRNOTS, an acknowledged EULRNOTQ entry, a rerun off the
*> EULRRCVR worklist - nothing recorded when it opened, what it
*> covered, or when it was resolved. EULRINCD holds one record per
*> incident, opened and closed by EULRINC with the operator and the
*> time of each, and the root-cause category it was closed under;
*> EULRINCL ties the evidence to it, one record per notification,
*> run, diagnostic record, or journal note linked.
*> Record layout (EULRINCD):
*>   cols 001-008  incident id (I and a 7-digit sequence, given by
*>                 OPEN)
*>   cols 010-015  OPEN, or CLOSED once resolved
*>   cols 017-024  root-cause category (see below; may be given on
*>                 OPEN, required on CLOSE)
*>   cols 026-033  date opened, 035-042 time opened (wall clock)
*>   cols 044-051  operator who opened it
*>   cols 053-112  title
*>   cols 114-121  date closed, 123-130 time closed (blank while open)
*>   cols 132-139  operator who closed it
*>   cols 141-200  resolution
*> Root-cause categories: CARD (a control card), DATA (input data),
*> CODE (a program defect), CAPACITY, SCHEDULE, EXTERNAL (outside
*> the suite), OPERATOR, UNKNOWN.
*> Record layout (EULRINCL):
*>   cols 001-008  incident id
*>   cols 010-013  what is linked: NOTQ, RUN, DIAG, or NOTE
*>   cols 015-048  its key - NOTQ the 8-digit notification id; RUN the
*>                 16-digit run id; DIAG "program yyyymmdd hhmmsscc"
*>                 as the EULRDIAG record carries them; NOTE "run-id
*>                 yyyymmdd hhmmsscc" as the EULRNOTS note does
*>   cols 050-057  date linked, 059-066 operator who linked it
*>   cols 068-107  what it is, taken from the linked record
       01  WS-INC-STATUS              PIC XX VALUE SPACES.
       01  WS-INC-EOF                 PIC 9 VALUE 0.
       01  WS-INC-RECORD.
           05 WS-INC-REC-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-STATE        PIC X(06).
              88 WS-INC-REC-IS-OPEN       VALUE "OPEN".
              88 WS-INC-REC-IS-CLOSED     VALUE "CLOSED".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-CATEGORY     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-OPEN-DATE    PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-OPEN-TIME    PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-OPEN-OPER    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-TITLE        PIC X(60).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-CLOSE-DATE   PIC X(08).
           05 WS-INC-REC-CLOSE-DATE-R REDEFINES WS-INC-REC-CLOSE-DATE
                                      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-CLOSE-TIME   PIC X(08).
           05 WS-INC-REC-CLOSE-TIME-R REDEFINES WS-INC-REC-CLOSE-TIME
                                      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-CLOSE-OPER   PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INC-REC-RESOLUTION   PIC X(60).
       01  WS-INCL-STATUS             PIC XX VALUE SPACES.
       01  WS-INCL-EOF                PIC 9 VALUE 0.
       01  WS-INCL-RECORD.
           05 WS-INCL-REC-ID          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INCL-REC-KIND        PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INCL-REC-KEY         PIC X(34).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INCL-REC-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INCL-REC-OPERATOR    PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-INCL-REC-WHAT        PIC X(40).
*> INC-TALLY-PARA's two months (YYYYMM, set by the caller - the month
*> under review and the one before it, for a trend) and what the
*> register shows for each: incidents opened in it, resolved in it
*> with their summed minutes open, and still open at its end
       01  WS-INC-TALLY-TABLE.
           05 WS-INC-TALLY OCCURS 2 TIMES.
              10 WS-INC-T-MONTH       PIC 9(06) VALUE 0.
              10 WS-INC-T-OPENED      PIC 9(05) VALUE 0.
              10 WS-INC-T-RESOLVED    PIC 9(05) VALUE 0.
              10 WS-INC-T-MINUTES     PIC 9(11) VALUE 0.
              10 WS-INC-T-OPEN-END    PIC 9(05) VALUE 0.
       01  WS-INC-TX                  PIC 9(01) VALUE 0.
       01  WS-INC-OPEN-MONTH          PIC 9(06) VALUE 0.
       01  WS-INC-CLOSE-MONTH         PIC 9(06) VALUE 0.
*> minutes from opening to closing of the incident in WS-INC-RECORD
*> (INC-MINUTES-PARA)
       01  WS-INC-MINUTES             PIC 9(09) VALUE 0.
