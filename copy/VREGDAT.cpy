*> VREGDAT.cpy - working storage for the program-version registry
*> (EULRVREG, LINE SEQUENTIAL - procedure text in VREGPRC.cpy). When
*> a result moved with identical cards EULRCMP could only say
*> RESULT-CHG, and nothing recorded when new code went in - the one
*> explanation left was the one no file could confirm. EULRVREG is
*> the deployment log: one row per program per deployment, written
*> by EULRDPLY, carrying the version level that went in, the date,
*> and the change reference it went in under. The LAST row on file
*> for a program is the level now deployed; every audit line
*> (AUDDAT.cpy cols 103-110) and every export row (EXPDAT.cpy cols
*> 202-209) is stamped with it, so EULRCMP can tell CODE-CHG from
*> PARMS-CHG and EULRCPNT lists the deployments around a change.
*> Record layout (EULRVREG):
*>   cols 01-08  program id (as it stamps WS-RPT-PROBLEM-ID)
*>   cols 10-17  version level deployed
*>   cols 19-26  deploy date, YYYYMMDD
*>   cols 28-35  deploy time, HHMMSScc
*>   cols 37-52  change reference (the ticket or release it went in
*>               under)
*>   cols 54-61  operator who recorded the deployment
*> A missing registry, or a program with no row, stamps a blank
*> version - the pre-registry behavior; the comparisons treat a
*> blank as unknown, never as a change.
*> 2026-10-15 - EULER67, an ENTRY in the EULER18 program that stamps
*>   its own problem id, gets a row with every EULER18 deployment
*>   (EULRDPLY writes both), so its stamps are never blank.
       01  WS-VREG-STATUS             PIC XX VALUE SPACES.
       01  WS-VREG-EOF                PIC 9 VALUE 0.
*> the program asked about, and the one the level below was looked
*> up for - looked up once per program per execution, then reused by
*> the audit and export stamps
       01  WS-VREG-ASK                PIC X(08) VALUE SPACES.
       01  WS-VREG-FOR                PIC X(08) VALUE SPACES.
       01  WS-VREG-LEVEL              PIC X(08) VALUE SPACES.
       01  WS-VREG-RECORD.
           05 WS-VREG-REC-PROGRAM     PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-VREG-REC-VERSION     PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-VREG-REC-DATE        PIC 9(08).
           05 FILLER                  PIC X(01).
           05 WS-VREG-REC-TIME        PIC 9(08).
           05 FILLER                  PIC X(01).
           05 WS-VREG-REC-CHANGE      PIC X(16).
           05 FILLER                  PIC X(01).
           05 WS-VREG-REC-OPERATOR    PIC X(08).
