*> Record layout (EULRAUTH):
*>   cols 01-08  operator id (the USER environment value)
*>   col  09     space
*>   cols 10-19  ten Y/N function flags, in this order:
*>               ACTIVATE (EULRPRF), RECALL (EULRLST), RESTORE
*>               (EULRCRES), SELECT (EULRMENU), CATALOG (EULRCAT
*>               ADD/UPDATE/BLESS), PURGE (EULRHKP), CERTIFY
*>               (EULRCERT EXPIRE), PERIOD (EULRPCLS CLOSE/REOPEN),
*>               HOLD (EULRHLD PLACE/RELEASE), PROMOTE (EULRPKG
*>               APPLY/BACKOUT)
*> 2026-10-15 - the file grew to 16 bytes for the seventh flag,
*> CERTIFY: the operations manager's authority to expire stale
*> entries after the quarterly recertification (EULRCERT). A
*> 15-byte record written before it reads with col 16 blank - no
*> CERTIFY authority, every other flag as it was.
*> 2026-10-15 - and to 17 bytes for the eighth, PERIOD: closing a
*> business month against back-dated runs and reopening it
*> (EULRPCLS, see PCTLDAT.cpy). A 16-byte record reads with col 17
*> blank - no PERIOD authority.
*> 2026-10-15 - and to 18 bytes for the ninth, HOLD: placing a legal
*> hold that keeps runs and generations out of EULRHKP's reach, and
*> releasing it (EULRHLD, see HOLDDAT.cpy). A 17-byte record reads
*> with col 18 blank - no HOLD authority.
*> 2026-10-15 - and to 19 bytes for the tenth, PROMOTE: installing a
*> promotion package of test-validated cards and catalog rows into
*> production, and backing one out (EULRPKG APPLY and BACKOUT). An
*> 18-byte record reads with col 19 blank - no PROMOTE authority.
       01  WS-AUTH-STATUS             PIC XX VALUE SPACES.
       01  WS-AUTH-OPERATOR           PIC X(08) VALUE SPACES.
       01  WS-AUTH-FUNCTION           PIC X(08) VALUE SPACES.
       01  WS-AUTH-DENIED             PIC 9 VALUE 0.
       01  WS-AUTH-EOF                PIC 9 VALUE 0.
       01  WS-AUTH-HIT                PIC 9 VALUE 0.
       01  WS-AUTH-FX                 PIC 9(02) VALUE 0.
       01  WS-AUTH-RECORD.
           05 WS-AUTH-REC-OPERATOR    PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-AUTH-FLAGS.
              10 WS-AUTH-FLAG         PIC X(01) OCCURS 10 TIMES.
