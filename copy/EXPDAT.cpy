*> series. Programs with no such source leave it at spaces.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-EXPORT-SOURCE-ID     PIC X(08) VALUE SPACES.
*> 2026-10-15 - version column appended (cols 202-209, record grows
*> to 209 bytes): the version level of the writing program as the
*> deployment log EULRVREG has it (VREGDAT.cpy), stamped by
*> EXPORT-WRITE-PARA, so EULRCMP can tell a code change from a
*> parameter change. Blank when the program has no registered
*> deployment, and on every row written before the column existed -
*> the always-filled length stays 191, so those rows need no
*> migration.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-EXPORT-VERSION       PIC X(08) VALUE SPACES.
       01  WS-EXP-REMAP-CARD          PIC X(91) VALUE SPACES.
*> 2026-09-02 - layout-registry probe fields: EXPORT-WRITE-PARA
*> measures the live EULREXP's last record before appending (see
*> LREGDAT.cpy/LREGPRC.cpy)
       01  WS-EXP-LREG-BUF            PIC X(209) VALUE SPACES.
       01  WS-EXP-LREG-LEN            PIC 9(05) VALUE 0.
       01  WS-EXP-LREG-EOF            PIC 9 VALUE 0.
