           05 WS-AUDIT-SEQ            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUDIT-CHECK          PIC 9(12).
*> 2026-10-15 - version column appended (cols 103-110, record grows
*> from 101 to 110 bytes): the running program's deployed version
*> level off the deployment log EULRVREG (VREGDAT.cpy), stamped and
*> sealed by AUD-SEAL-PARA. Blank when the program has no registered
*> deployment and on every line written before the column existed -
*> the always-filled length stays 101, so those lines need no
*> migration and their seals still verify.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUDIT-VERSION        PIC X(08) VALUE SPACES.
*> seal working fields (see SEALPRC.cpy): the last record on file
*> before this append, and the byte-sum scratch
       01  WS-SEAL-BUF                PIC X(110) VALUE SPACES.
       01  WS-SEAL-EOF                PIC 9 VALUE 0.
       01  WS-SEAL-PREV-SEQ           PIC 9(08) VALUE 0.
       01  WS-SEAL-PREV-CHECK         PIC 9(12) VALUE 0.
