*> the clean pre-flight verdict silently stopped covering what
*> actually ran. The validator now records a fingerprint of every
*> parameter card it passed - every E<n>PARM plus the other
*> card-shaped inputs it vouches for (E3NUMS, E3RANGE, E5NUMS,
*> E7RANGE, E8DIGITS, E8SERLIB, E9RANGE, E9MEMB) - on EULRFPRT
*> (rewritten whole each validation - the set IS that validation's
*> verdict), and EULERRUN
*> recomputes each input's fingerprint just before the CALL:
*> a changed card draws CARDCHG on the digest's warning column and a
*> CARDCHG audit line - flagged, not blocked, since the change may
*>   cols 01-08  card file name
*>   cols 10-21  fingerprint value
*>   cols 23-30  date taken, 32-39 time taken
*> 2026-10-15 - WS-FPRT-NAME widened to X(30) so a card can be
*>   fingerprinted under a qualified name (EULRPKG reads the test
*>   area's copy); the record still carries the bare 8-byte name.
       01  WS-FPRT-STATUS             PIC XX VALUE SPACES.
       01  WS-FPRT-IN-STATUS          PIC XX VALUE SPACES.
       01  WS-FPRT-NAME               PIC X(30) VALUE SPACES.
       01  WS-FPRT-PRESENT            PIC 9 VALUE 0.
       01  WS-FPRT-VALUE              PIC 9(12) VALUE 0.
       01  WS-FPRT-EOF                PIC 9 VALUE 0.
