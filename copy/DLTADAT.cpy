*> DLTADAT.cpy - one row of the nightly change-only delta feed
*> (EULRDLTA, LINE SEQUENTIAL, written fresh each run by EULRDLTA
*> and checked back by EULRACK DELTA). EULREXP hands the downstream
*> every row every night and leaves it to work out which numbers
*> moved; the delta carries only what changed since each problem's
*> previous delivered row - a problem never delivered before (NEW),
*> a changed result (RSLT), a changed parameter card (PARM), a
*> changed reconciliation status off the night's digest (RECN) -
*> one row per reason, with the value now and the value before.
*> The file opens with "HDR EULRDLTA yyyymmdd NIGHT yyyymmdd" (the
*> date written, then the night delivered) and closes with
*> "TRL nnnnn hash" (the row count, and the sum of the rows' low
*> 18 result digits modulo 10**18), the EULREXPR resend convention.
*> Row layout:
*>   cols 001-008  problem id
*>   cols 010-013  change reason NEW, RSLT, PARM, or RECN
*>   cols 015-022  run date of the row delivered
*>   cols 024-039  run id of the row delivered
*>   cols 041-076  result (the full 36-digit width)
*>   cols 078-085  reconciliation status (blank = no digest line)
*>   cols 087-186  the changed value now: the parameter card (NEW,
*>                 PARM), the 36-digit result (RSLT), the status (RECN)
*>   cols 188-287  the same value as previously delivered (blank on NEW)
       01  WS-DLTA-ROW.
           05 WS-DLTA-PROBLEM-ID      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-REASON          PIC X(04).
              88 WS-DLTA-IS-NEW           VALUE "NEW".
              88 WS-DLTA-IS-RSLT          VALUE "RSLT".
              88 WS-DLTA-IS-PARM          VALUE "PARM".
              88 WS-DLTA-IS-RECN          VALUE "RECN".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-RUN-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-RUN-ID          PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-RESULT          PIC 9(36).
           05 WS-DLTA-RESULT-R REDEFINES WS-DLTA-RESULT.
              10 FILLER               PIC 9(18).
              10 WS-DLTA-RESULT-LOW   PIC 9(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-RECON           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-NEW-VALUE       PIC X(100).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DLTA-PRIOR-VALUE     PIC X(100).
