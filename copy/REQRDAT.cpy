*> REQRDAT.cpy - working storage for the requester registry (EULRREQR,
*> LINE SEQUENTIAL, one record per request id). The research group's
*> extract feeds, the planning system's factorization requests, the
*> parameter sweeps and the standing studies all spend batch-window
*> time and disk that operations pays for; the registry says whose
*> each request is, so the monthly chargeback (EULRCBK) can bill the
*> usage back to the group that asked for it. A standing study with
*> no request ids of its own (EULRSWP, EULRGOLD, EULRPRF ...) is
*> registered under its program id. Usage whose id is not on the
*> registry is the suite's own production and is stated as UNBILLED.
*> Record layout (EULRREQR):
*>   cols 01-08  request id (EULRFEED/EULRFINT request card id, or a
*>               standing study's program id)
*>   col  09     space
*>   cols 10-17  requesting group (e.g. "RESEARCH", "PLANNING")
*>   col  18     space
*>   cols 19-58  free-text description of the request
       01  WS-REQR-STATUS             PIC XX VALUE SPACES.
       01  WS-REQR-RECORD.
           05 WS-REQR-ID              PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-REQR-GROUP           PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-REQR-DESC            PIC X(40).
*> the registry held in core, looked up by request id
       01  WS-REQR-TABLE.
           05 WS-REQR-ROW OCCURS 200 TIMES.
              10 WS-REQR-T-ID         PIC X(08) VALUE SPACES.
              10 WS-REQR-T-GROUP      PIC X(08) VALUE SPACES.
              10 WS-REQR-T-DESC       PIC X(40) VALUE SPACES.
       01  WS-REQR-COUNT              PIC 9(03) VALUE 0.
       01  WS-REQR-IX                 PIC 9(03) VALUE 0.
       01  WS-REQR-FOUND              PIC 9(03) VALUE 0.
