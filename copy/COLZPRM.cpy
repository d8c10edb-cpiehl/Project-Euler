*> COLZPRM.cpy - control record for EULRCOLZ, the report over
*> EULER14's Collatz memo dataset E14MEMO: how wide each bucket of
*> the chain-length histogram is, how many of the longest-chain
*> starts to rank, and optionally one start whose full trajectory is
*> printed term by term. The card itself is optional - a missing
*> COLZPARM runs on the defaults.
*> Card layout (COLZPARM, LINE SEQUENTIAL):
*>   cols 01-04  histogram bucket width in chain-length terms
*>               (0001-9999; blank defaults to 25)
*>   cols 05-06  longest-chain starts to rank (01-50; blank defaults
*>               to 10)
*>   cols 07-18  start whose trajectory is printed (blank for none;
*>               it need not be on the memo - it is walked afresh,
*>               and checked against the memo when it is there)
       01  WS-COLZ-PARM-CARD.
           05 WS-COLZ-WIDTH-X         PIC X(04).
           05 WS-COLZ-TOPK-X          PIC X(02).
           05 WS-COLZ-TRAJ-X          PIC X(12).
