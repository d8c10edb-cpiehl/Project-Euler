*> IMPDAT.cpy - records of the stale-output impact analysis
*> (EULRIMPA). When the prime cache is rebuilt or an EULREF answer
*> is re-blessed, outputs already produced - and some already sent -
*> were computed or reconciled against the version now replaced, and
*> nobody could say which. EULRIMPA takes the change off its card,
*> finds the runs that used the old version (the input-lineage log
*> EULRLIN for the cache, the export history for a blessing), lists
*> every output EULRMANI credits to those runs with whether it would
*> come out differently now, and writes the recall/re-issue worklist.
*> Card (IMPAPARM, LINE SEQUENTIAL, one record):
*>   cols 01-08  what changed: E10PRIME (the prime cache, its segment
*>               archive E10SEG with it), E10SPF (the smallest-prime-
*>               factor table), or EULREF (a catalog answer)
*>   cols 10-25  run id of the rebuild or the blessing (blank = the
*>               build on E10PSTAT for the cache, the last EULRCAT
*>               confirm on the audit trail for EULREF)
*>   cols 27-34  EULREF only: the problem whose answer was re-blessed
*>   cols 36-43  earliest business date to look back to, YYYYMMDD
*>               (blank = everything on file)
*>   cols 45-80  EULREF only: the expected answer before the
*>               blessing, 36 digits (blank = not known)
       01  WS-IMP-CARD.
           05 WS-IMP-DATASET          PIC X(08).
              88 WS-IMP-IS-CACHE          VALUE "E10PRIME" "E10SPF".
              88 WS-IMP-IS-REF            VALUE "EULREF".
           05 FILLER                  PIC X(01).
           05 WS-IMP-CHANGE-RUN       PIC X(16).
           05 FILLER                  PIC X(01).
           05 WS-IMP-PROBLEM          PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-IMP-FROM-X           PIC X(08).
           05 WS-IMP-FROM REDEFINES WS-IMP-FROM-X
                                      PIC 9(08).
           05 FILLER                  PIC X(01).
           05 WS-IMP-PRIOR-X          PIC X(36).
           05 WS-IMP-PRIOR REDEFINES WS-IMP-PRIOR-X
                                      PIC 9(36).
*> Worklist record (IMPAWORK, LINE SEQUENTIAL, rewritten each run -
*> one row per output to recall, re-issue, or rerun and compare):
*>   cols 001-020  action: RECALL AND RE-ISSUE (a delivered extract
*>                 that changes), RE-ISSUE (an internal output that
*>                 changes), RERUN AND COMPARE (may change)
*>   cols 022-031  verdict: CHANGES or MAY CHANGE
*>   cols 033-040  program that produced the output
*>   cols 042-057  its run id
*>   cols 059-066  its business date
*>   cols 068-085  the output file (blank when the program leaves no
*>                 manifest row - rerun the program itself)
*>   cols 087-094  what changed (the card's dataset)
*>   cols 096-125  why
       01  WS-IMW-RECORD.
           05 WS-IMW-ACTION           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-VERDICT          PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-PROGRAM          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-RUN-ID           PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-FILE             PIC X(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-DATASET          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-IMW-REASON           PIC X(30).
