*> before this column existed, or an EULER7 cache extension that had
*> no prior wide sum to continue from), and the top-up path falls
*> back to the full rebuild when it finds that.
*> 2026-10-15 - WS-E10-STAT-RUN-ID added (cols 83-98, record grows
*> from 81 to 98 bytes): the run correlation id of the build that
*> wrote the record, so a consumer's input-lineage stamp (LINDAT.cpy)
*> names the exact cache generation it read. Blank on a record
*> written before the column existed.
*> Record layout:
*>   cols 01-09  count of primes on the cache
*>   cols 11-22  highest prime on the cache
*>   cols 37-44  build date (YYYYMMDD)
*>   cols 46-81  36-digit sum of every prime on the cache (0 = not
*>               recorded; see above)
*>   cols 83-98  run id of the build (blank = not recorded)
       01  WS-E10-STAT-RECORD.
           05 WS-E10-STAT-COUNT       PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-E10-STAT-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-E10-STAT-SUM-WIDE    PIC 9(36).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-E10-STAT-RUN-ID      PIC X(16) VALUE SPACES.
