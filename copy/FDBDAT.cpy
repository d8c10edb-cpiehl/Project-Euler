*> FDBDAT.cpy - working storage for the shared factorization-store
*> service (procedure text in FDBPRC.cpy, dataset record in
*> FDBREC.cpy). EULER3, EULER12, EULRAMIC, and EULRDIVF used to
*> factor the same numbers again every night through the SPF table
*> or trial division; the keyed store EULRFDB keeps every complete
*> factorization proved once, so the repeat work becomes one keyed
*> READ. The caller's view of one factorization is the work table
*> below - distinct primes smallest first with exponent and method
*> tag, the shape of FACTDAT's table:
*>   lookup - MOVE the number to WS-FDB-N, PERFORM FDB-LOOKUP-PARA;
*>            WS-FDB-HIT 1 means a verified record was found and the
*>            work table now holds it, 0 leaves the table untouched
*>   store  - MOVE the number to WS-FDB-N, fill WS-FDB-W-COUNT and
*>            the work table, PERFORM FDB-STORE-PARA; the record is
*>            re-multiplied, flagged, and written (or rewritten over
*>            an unverified one)
*> A store that cannot be opened leaves WS-FDB-AVAILABLE at 0 and
*> every lookup a miss - the caller factors exactly as before.
       01  WS-FDB-STATUS              PIC XX VALUE SPACES.
       01  WS-FDB-AVAILABLE           PIC 9 VALUE 0.
       01  WS-FDB-N                   PIC 9(18) VALUE 0.
       01  WS-FDB-HIT                 PIC 9 VALUE 0.
       01  WS-FDB-DUP                 PIC 9 VALUE 0.
       01  WS-FDB-W-COUNT             PIC 9(02) VALUE 0.
       01  WS-FDB-W-TABLE.
           05 WS-FDB-W-ROW OCCURS 20 TIMES.
               10 WS-FDB-W-PRIME      PIC 9(18).
               10 WS-FDB-W-EXP        PIC 9(02).
               10 WS-FDB-W-HOW        PIC X(01).
       01  WS-FDB-IX                  PIC 9(02) VALUE 0.
       01  WS-FDB-E                   PIC 9(02) VALUE 0.
*> the re-multiplication check on the record in the FD buffer
       01  WS-FDB-PRODUCT             PIC 9(18) VALUE 0.
       01  WS-FDB-GOOD                PIC 9 VALUE 0.
*> this run's traffic, shown when the store is closed
       01  WS-FDB-HITS                PIC 9(09) VALUE 0.
       01  WS-FDB-MISSES              PIC 9(09) VALUE 0.
       01  WS-FDB-STORES              PIC 9(09) VALUE 0.
       01  WS-FDB-UNVERIFIED          PIC 9(09) VALUE 0.
