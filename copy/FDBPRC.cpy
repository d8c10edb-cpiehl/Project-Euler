*> FDBPRC.cpy - procedure text for the shared factorization-store
*> service (fields in FDBDAT.cpy, dataset in FDBREC.cpy). COPY into
*> PROCEDURE DIVISION; requires FDBDAT.cpy in WORKING-STORAGE and
*> SELECT/FD EULRFDB-FILE (INDEXED, ACCESS RANDOM or DYNAMIC, RECORD
*> KEY WS-FDB-KEY, FILE STATUS WS-FDB-STATUS, COPY FDBREC under the
*> FD) declared, plus the run-id and business-date plumbing every
*> program already carries (RUNID/RUNIDP, BDATDAT/BDATPRC), MSGDAT/
*> MSGPRC for its messages, and WS-RPT-PROBLEM-ID set - it is
*> stamped as the proving program.
*> PERFORM FDB-INIT-PARA once up front (the store stays open I-O for
*> the run; the first run ever creates it), FDB-LOOKUP-PARA before
*> factoring a number, FDB-STORE-PARA after a miss has been
*> factored, and FDB-CLOSE-PARA once at end of the factoring work.
       FDB-INIT-PARA.
           MOVE 0 TO WS-FDB-AVAILABLE.
           OPEN I-O EULRFDB-FILE.
           IF WS-FDB-STATUS NOT = "00" THEN
               OPEN OUTPUT EULRFDB-FILE
               IF WS-FDB-STATUS = "00" THEN
                   CLOSE EULRFDB-FILE
                   OPEN I-O EULRFDB-FILE
               END-IF
           END-IF.
           IF WS-FDB-STATUS = "00" THEN
               MOVE 1 TO WS-FDB-AVAILABLE
           ELSE
               MOVE "FDB001W" TO WS-MSG-ID
               STRING "EULRFDB UNAVAILABLE (STATUS " WS-FDB-STATUS
                   ") - FACTORING WITHOUT THE STORE"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
           END-IF.

*> A record counts only when it is flagged verified AND still
*> re-multiplies to its key - a damaged record is a miss, and the
*> caller's fresh factorization rewrites it
       FDB-LOOKUP-PARA.
           MOVE 0 TO WS-FDB-HIT.
           IF WS-FDB-AVAILABLE = 0 OR WS-FDB-N < 2 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FDB-N TO WS-FDB-KEY.
           READ EULRFDB-FILE
               INVALID KEY MOVE 0 TO WS-FDB-HIT
               NOT INVALID KEY MOVE 1 TO WS-FDB-HIT
           END-READ.
           IF WS-FDB-HIT = 1 THEN
               IF WS-FDB-IS-VERIFIED THEN
                   PERFORM FDB-VERIFY-PARA
                   MOVE WS-FDB-GOOD TO WS-FDB-HIT
               ELSE
                   MOVE 0 TO WS-FDB-HIT
               END-IF
           END-IF.
           IF WS-FDB-HIT = 1 THEN
               MOVE WS-FDB-COUNT TO WS-FDB-W-COUNT
               PERFORM FDB-LOAD-ROW-PARA VARYING WS-FDB-IX FROM 1 BY 1
                   UNTIL WS-FDB-IX > WS-FDB-W-COUNT
               ADD 1 TO WS-FDB-HITS
           ELSE
               ADD 1 TO WS-FDB-MISSES
           END-IF.

       FDB-LOAD-ROW-PARA.
           MOVE WS-FDB-PRIME(WS-FDB-IX) TO WS-FDB-W-PRIME(WS-FDB-IX).
           MOVE WS-FDB-EXP(WS-FDB-IX) TO WS-FDB-W-EXP(WS-FDB-IX).
           MOVE WS-FDB-HOW(WS-FDB-IX) TO WS-FDB-W-HOW(WS-FDB-IX).

*> Record the caller's factorization of WS-FDB-N, stamped with the
*> business date, run id, and program, and flagged by re-multiplying
*> it. An unverified factorization is still recorded (flag N) so the
*> maintenance report shows it; lookups pass it by. A key already on
*> file - only ever an unverified or damaged record, since a good
*> one would have been a hit - is rewritten in place.
       FDB-STORE-PARA.
           IF WS-FDB-AVAILABLE = 0 OR WS-FDB-N < 2
                   OR WS-FDB-W-COUNT < 1 OR WS-FDB-W-COUNT > 20 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FDB-N TO WS-FDB-KEY.
           MOVE WS-FDB-W-COUNT TO WS-FDB-COUNT.
           PERFORM FDB-PUT-ROW-PARA VARYING WS-FDB-IX FROM 1 BY 1
               UNTIL WS-FDB-IX > 20.
           PERFORM BDATE-ENSURE-PARA.
           PERFORM RUNID-ENSURE-PARA.
           MOVE WS-BUS-DATE TO WS-FDB-PROVED-DATE.
           MOVE WS-SUITE-RUN-ID TO WS-FDB-PROVED-RUN.
           MOVE WS-RPT-PROBLEM-ID TO WS-FDB-PROVED-BY.
           PERFORM FDB-VERIFY-PARA.
           IF WS-FDB-GOOD = 1 THEN
               MOVE "Y" TO WS-FDB-VERIFIED
           ELSE
               MOVE "N" TO WS-FDB-VERIFIED
               ADD 1 TO WS-FDB-UNVERIFIED
           END-IF.
           MOVE 0 TO WS-FDB-DUP.
           WRITE EULRFDB-REC
               INVALID KEY MOVE 1 TO WS-FDB-DUP
           END-WRITE.
           IF WS-FDB-DUP = 1 THEN
               REWRITE EULRFDB-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           ADD 1 TO WS-FDB-STORES.

       FDB-PUT-ROW-PARA.
           IF WS-FDB-IX > WS-FDB-W-COUNT THEN
               MOVE 0 TO WS-FDB-PRIME(WS-FDB-IX)
               MOVE 0 TO WS-FDB-EXP(WS-FDB-IX)
               MOVE SPACE TO WS-FDB-HOW(WS-FDB-IX)
           ELSE
               MOVE WS-FDB-W-PRIME(WS-FDB-IX) TO WS-FDB-PRIME(WS-FDB-IX)
               MOVE WS-FDB-W-EXP(WS-FDB-IX) TO WS-FDB-EXP(WS-FDB-IX)
               MOVE WS-FDB-W-HOW(WS-FDB-IX) TO WS-FDB-HOW(WS-FDB-IX)
           END-IF.

*> Re-multiply the record in the FD buffer: every prime raised to its
*> exponent, on an 18-digit product with a size guard - WS-FDB-GOOD
*> is 1 only when the product lands exactly on the key, the primes
*> run strictly ascending, and no factor carries the UNPROVEN tag
       FDB-VERIFY-PARA.
           MOVE 1 TO WS-FDB-GOOD.
           MOVE 1 TO WS-FDB-PRODUCT.
           IF WS-FDB-COUNT IS NOT NUMERIC
                   OR WS-FDB-COUNT < 1 OR WS-FDB-COUNT > 20 THEN
               MOVE 0 TO WS-FDB-GOOD
               EXIT PARAGRAPH
           END-IF.
           PERFORM FDB-VERIFY-ROW-PARA VARYING WS-FDB-IX FROM 1 BY 1
               UNTIL WS-FDB-IX > WS-FDB-COUNT OR WS-FDB-GOOD = 0.
           IF WS-FDB-GOOD = 1 AND WS-FDB-PRODUCT NOT = WS-FDB-KEY THEN
               MOVE 0 TO WS-FDB-GOOD
           END-IF.

       FDB-VERIFY-ROW-PARA.
           IF WS-FDB-PRIME(WS-FDB-IX) IS NOT NUMERIC
                   OR WS-FDB-EXP(WS-FDB-IX) IS NOT NUMERIC
                   OR WS-FDB-PRIME(WS-FDB-IX) < 2
                   OR WS-FDB-EXP(WS-FDB-IX) < 1
                   OR WS-FDB-HOW(WS-FDB-IX) = "U" THEN
               MOVE 0 TO WS-FDB-GOOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-FDB-IX > 1 THEN
               IF WS-FDB-PRIME(WS-FDB-IX)
                       NOT > WS-FDB-PRIME(WS-FDB-IX - 1) THEN
                   MOVE 0 TO WS-FDB-GOOD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FDB-VERIFY-POWER-PARA VARYING WS-FDB-E FROM 1 BY 1
               UNTIL WS-FDB-E > WS-FDB-EXP(WS-FDB-IX)
                   OR WS-FDB-GOOD = 0.

       FDB-VERIFY-POWER-PARA.
           COMPUTE WS-FDB-PRODUCT =
                   WS-FDB-PRODUCT * WS-FDB-PRIME(WS-FDB-IX)
               ON SIZE ERROR MOVE 0 TO WS-FDB-GOOD
           END-COMPUTE.

       FDB-CLOSE-PARA.
           IF WS-FDB-AVAILABLE = 1 THEN
               CLOSE EULRFDB-FILE
               MOVE 0 TO WS-FDB-AVAILABLE
               MOVE "FDB002I" TO WS-MSG-ID
               STRING "EULRFDB " WS-FDB-HITS
                   " FACTORIZATION(S) REUSED, " WS-FDB-STORES
                   " STORED (" WS-FDB-UNVERIFIED " UNVERIFIED)"
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM MSG-PARA
           END-IF.
