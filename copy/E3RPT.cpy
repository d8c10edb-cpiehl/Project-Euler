*> E3RPT.cpy - one factorization report line per EULER3 target number.
*> 2026-10-15 - number widened to 18 digits (Z(17)9) and the factor
*> string, now exponent-grouped with a method tag on every prime
*> ("2^3(T) x 1000003(S) x 999999000001(R)"), trimmed to 115 so the
*> line still fits the 137-byte detail writer.
       01  WS-E3-RPT-LINE.
           05 WS-E3-RPT-NUMBER       PIC Z(17)9.
           05 FILLER                 PIC X(4) VALUE " -> ".
           05 WS-E3-RPT-FACTORS      PIC X(115).
