*> E6RPT.cpy - one summary report line per N value EULER6 is asked
*> to compute the sum-of-squares/square-of-sum statistic for.
*> 2026-10-15 - the sum of squares, the square of the sum, and the
*> difference are carried on the 36-digit wide service now (closed
*> forms, see euler6.cob): the sum of squares widened to Z(26)9 (a
*> 9-digit N gives at most 27 digits), the square of the sum and the
*> difference to Z(35)9, and the column gaps narrowed from 3 to 2 so
*> the line (134 bytes) still fits the detail writer's 137.
       01  WS-E6-RPT-LINE.
           05 WS-E6-RPT-N            PIC Z(8)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E6-RPT-SUM          PIC Z(17)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E6-RPT-SUMSQ        PIC Z(26)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E6-RPT-SQSUM        PIC Z(35)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E6-RPT-DIFF         PIC Z(35)9.
