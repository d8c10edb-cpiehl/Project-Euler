*>               as a cross-check of the factorization result (its
*>               rejection trace still goes to E5TRACE); anything
*>               else skips it
*>   col  04     "L" for list mode (added 2026-10-15): the LCM and
*>               GCD of the numbers on the E5NUMS file (see E5NUM.cpy)
*>               instead of 1 through N - the limit and verify switch
*>               are not used; blank keeps the range mode
       01  WS-E5-PARM-CARD.
           05 WS-E5-LIMIT            PIC 9(02).
           05 WS-E5-VERIFY           PIC X(01).
               88 WS-E5-VERIFY-ON        VALUE "Y".
           05 WS-E5-MODE             PIC X(01).
               88 WS-E5-LIST-MODE        VALUE "L".
