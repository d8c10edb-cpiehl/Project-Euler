*> GOLDPRM.cpy - control record for EULRGOLD: the inclusive range of
*> even numbers whose Goldbach representations (as sums of two primes
*> p <= q) are counted off the E10PRIME cache, and how many of the
*> hardest cases - fewest representations - the report lists.
*> Card layout (GOLDPARM, LINE SEQUENTIAL):
*>   cols 01-12  low bound (inclusive; even, at least 4)
*>   cols 13-24  high bound (inclusive; even, inside the coverage of
*>               the cache on file and the program's work tables)
*>   cols 25-26  fewest-representations rows to list (01-50; blank
*>               defaults to 10)
       01  WS-GOLD-PARM-CARD.
           05 WS-GOLD-LOW             PIC 9(12).
           05 WS-GOLD-HIGH            PIC 9(12).
           05 WS-GOLD-FEW-X           PIC X(02).
