*> E23PARM.cpy - control record for EULER23: the limit up to which
*> numbers not expressible as the sum of two abundant numbers are
*> totalled.
*> Card layout (E23PARM, LINE SEQUENTIAL):
*>   cols 01-05  limit, zero-padded (00001-50000); blank takes 28123,
*>               the bound past which every number is such a sum
       01  WS-E23-PARM-CARD.
           05 WS-E23-LIMIT-X          PIC X(05).
