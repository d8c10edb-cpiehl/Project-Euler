*> E16PARM.cpy - control record for EULER16: the power of two whose
*> decimal digits are summed.
*> Card layout (E16PARM, LINE SEQUENTIAL):
*>   cols 01-05  N, the exponent, zero-padded (00000-99999); 2**N
*>               past the digit-array capacity is reported (EG02)
       01  WS-E16-PARM-CARD.
           05 WS-E16-N-X              PIC X(05).
