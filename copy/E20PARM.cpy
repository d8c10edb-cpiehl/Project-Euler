*> E20PARM.cpy - control record for EULER20: the number whose
*> factorial's decimal digits are summed.
*> Card layout (E20PARM, LINE SEQUENTIAL):
*>   cols 01-04  N, zero-padded (0000-9999); an N! past the
*>               digit-array capacity is reported (EK02)
       01  WS-E20-PARM-CARD.
           05 WS-E20-N-X              PIC X(04).
