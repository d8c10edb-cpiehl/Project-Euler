*> E15PARM.cpy - control record for EULER15: the grid whose monotone
*> lattice paths (right and down moves only, corner to corner) are
*> counted, and whether the Pascal table behind the count is printed.
*> Card layout (E15PARM, LINE SEQUENTIAL):
*>   cols 01-02  N, grid rows (01-99)
*>   col  03     space
*>   cols 04-05  M, grid columns (01-99)
*>   col  06     space
*>   col  07     T to write the full Pascal table to E15RPT
*>               (blank = count only, no report)
       01  WS-E15-PARM-CARD.
           05 WS-E15-N-X              PIC X(02).
           05 FILLER                  PIC X(01).
           05 WS-E15-M-X              PIC X(02).
           05 FILLER                  PIC X(01).
           05 WS-E15-TABLE-SW         PIC X(01).
               88 WS-E15-WANT-TABLE       VALUE "T".
