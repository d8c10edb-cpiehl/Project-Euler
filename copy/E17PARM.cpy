*> E17PARM.cpy - control record for EULER17: how far to count the
*> letters of the numbers written out in words, and whether each
*> number's wording is listed.
*> Card layout (E17PARM, LINE SEQUENTIAL):
*>   cols 01-06  N, the last number counted, zero-padded
*>               (000001-999999)
*>   col  07     space
*>   col  08     W to list every number's words to E17RPT
*>               (blank = total only, no report)
       01  WS-E17-PARM-CARD.
           05 WS-E17-N-X              PIC X(06).
           05 FILLER                  PIC X(01).
           05 WS-E17-LIST-SW          PIC X(01).
               88 WS-E17-WANT-LIST        VALUE "W".
