*> E55PARM.cpy - control record for EULER55, the reverse-and-add
*> (Lychrel candidate) search: the range of starting numbers and the
*> iteration cap. 1 through 9999 with the cap blank (50) reproduces
*> the documented problem - 249 candidates below ten thousand.
*> Card layout (E55PARM, LINE SEQUENTIAL):
*>   cols 01-12  range low, inclusive (1 or greater)
*>   cols 13-24  range high, inclusive (low or greater)
*>   cols 26-28  iteration cap, 1 through 999 (blank = 50): a start
*>               that has not reached a palindrome after this many
*>               reverse-and-add steps is a Lychrel candidate
       01  WS-E55-PARM-CARD.
           05 WS-E55-LOW-X           PIC X(12).
           05 WS-E55-HIGH-X          PIC X(12).
           05 FILLER                 PIC X(01).
           05 WS-E55-CAP-X           PIC X(03).
