*> group's point questions without generating the whole E2FIB file:
*> "TERM" reports the Nth generated term, "FIRSTGT" the first term
*> exceeding the argument.
*> 2026-10-15 - cols 88-90 ask for the Pisano period report E2PRPT:
*> the period of the seeded sequence mod every m from 2 through the
*> limit given, with the zero residues in one period (see E2PRPT.cpy).
*> Card layout (E2PARM, LINE SEQUENTIAL):
*>   cols 01-02  divisibility modulus (2 or greater)
*>   cols 03-20  term ceiling (1 or greater; generate mode)
*>               the E2FIB file as always, "TERM", or "FIRSTGT"
*>   cols 69-86  the query argument (term index for TERM, the
*>               threshold for FIRSTGT)
*>   cols 88-90  Pisano report limit: blank = no E2PRPT report,
*>               otherwise 2 through 999 - every modulus 2 through it
*>               is reported, in any mode
       01  WS-E2-PARM-CARD.
           05 WS-E2-MODULUS          PIC 9(02).
           05 WS-E2-CEILING          PIC 9(18).
           05 WS-E2-QUERY            PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-E2-QARG-X           PIC X(18).
           05 FILLER                 PIC X(01).
           05 WS-E2-PISANO-X         PIC X(03).
