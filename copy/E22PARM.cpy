*> E22PARM.cpy - control record for EULER22: the names file whose
*> alphabetical scores are totalled.
*> Card layout (E22PARM, LINE SEQUENTIAL):
*>   cols 01-08  names file name (a letter first, no embedded spaces)
*> The names file opens with "HDR " and a free-text list label, holds
*> one name per record in cols 01-20 (upper-case A-Z only), and closes
*> with "TRL " and the six-digit count of names above it.
       01  WS-E22-PARM-CARD.
           05 WS-E22-NAMES-X          PIC X(08).
