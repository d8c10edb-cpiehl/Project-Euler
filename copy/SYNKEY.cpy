*> SYNKEY.cpy - one record of the synthetic-input answer key (SYNKEY,
*> LINE SEQUENTIAL, rewritten by every EULRSYNG run). The generator
*> builds each input around a winner it plants itself, so the right
*> answer is known from the construction and not from any earlier
*> run; EULRSYNC runs the program over the input and checks what it
*> wrote against these rows.
*> Record layout:
*>   cols 01-04  target - E8, E11, E13 or E3
*>   cols 06-08  row type:
*>               CRD  the generator card that built the input, echoed
*>                    from col 10 (one per target, first)
*>               ANS  the planted answer - E8 the winning window's
*>                    product, E11 the winning line's product, E13
*>                    the sum's leading digits
*>               FAC  E3 only - one row per generated number per
*>                    DISTINCT prime factor, the E3FACT discipline
*>   cols 10-45  the value: the product, the leading digits, or (FAC)
*>               the prime factor
*>   cols 47-64  FAC the number factored; E13 ANS how many digits the
*>               whole sum has; zero otherwise
*>   cols 66-85  where the answer lies:
*>               E8   series id (SERn), window size, 0-based offset
*>               E11  start row, start column, direction
*>               FAC  the exponent, Y when the largest prime factor
       01  WS-SYNK-RECORD.
           05 WS-SYNK-TARGET          PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-SYNK-TYPE            PIC X(03).
              88 WS-SYNK-IS-CARD          VALUE "CRD".
              88 WS-SYNK-IS-ANSWER        VALUE "ANS".
              88 WS-SYNK-IS-FACTOR        VALUE "FAC".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-SYNK-VALUE           PIC 9(36).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-SYNK-NUMBER          PIC 9(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-SYNK-WHERE           PIC X(20).
           05 WS-SYNK-E8-WHERE REDEFINES WS-SYNK-WHERE.
              10 WS-SYNK-E8-SERIES    PIC X(08).
              10 FILLER               PIC X(01).
              10 WS-SYNK-E8-WINDOW    PIC 9(04).
              10 FILLER               PIC X(01).
              10 WS-SYNK-E8-OFFSET    PIC 9(04).
              10 FILLER               PIC X(02).
           05 WS-SYNK-E11-WHERE REDEFINES WS-SYNK-WHERE.
              10 WS-SYNK-E11-ROW      PIC 9(03).
              10 FILLER               PIC X(01).
              10 WS-SYNK-E11-COL      PIC 9(03).
              10 FILLER               PIC X(01).
              10 WS-SYNK-E11-DIR      PIC X(08).
              10 FILLER               PIC X(04).
           05 WS-SYNK-FAC-WHERE REDEFINES WS-SYNK-WHERE.
              10 WS-SYNK-FAC-EXPONENT PIC 9(02).
              10 FILLER               PIC X(01).
              10 WS-SYNK-FAC-LARGEST  PIC X(01).
              10 FILLER               PIC X(16).
       01  WS-SYNK-CARD-ROW REDEFINES WS-SYNK-RECORD.
           05 FILLER                  PIC X(09).
           05 WS-SYNK-CARD-IMAGE      PIC X(76).
