*> DIGADAT.cpy - working storage for the shared arbitrary-length
*> digit-array service (see DIGAPRC.cpy). The 36-digit wide service
*> (WIDEDAT.cpy) is the ceiling of what a COBOL picture can carry;
*> values like 2**1000 (302 digits) or 100! (158 digits) go past it.
*> This is EULER13's column-and-carry accumulator lifted out for
*> every program: a number is held one decimal digit per cell, least
*> significant digit in cell 1, with its significant length kept
*> alongside, and multiplied or added with explicit carry the way it
*> is done by hand.
*> Protocol: PERFORM DIGA-SET-PARA with WS-DIGA-VALUE to load the
*> accumulator A; then any mix of DIGA-MULT-PARA (A = A * the
*> WS-DIGA-FACTOR small factor, 0 through 999999999), DIGA-SAVE-PARA
*> (B = A) and DIGA-ADD-PARA (A = A + B); then DIGA-SUM-PARA for the
*> digit sum in WS-DIGA-DIGIT-SUM and DIGA-RENDER-PARA for the value
*> as text, most significant digit first, in WS-DIGA-TEXT (length
*> WS-DIGA-A-LEN). A result needing more than WS-DIGA-CAP digits sets
*> WS-DIGA-OVERFLOWED and leaves A as it stood before the failing
*> step's last carry - it is reported, never wrapped. The flag is
*> sticky, the same convention as WS-WIDE-OVERFLOW; DIGA-SET-PARA
*> clears it.
       01  WS-DIGA-CAP                PIC 9(04) VALUE 4000.
       01  WS-DIGA-A-TABLE.
           05 WS-DIGA-A               PIC 9(01) OCCURS 4000 TIMES.
       01  WS-DIGA-A-LEN              PIC 9(04) VALUE 1.
       01  WS-DIGA-B-TABLE.
           05 WS-DIGA-B               PIC 9(01) OCCURS 4000 TIMES.
       01  WS-DIGA-B-LEN              PIC 9(04) VALUE 1.
       01  WS-DIGA-VALUE              PIC 9(18) VALUE 0.
       01  WS-DIGA-FACTOR             PIC 9(09) VALUE 0.
       01  WS-DIGA-DIGIT-SUM          PIC 9(09) VALUE 0.
       01  WS-DIGA-TEXT               PIC X(4000) VALUE SPACES.
       01  WS-DIGA-OVERFLOW           PIC 9 VALUE 0.
           88 WS-DIGA-OVERFLOWED          VALUE 1.
       01  WS-DIGA-K                  PIC 9(04) VALUE 0.
       01  WS-DIGA-WORK               PIC 9(18) VALUE 0.
       01  WS-DIGA-CARRY              PIC 9(18) VALUE 0.
