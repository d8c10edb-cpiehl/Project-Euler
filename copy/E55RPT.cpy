*> E55RPT.cpy - one detail line per starting number on EULER55's
*> reverse-and-add report: the start, the steps taken, the outcome,
*> and the value the iteration ended on - the palindrome reached, or
*> for a candidate the last value carried. Outcome PALINDROME, or
*> CANDIDATE when the iteration cap ran out, or CANDIDATE-36 when
*> the value outgrew the 36-digit wide fields before the cap (still
*> a candidate - nothing showed it resolves).
       01  WS-E55-RPT-LINE.
           05 WS-E55-RPT-START        PIC Z(11)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E55-RPT-STEPS        PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E55-RPT-OUTCOME      PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E55-RPT-FINAL        PIC Z(35)9.
