*> E11RPT.cpy - one detail line on EULER11's grid-product report: a
*> window of adjacent cells by its starting row/column and direction,
*> its product, and the cells that were multiplied (two digits each,
*> space separated - eighteen cells at the longest adjacency). The
*> tag names the section the line belongs to: RANK nn for the top-K
*> ranking over every direction, BEST for the best window in one
*> direction.
       01  WS-E11-RPT-LINE.
           05 WS-E11-RPT-TAG          PIC X(08).
           05 FILLER                  PIC X(04) VALUE "ROW ".
           05 WS-E11-RPT-ROW          PIC Z(2)9.
           05 FILLER                  PIC X(05) VALUE " COL ".
           05 WS-E11-RPT-COL          PIC Z(2)9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-E11-RPT-DIR          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-E11-RPT-PROD         PIC Z(35)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E11-RPT-CELLS        PIC X(53).
