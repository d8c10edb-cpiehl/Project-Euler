*> DIGAPRC.cpy - procedure text for the shared digit-array service
*> (fields and protocol in DIGADAT.cpy). COPY into PROCEDURE
*> DIVISION.
*> Load A with a value of up to 18 digits
       DIGA-SET-PARA.
           MOVE ZEROS TO WS-DIGA-A-TABLE.
           MOVE 0 TO WS-DIGA-OVERFLOW.
           MOVE WS-DIGA-VALUE TO WS-DIGA-WORK.
           MOVE 0 TO WS-DIGA-A-LEN.
           PERFORM DIGA-SET-CELL-PARA UNTIL WS-DIGA-WORK = 0.
           IF WS-DIGA-A-LEN = 0 THEN
               MOVE 1 TO WS-DIGA-A-LEN
           END-IF.

       DIGA-SET-CELL-PARA.
           ADD 1 TO WS-DIGA-A-LEN.
           DIVIDE WS-DIGA-WORK BY 10 GIVING WS-DIGA-WORK
               REMAINDER WS-DIGA-A(WS-DIGA-A-LEN).

*> A = A * WS-DIGA-FACTOR: each cell times the factor plus the carry
*> in, the units kept and the rest carried; the carry left over past
*> the top cell grows the number a cell at a time
       DIGA-MULT-PARA.
           IF WS-DIGA-OVERFLOWED THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIGA-FACTOR = 0 THEN
               MOVE ZEROS TO WS-DIGA-A-TABLE
               MOVE 1 TO WS-DIGA-A-LEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DIGA-CARRY.
           PERFORM DIGA-MULT-CELL-PARA VARYING WS-DIGA-K FROM 1 BY 1
               UNTIL WS-DIGA-K > WS-DIGA-A-LEN.
           PERFORM DIGA-GROW-PARA
               UNTIL WS-DIGA-CARRY = 0 OR WS-DIGA-OVERFLOWED.

       DIGA-MULT-CELL-PARA.
           COMPUTE WS-DIGA-WORK =
               WS-DIGA-A(WS-DIGA-K) * WS-DIGA-FACTOR + WS-DIGA-CARRY.
           DIVIDE WS-DIGA-WORK BY 10 GIVING WS-DIGA-CARRY
               REMAINDER WS-DIGA-A(WS-DIGA-K).

       DIGA-GROW-PARA.
           IF WS-DIGA-A-LEN >= WS-DIGA-CAP THEN
               MOVE 1 TO WS-DIGA-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DIGA-A-LEN.
           DIVIDE WS-DIGA-CARRY BY 10 GIVING WS-DIGA-CARRY
               REMAINDER WS-DIGA-A(WS-DIGA-A-LEN).

*> B = A, so a value can be added back onto a later A
       DIGA-SAVE-PARA.
           MOVE WS-DIGA-A-TABLE TO WS-DIGA-B-TABLE.
           MOVE WS-DIGA-A-LEN TO WS-DIGA-B-LEN.

*> A = A + B, column by column with carry
       DIGA-ADD-PARA.
           IF WS-DIGA-OVERFLOWED THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-DIGA-B-LEN > WS-DIGA-A-LEN THEN
               MOVE WS-DIGA-B-LEN TO WS-DIGA-A-LEN
           END-IF.
           MOVE 0 TO WS-DIGA-CARRY.
           PERFORM DIGA-ADD-CELL-PARA VARYING WS-DIGA-K FROM 1 BY 1
               UNTIL WS-DIGA-K > WS-DIGA-A-LEN.
           PERFORM DIGA-GROW-PARA
               UNTIL WS-DIGA-CARRY = 0 OR WS-DIGA-OVERFLOWED.

       DIGA-ADD-CELL-PARA.
           COMPUTE WS-DIGA-WORK = WS-DIGA-A(WS-DIGA-K)
               + WS-DIGA-B(WS-DIGA-K) + WS-DIGA-CARRY.
           DIVIDE WS-DIGA-WORK BY 10 GIVING WS-DIGA-CARRY
               REMAINDER WS-DIGA-A(WS-DIGA-K).

*> The sum of A's digits
       DIGA-SUM-PARA.
           MOVE 0 TO WS-DIGA-DIGIT-SUM.
           PERFORM DIGA-SUM-CELL-PARA VARYING WS-DIGA-K FROM 1 BY 1
               UNTIL WS-DIGA-K > WS-DIGA-A-LEN.

       DIGA-SUM-CELL-PARA.
           ADD WS-DIGA-A(WS-DIGA-K) TO WS-DIGA-DIGIT-SUM.

*> A as text, most significant digit in position 1
       DIGA-RENDER-PARA.
           MOVE SPACES TO WS-DIGA-TEXT.
           PERFORM DIGA-RENDER-CELL-PARA VARYING WS-DIGA-K
               FROM WS-DIGA-A-LEN BY -1 UNTIL WS-DIGA-K < 1.

       DIGA-RENDER-CELL-PARA.
           MOVE WS-DIGA-A(WS-DIGA-K)
               TO WS-DIGA-TEXT(WS-DIGA-A-LEN - WS-DIGA-K + 1:1).
