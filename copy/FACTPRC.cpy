*> FACTPRC.cpy - procedure text for the shared factorization service
*> (fields and protocol in FACTDAT.cpy). COPY into PROCEDURE
*> DIVISION; requires FACTDAT.cpy and WIDEDAT.cpy in WORKING-STORAGE
*> and WIDEPRC.cpy copied into the PROCEDURE DIVISION as well.

*> Whole-number entry: trial division by 2 and the odd numbers up to
*> the square root or WS-FAC-TD-LIMIT, whichever comes first, then
*> FAC-SPLIT-PARA on anything left over
       FAC-FACTOR-PARA.
           MOVE 0 TO WS-FAC-COUNT.
           MOVE 0 TO WS-FAC-UNPROVEN.
           MOVE WS-FAC-N TO WS-FAC-REST.
           MOVE 2 TO WS-FAC-DIV.
           MOVE 0 TO WS-FAC-TD-DONE.
           PERFORM FAC-TRIAL-PARA
               UNTIL WS-FAC-REST < 2 OR WS-FAC-TD-DONE = 1.
           IF WS-FAC-REST > 1 THEN
               MOVE WS-FAC-REST TO WS-FAC-C
               PERFORM FAC-SPLIT-PARA
               PERFORM FAC-PIECE-ADD-PARA VARYING WS-FAC-PX FROM 1 BY 1
                   UNTIL WS-FAC-PX > WS-FAC-PIECES
           END-IF.

       FAC-TRIAL-PARA.
           COMPUTE WS-FAC-SQ = WS-FAC-DIV * WS-FAC-DIV.
           IF WS-FAC-SQ > WS-FAC-REST THEN
*> nothing up to the square root divides it - what is left is prime
               MOVE WS-FAC-REST TO WS-FAC-ADD-P
               MOVE "T" TO WS-FAC-ADD-HOW
               PERFORM FAC-ADD-PARA
               MOVE 1 TO WS-FAC-REST
           ELSE
               IF WS-FAC-DIV > WS-FAC-TD-LIMIT THEN
                   MOVE 1 TO WS-FAC-TD-DONE
               ELSE
                   DIVIDE WS-FAC-REST BY WS-FAC-DIV
                       GIVING WS-FAC-QUOT REMAINDER WS-FAC-REM
                   IF WS-FAC-REM = 0 THEN
                       MOVE WS-FAC-QUOT TO WS-FAC-REST
                       MOVE WS-FAC-DIV TO WS-FAC-ADD-P
                       MOVE "T" TO WS-FAC-ADD-HOW
                       PERFORM FAC-ADD-PARA
                   ELSE
                       IF WS-FAC-DIV = 2 THEN
                           MOVE 3 TO WS-FAC-DIV
                       ELSE
                           ADD 2 TO WS-FAC-DIV
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FAC-PIECE-ADD-PARA.
           MOVE WS-FAC-PIECE(WS-FAC-PX) TO WS-FAC-ADD-P.
           MOVE WS-FAC-PIECE-HOW(WS-FAC-PX) TO WS-FAC-ADD-HOW.
           PERFORM FAC-ADD-PARA.

*> Factors arrive in ascending order, so a repeat of the same prime
*> is always the newest row - it bumps that row's exponent
       FAC-ADD-PARA.
           IF WS-FAC-COUNT > 0 THEN
               IF WS-FAC-PRIME(WS-FAC-COUNT) = WS-FAC-ADD-P THEN
                   ADD 1 TO WS-FAC-EXP(WS-FAC-COUNT)
               ELSE
                   PERFORM FAC-NEW-ROW-PARA
               END-IF
           ELSE
               PERFORM FAC-NEW-ROW-PARA
           END-IF.
           IF WS-FAC-ADD-HOW = "U" THEN
               MOVE 1 TO WS-FAC-UNPROVEN
           END-IF.

       FAC-NEW-ROW-PARA.
           ADD 1 TO WS-FAC-COUNT.
           MOVE WS-FAC-ADD-P TO WS-FAC-PRIME(WS-FAC-COUNT).
           MOVE 1 TO WS-FAC-EXP(WS-FAC-COUNT).
           MOVE WS-FAC-ADD-HOW TO WS-FAC-HOW(WS-FAC-COUNT).

*> Cofactor entry: prime as it stands, or split by rho into two
*> pieces that are each put through the strong test; a cofactor rho
*> cannot split inside its budget comes back whole, tagged U
       FAC-SPLIT-PARA.
           MOVE 0 TO WS-FAC-PIECES.
           MOVE WS-FAC-C TO WS-SPRP-N.
           PERFORM SPRP-TEST-PARA.
           IF WS-SPRP-YES THEN
               MOVE 1 TO WS-FAC-PIECES
               MOVE WS-FAC-C TO WS-FAC-PIECE(1)
               MOVE "P" TO WS-FAC-PIECE-HOW(1)
           ELSE
               PERFORM RHO-PARA
               IF WS-RHO-D > 1 THEN
                   DIVIDE WS-FAC-C BY WS-RHO-D GIVING WS-FAC-QUOT
                   MOVE 2 TO WS-FAC-PIECES
                   IF WS-RHO-D < WS-FAC-QUOT THEN
                       MOVE WS-RHO-D TO WS-FAC-PIECE(1)
                       MOVE WS-FAC-QUOT TO WS-FAC-PIECE(2)
                   ELSE
                       MOVE WS-FAC-QUOT TO WS-FAC-PIECE(1)
                       MOVE WS-RHO-D TO WS-FAC-PIECE(2)
                   END-IF
                   PERFORM FAC-PIECE-TEST-PARA VARYING WS-FAC-PX
                       FROM 1 BY 1 UNTIL WS-FAC-PX > 2
               ELSE
                   MOVE 1 TO WS-FAC-PIECES
                   MOVE WS-FAC-C TO WS-FAC-PIECE(1)
                   MOVE "U" TO WS-FAC-PIECE-HOW(1)
               END-IF
           END-IF.

       FAC-PIECE-TEST-PARA.
           MOVE WS-FAC-PIECE(WS-FAC-PX) TO WS-SPRP-N.
           PERFORM SPRP-TEST-PARA.
           IF WS-SPRP-YES THEN
               MOVE "R" TO WS-FAC-PIECE-HOW(WS-FAC-PX)
           ELSE
               MOVE "U" TO WS-FAC-PIECE-HOW(WS-FAC-PX)
           END-IF.

*> WS-FAC-MA * WS-FAC-MB mod WS-FAC-MN - the product can run to 36
*> digits, so it is formed on the wide service before the DIVIDE
       FAC-MULMOD-PARA.
           MOVE WS-FAC-MA TO WS-WIDE-A.
           MOVE WS-FAC-MB TO WS-WIDE-B.
           PERFORM WIDE-MULT-PARA.
           DIVIDE WS-WIDE-R BY WS-FAC-MN
               GIVING WS-FAC-MQ REMAINDER WS-FAC-MR.

       FAC-GCD-PARA.
           PERFORM FAC-GCD-STEP-PARA UNTIL WS-FAC-GCD-B = 0.

       FAC-GCD-STEP-PARA.
           DIVIDE WS-FAC-GCD-A BY WS-FAC-GCD-B
               GIVING WS-FAC-GCD-Q REMAINDER WS-FAC-GCD-T.
           MOVE WS-FAC-GCD-B TO WS-FAC-GCD-A.
           MOVE WS-FAC-GCD-T TO WS-FAC-GCD-B.

*> Strong probable-prime test of WS-SPRP-N: write n-1 as d * 2**s
*> with d odd, then for each base a either a**d = 1, or one of
*> a**(d * 2**j), j < s, is n-1 - any base failing both proves n
*> composite. The bases themselves and their multiples are settled
*> by a plain division first.
       SPRP-TEST-PARA.
           MOVE 0 TO WS-SPRP-FLAG.
           IF WS-SPRP-N < 2 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SPRP-FLAG.
           MOVE 0 TO WS-SPRP-DONE.
           PERFORM SPRP-SMALL-PARA VARYING WS-SPRP-B FROM 1 BY 1
               UNTIL WS-SPRP-B > 12 OR WS-SPRP-DONE = 1.
           IF WS-SPRP-DONE = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-SPRP-N GIVING WS-SPRP-NM1.
           MOVE WS-SPRP-NM1 TO WS-SPRP-D.
           MOVE 0 TO WS-SPRP-S.
           DIVIDE WS-SPRP-D BY 2 GIVING WS-SPRP-HALF
               REMAINDER WS-SPRP-BIT.
           PERFORM SPRP-HALVE-PARA UNTIL WS-SPRP-BIT = 1.
           MOVE WS-SPRP-N TO WS-FAC-MN.
           PERFORM SPRP-BASE-PARA VARYING WS-SPRP-B FROM 1 BY 1
               UNTIL WS-SPRP-B > 12 OR WS-SPRP-FLAG = 0.

       SPRP-SMALL-PARA.
           IF WS-SPRP-N = WS-SPRP-BASE(WS-SPRP-B) THEN
               MOVE 1 TO WS-SPRP-DONE
           ELSE
               DIVIDE WS-SPRP-N BY WS-SPRP-BASE(WS-SPRP-B)
                   GIVING WS-SPRP-HALF REMAINDER WS-SPRP-E
               IF WS-SPRP-E = 0 THEN
                   MOVE 0 TO WS-SPRP-FLAG
                   MOVE 1 TO WS-SPRP-DONE
               END-IF
           END-IF.

       SPRP-HALVE-PARA.
           MOVE WS-SPRP-HALF TO WS-SPRP-D.
           ADD 1 TO WS-SPRP-S.
           DIVIDE WS-SPRP-D BY 2 GIVING WS-SPRP-HALF
               REMAINDER WS-SPRP-BIT.

       SPRP-BASE-PARA.
           PERFORM SPRP-POWER-PARA.
           IF WS-SPRP-X NOT = 1 AND WS-SPRP-X NOT = WS-SPRP-NM1 THEN
               MOVE 0 TO WS-SPRP-HIT
               MOVE 1 TO WS-SPRP-J
               PERFORM SPRP-SQUARE-PARA
                   UNTIL WS-SPRP-J >= WS-SPRP-S OR WS-SPRP-HIT = 1
               IF WS-SPRP-HIT = 0 THEN
                   MOVE 0 TO WS-SPRP-FLAG
               END-IF
           END-IF.

       SPRP-SQUARE-PARA.
           MOVE WS-SPRP-X TO WS-FAC-MA.
           MOVE WS-SPRP-X TO WS-FAC-MB.
           PERFORM FAC-MULMOD-PARA.
           MOVE WS-FAC-MR TO WS-SPRP-X.
           IF WS-SPRP-X = WS-SPRP-NM1 THEN
               MOVE 1 TO WS-SPRP-HIT
           END-IF.
           ADD 1 TO WS-SPRP-J.

*> base ** d mod n by repeated squaring, low bit of the exponent first
       SPRP-POWER-PARA.
           MOVE 1 TO WS-SPRP-X.
           MOVE WS-SPRP-BASE(WS-SPRP-B) TO WS-SPRP-P.
           MOVE WS-SPRP-D TO WS-SPRP-E.
           PERFORM SPRP-POWER-BIT-PARA UNTIL WS-SPRP-E = 0.

       SPRP-POWER-BIT-PARA.
           DIVIDE WS-SPRP-E BY 2 GIVING WS-SPRP-HALF
               REMAINDER WS-SPRP-BIT.
           MOVE WS-SPRP-HALF TO WS-SPRP-E.
           IF WS-SPRP-BIT = 1 THEN
               MOVE WS-SPRP-X TO WS-FAC-MA
               MOVE WS-SPRP-P TO WS-FAC-MB
               PERFORM FAC-MULMOD-PARA
               MOVE WS-FAC-MR TO WS-SPRP-X
           END-IF.
           IF WS-SPRP-E > 0 THEN
               MOVE WS-SPRP-P TO WS-FAC-MA
               MOVE WS-SPRP-P TO WS-FAC-MB
               PERFORM FAC-MULMOD-PARA
               MOVE WS-FAC-MR TO WS-SPRP-P
           END-IF.

*> Pollard rho on WS-FAC-C: a proper divisor comes back in WS-RHO-D,
*> zero when every constant's budget ran out without one
       RHO-PARA.
           MOVE 0 TO WS-RHO-D.
           MOVE WS-FAC-C TO WS-FAC-MN.
           DIVIDE WS-FAC-C BY 2 GIVING WS-FAC-QUOT REMAINDER WS-FAC-REM.
           IF WS-FAC-REM = 0 THEN
               MOVE 2 TO WS-RHO-D
           ELSE
               MOVE 1 TO WS-RHO-C
               PERFORM RHO-TRY-PARA
                   UNTIL WS-RHO-D > 0 OR WS-RHO-C > WS-RHO-MAX-C
           END-IF.

       RHO-TRY-PARA.
           MOVE 2 TO WS-RHO-X.
           MOVE 2 TO WS-RHO-Y.
           MOVE 0 TO WS-RHO-STEPS.
           MOVE 1 TO WS-RHO-G.
           PERFORM RHO-BATCH-PARA
               UNTIL WS-RHO-G NOT = 1 OR WS-RHO-STEPS >= WS-RHO-BUDGET.
           IF WS-RHO-G = WS-FAC-C THEN
*> the batch product picked up every factor at once - replay the
*> batch one step at a time so the first proper divisor is seen
               MOVE WS-RHO-SAVE-X TO WS-RHO-X
               MOVE WS-RHO-SAVE-Y TO WS-RHO-Y
               MOVE 1 TO WS-RHO-G
               MOVE 0 TO WS-RHO-K
               PERFORM RHO-SINGLE-PARA
                   UNTIL WS-RHO-G NOT = 1 OR WS-RHO-K >= WS-RHO-BATCH
           END-IF.
           IF WS-RHO-G > 1 AND WS-RHO-G < WS-FAC-C THEN
               MOVE WS-RHO-G TO WS-RHO-D
           END-IF.
           ADD 1 TO WS-RHO-C.

       RHO-BATCH-PARA.
           MOVE WS-RHO-X TO WS-RHO-SAVE-X.
           MOVE WS-RHO-Y TO WS-RHO-SAVE-Y.
           MOVE 1 TO WS-RHO-Q.
           MOVE 0 TO WS-RHO-K.
           PERFORM RHO-STEP-PARA UNTIL WS-RHO-K >= WS-RHO-BATCH.
           ADD WS-RHO-BATCH TO WS-RHO-STEPS.
           MOVE WS-RHO-Q TO WS-FAC-GCD-A.
           MOVE WS-FAC-C TO WS-FAC-GCD-B.
           PERFORM FAC-GCD-PARA.
           MOVE WS-FAC-GCD-A TO WS-RHO-G.

       RHO-STEP-PARA.
           PERFORM RHO-WALK-PARA.
           MOVE WS-RHO-Q TO WS-FAC-MA.
           MOVE WS-RHO-DIFF TO WS-FAC-MB.
           PERFORM FAC-MULMOD-PARA.
           MOVE WS-FAC-MR TO WS-RHO-Q.
           ADD 1 TO WS-RHO-K.

       RHO-SINGLE-PARA.
           PERFORM RHO-WALK-PARA.
           MOVE WS-RHO-DIFF TO WS-FAC-GCD-A.
           MOVE WS-FAC-C TO WS-FAC-GCD-B.
           PERFORM FAC-GCD-PARA.
           MOVE WS-FAC-GCD-A TO WS-RHO-G.
           ADD 1 TO WS-RHO-K.

*> the tortoise takes one step, the hare two
       RHO-WALK-PARA.
           MOVE WS-RHO-X TO WS-RHO-V.
           PERFORM RHO-F-PARA.
           MOVE WS-RHO-V TO WS-RHO-X.
           MOVE WS-RHO-Y TO WS-RHO-V.
           PERFORM RHO-F-PARA.
           PERFORM RHO-F-PARA.
           MOVE WS-RHO-V TO WS-RHO-Y.
           IF WS-RHO-X > WS-RHO-Y THEN
               SUBTRACT WS-RHO-Y FROM WS-RHO-X GIVING WS-RHO-DIFF
           ELSE
               SUBTRACT WS-RHO-X FROM WS-RHO-Y GIVING WS-RHO-DIFF
           END-IF.

       RHO-F-PARA.
           MOVE WS-RHO-V TO WS-FAC-MA.
           MOVE WS-RHO-V TO WS-FAC-MB.
           PERFORM FAC-MULMOD-PARA.
           ADD WS-RHO-C TO WS-FAC-MR GIVING WS-FAC-SQ.
           IF WS-FAC-SQ >= WS-FAC-C THEN
               SUBTRACT WS-FAC-C FROM WS-FAC-SQ
           END-IF.
           MOVE WS-FAC-SQ TO WS-RHO-V.
