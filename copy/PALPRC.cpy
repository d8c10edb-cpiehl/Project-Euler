*> PALPRC.cpy - procedure text for the shared palindrome test
*> (fields and protocol in PALDAT.cpy). COPY into PROCEDURE DIVISION.
*> Palindromic in WS-PAL-BASE? Reverse the digit sequence numerically
*> and compare - the same digit-reversal shape EULER4's R-PARA uses,
*> on wider fields.
       PAL-TEST-PARA.
           MOVE WS-PAL-N TO WS-PAL-WORK.
           MOVE 0 TO WS-PAL-REV.
           PERFORM PAL-STEP-PARA UNTIL WS-PAL-WORK < 1.
           IF WS-PAL-REV = WS-PAL-N THEN
               MOVE 1 TO WS-PAL-IS
           ELSE
               MOVE 0 TO WS-PAL-IS
           END-IF.

       PAL-STEP-PARA.
           DIVIDE WS-PAL-BASE INTO WS-PAL-WORK
               GIVING WS-PAL-WORK REMAINDER WS-PAL-MOD.
           COMPUTE WS-PAL-REV = WS-PAL-REV * WS-PAL-BASE + WS-PAL-MOD.
