*> WORDPRC.cpy - procedure text for the shared number-to-words
*> service (fields and protocol in WORDDAT.cpy). COPY into PROCEDURE
*> DIVISION.
       WORD-RENDER-PARA.
           MOVE SPACES TO WS-WORD-TEXT.
           MOVE 1 TO WS-WORD-PTR.
           IF WS-WORD-VALUE = 0 THEN
               MOVE "ZERO" TO WS-WORD-TOKEN
               PERFORM WORD-PUT-PARA
           ELSE
               PERFORM WORD-GROUP-PARA VARYING WS-WORD-G FROM 1 BY 1
                   UNTIL WS-WORD-G > 6
           END-IF.
           COMPUTE WS-WORD-LEN = WS-WORD-PTR - 1.
           MOVE 0 TO WS-WORD-LETTERS.
           PERFORM WORD-LETTER-PARA VARYING WS-WORD-K FROM 1 BY 1
               UNTIL WS-WORD-K > WS-WORD-LEN.

*> One group of three digits: its hundreds, its tens and units, then
*> its scale word
       WORD-GROUP-PARA.
           IF WS-WORD-GROUP(WS-WORD-G) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-WORD-GROUP(WS-WORD-G) BY 100 GIVING WS-WORD-HUND
               REMAINDER WS-WORD-REST.
           IF WS-WORD-HUND > 0 THEN
               MOVE WS-WORD-SMALL(WS-WORD-HUND) TO WS-WORD-TOKEN
               PERFORM WORD-PUT-PARA
               MOVE "HUNDRED" TO WS-WORD-TOKEN
               PERFORM WORD-PUT-PARA
               IF WS-WORD-REST > 0 THEN
                   MOVE "AND" TO WS-WORD-TOKEN
                   PERFORM WORD-PUT-PARA
               END-IF
           ELSE
               IF WS-WORD-G = 6 AND WS-WORD-PTR > 1 THEN
                   MOVE "AND" TO WS-WORD-TOKEN
                   PERFORM WORD-PUT-PARA
               END-IF
           END-IF.
           IF WS-WORD-REST > 0 THEN
               PERFORM WORD-TENS-PARA
               PERFORM WORD-PUT-PARA
           END-IF.
           IF WS-WORD-G < 6 THEN
               MOVE WS-WORD-SCALE(WS-WORD-G) TO WS-WORD-TOKEN
               PERFORM WORD-PUT-PARA
           END-IF.

*> 1 through 99 as one token - the tens and units hyphenated
       WORD-TENS-PARA.
           MOVE SPACES TO WS-WORD-TOKEN.
           IF WS-WORD-REST < 20 THEN
               MOVE WS-WORD-SMALL(WS-WORD-REST) TO WS-WORD-TOKEN
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-WORD-REST BY 10 GIVING WS-WORD-TEN
               REMAINDER WS-WORD-UNIT.
           IF WS-WORD-UNIT = 0 THEN
               MOVE WS-WORD-TENS(WS-WORD-TEN - 1) TO WS-WORD-TOKEN
           ELSE
               STRING WS-WORD-TENS(WS-WORD-TEN - 1) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-WORD-SMALL(WS-WORD-UNIT) DELIMITED BY SPACE
                   INTO WS-WORD-TOKEN
               END-STRING
           END-IF.

*> Append one token, a space before it unless it is the first
       WORD-PUT-PARA.
           IF WS-WORD-PTR > 1 THEN
               ADD 1 TO WS-WORD-PTR
           END-IF.
           STRING WS-WORD-TOKEN DELIMITED BY SPACE
               INTO WS-WORD-TEXT WITH POINTER WS-WORD-PTR
           END-STRING.

       WORD-LETTER-PARA.
           IF WS-WORD-TEXT(WS-WORD-K:1) NOT = SPACE
                   AND WS-WORD-TEXT(WS-WORD-K:1) NOT = "-" THEN
               ADD 1 TO WS-WORD-LETTERS
           END-IF.
