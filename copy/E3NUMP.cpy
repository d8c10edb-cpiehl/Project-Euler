*> E3NUMP.cpy - procedure text for reading one E3NUMS target (fields
*> in E3NUM.cpy). COPY into PROCEDURE DIVISION. MOVE the record to
*> WS-E3-NUM-RECORD and PERFORM E3-NUM-PARSE-PARA: the digits run
*> from column 1 to the first space, everything after them must be
*> blank, and at most 18 of them fit. WS-E3-NUM-OK = 1 with the
*> number in WS-E3-NUM-VALUE, or 0 (value zero) for anything else.
       E3-NUM-PARSE-PARA.
           MOVE 0 TO WS-E3-NUM-OK.
           MOVE 0 TO WS-E3-NUM-VALUE.
           MOVE 0 TO WS-E3-NUM-LEN.
           INSPECT WS-E3-NUM-RECORD TALLYING WS-E3-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-E3-NUM-LEN = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-E3-NUM-RECORD(1:WS-E3-NUM-LEN) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-E3-NUM-LEN < 18 THEN
               IF WS-E3-NUM-RECORD(WS-E3-NUM-LEN + 1:) NOT = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-E3-NUM-RECORD(1:WS-E3-NUM-LEN) TO WS-E3-NUM-VALUE.
           MOVE 1 TO WS-E3-NUM-OK.
