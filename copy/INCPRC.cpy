*> INCPRC.cpy - procedure text for the incident register (fields,
*> the EULRINCD/EULRINCL layouts, and the why in INCDAT.cpy). COPY
*> into PROCEDURE DIVISION; requires INCDAT.cpy in WORKING-STORAGE
*> and SELECT/FD EULRINCD-FILE (ASSIGN TO "EULRINCD", LINE
*> SEQUENTIAL, FILE STATUS WS-INC-STATUS, 200-byte record) declared
*> in this program's ENVIRONMENT/DATA DIVISION.
*> Set WS-INC-T-MONTH(1) and (2), PERFORM INC-TALLY-PARA, and read
*> the two months' counts off WS-INC-TALLY - EULRSLA cites them
*> beside its compliance figures, EULRINC's monthly report totals
*> with them. A missing register counts nothing.
       INC-TALLY-PARA.
           MOVE 0 TO WS-INC-T-OPENED(1) WS-INC-T-OPENED(2).
           MOVE 0 TO WS-INC-T-RESOLVED(1) WS-INC-T-RESOLVED(2).
           MOVE 0 TO WS-INC-T-MINUTES(1) WS-INC-T-MINUTES(2).
           MOVE 0 TO WS-INC-T-OPEN-END(1) WS-INC-T-OPEN-END(2).
           MOVE 0 TO WS-INC-EOF.
           OPEN INPUT EULRINCD-FILE.
           IF WS-INC-STATUS = "00" THEN
               PERFORM INC-TALLY-ROW-PARA UNTIL WS-INC-EOF = 1
               CLOSE EULRINCD-FILE
           END-IF.

       INC-TALLY-ROW-PARA.
           READ EULRINCD-FILE INTO WS-INC-RECORD
               AT END MOVE 1 TO WS-INC-EOF
           END-READ.
           IF WS-INC-EOF = 0 AND WS-INC-REC-OPEN-DATE IS NUMERIC THEN
               COMPUTE WS-INC-OPEN-MONTH =
                   WS-INC-REC-OPEN-DATE / 100
               MOVE 999999 TO WS-INC-CLOSE-MONTH
               IF WS-INC-REC-IS-CLOSED
                       AND WS-INC-REC-CLOSE-DATE IS NUMERIC THEN
                   COMPUTE WS-INC-CLOSE-MONTH =
                       WS-INC-REC-CLOSE-DATE-R / 100
               END-IF
               PERFORM INC-TALLY-MONTH-PARA VARYING WS-INC-TX
                   FROM 1 BY 1 UNTIL WS-INC-TX > 2
           END-IF.

*> opened in the month; resolved in it (with the minutes it stayed
*> open); or opened by its end and not resolved by then
       INC-TALLY-MONTH-PARA.
           IF WS-INC-OPEN-MONTH = WS-INC-T-MONTH(WS-INC-TX) THEN
               ADD 1 TO WS-INC-T-OPENED(WS-INC-TX)
           END-IF.
           IF WS-INC-CLOSE-MONTH = WS-INC-T-MONTH(WS-INC-TX) THEN
               ADD 1 TO WS-INC-T-RESOLVED(WS-INC-TX)
               PERFORM INC-MINUTES-PARA
               ADD WS-INC-MINUTES TO WS-INC-T-MINUTES(WS-INC-TX)
           END-IF.
           IF WS-INC-OPEN-MONTH NOT > WS-INC-T-MONTH(WS-INC-TX)
                   AND WS-INC-CLOSE-MONTH
                   > WS-INC-T-MONTH(WS-INC-TX) THEN
               ADD 1 TO WS-INC-T-OPEN-END(WS-INC-TX)
           END-IF.

*> opening to closing, in whole minutes - days between the two dates
*> plus the difference of the times of day
*> 2026-10-15 - the hours and minutes are cut out of HHMMSSCC with
*> INTEGER-PART; the bare divisions kept their fractions (10:00 to
*> 14:30 came out 288 minutes, not 270).
       INC-MINUTES-PARA.
           MOVE 0 TO WS-INC-MINUTES.
           IF WS-INC-REC-CLOSE-DATE IS NOT NUMERIC
                   OR WS-INC-REC-CLOSE-TIME IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INC-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-INC-REC-CLOSE-DATE-R)
               - FUNCTION INTEGER-OF-DATE(WS-INC-REC-OPEN-DATE)) * 1440
               + FUNCTION INTEGER-PART(WS-INC-REC-CLOSE-TIME-R / 1000000)
                   * 60
               + FUNCTION MOD(FUNCTION INTEGER-PART(
                   WS-INC-REC-CLOSE-TIME-R / 10000), 100)
               - FUNCTION INTEGER-PART(WS-INC-REC-OPEN-TIME / 1000000)
                   * 60
               - FUNCTION MOD(FUNCTION INTEGER-PART(
                   WS-INC-REC-OPEN-TIME / 10000), 100).
