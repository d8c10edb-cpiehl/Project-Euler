*> GREGPRC.cpy - procedure text for the shared Gregorian calendar
*> service (fields and protocol in GREGDAT.cpy). COPY into PROCEDURE
*> DIVISION.
*> Leap year: divisible by 4, and not by 100 unless by 400
       GREG-LEAP-PARA.
           MOVE "N" TO WS-GREG-LEAP-SW.
           DIVIDE WS-GREG-YEAR BY 4 GIVING WS-GREG-Q
               REMAINDER WS-GREG-R.
           IF WS-GREG-R NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-GREG-YEAR BY 100 GIVING WS-GREG-Q
               REMAINDER WS-GREG-R.
           IF WS-GREG-R NOT = 0 THEN
               MOVE "Y" TO WS-GREG-LEAP-SW
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-GREG-YEAR BY 400 GIVING WS-GREG-Q
               REMAINDER WS-GREG-R.
           IF WS-GREG-R = 0 THEN
               MOVE "Y" TO WS-GREG-LEAP-SW
           END-IF.

*> A real calendar date, 1601 or later
       GREG-VALID-PARA.
           MOVE "N" TO WS-GREG-VALID-SW.
           MOVE 0 TO WS-GREG-MONTH-DAYS.
           IF WS-GREG-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-GREG-YYYY < 1601 OR WS-GREG-MM < 1 OR WS-GREG-MM > 12
                   THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GREG-YYYY TO WS-GREG-YEAR.
           PERFORM GREG-LEAP-PARA.
           MOVE WS-GREG-MONTH-LEN(WS-GREG-MM) TO WS-GREG-MONTH-DAYS.
           IF WS-GREG-MM = 2 AND WS-GREG-IS-LEAP THEN
               ADD 1 TO WS-GREG-MONTH-DAYS
           END-IF.
           IF WS-GREG-DD >= 1 AND WS-GREG-DD <= WS-GREG-MONTH-DAYS THEN
               MOVE "Y" TO WS-GREG-VALID-SW
           END-IF.

*> Day number: the whole years since 1601 with their leap days, the
*> whole months of this year, then the day
       GREG-DAYNO-PARA.
           COMPUTE WS-GREG-Y = WS-GREG-YYYY - 1601.
           COMPUTE WS-GREG-DAYNO = WS-GREG-Y * 365.
           DIVIDE WS-GREG-Y BY 4 GIVING WS-GREG-Q.
           ADD WS-GREG-Q TO WS-GREG-DAYNO.
           DIVIDE WS-GREG-Y BY 100 GIVING WS-GREG-Q.
           SUBTRACT WS-GREG-Q FROM WS-GREG-DAYNO.
           DIVIDE WS-GREG-Y BY 400 GIVING WS-GREG-Q.
           ADD WS-GREG-Q TO WS-GREG-DAYNO.
           ADD WS-GREG-BEFORE(WS-GREG-MM) WS-GREG-DD TO WS-GREG-DAYNO.
           IF WS-GREG-MM > 2 THEN
               MOVE WS-GREG-YYYY TO WS-GREG-YEAR
               PERFORM GREG-LEAP-PARA
               IF WS-GREG-IS-LEAP THEN
                   ADD 1 TO WS-GREG-DAYNO
               END-IF
           END-IF.

*> Day of week off the day number - day 1, 1601-01-01, was a Monday
       GREG-DOW-PARA.
           PERFORM GREG-DAYNO-PARA.
           DIVIDE WS-GREG-DAYNO BY 7 GIVING WS-GREG-Q
               REMAINDER WS-GREG-R.
           IF WS-GREG-R = 0 THEN
               MOVE 7 TO WS-GREG-DOW
           ELSE
               MOVE WS-GREG-R TO WS-GREG-DOW
           END-IF.
           MOVE WS-GREG-NAME(WS-GREG-DOW) TO WS-GREG-DOW-NAME.

*> Days from WS-GREG-FROM to WS-GREG-TO; leaves WS-GREG-DATE holding
*> WS-GREG-TO
       GREG-BETWEEN-PARA.
           MOVE WS-GREG-FROM TO WS-GREG-DATE.
           PERFORM GREG-DAYNO-PARA.
           MOVE WS-GREG-DAYNO TO WS-GREG-FROM-NO.
           MOVE WS-GREG-TO TO WS-GREG-DATE.
           PERFORM GREG-DAYNO-PARA.
           COMPUTE WS-GREG-DAYS = WS-GREG-DAYNO - WS-GREG-FROM-NO.

*> Day number back to a date: whole 400-, 100-, 4- and 1-year cycles
*> off the days since 1601-01-01 (the last year of a cycle is the one
*> holding its extra day, so a fourth 100-year or 1-year step is the
*> cycle's own last day), then the months of the year found
       GREG-DATE-PARA.
           COMPUTE WS-GREG-N = WS-GREG-DAYNO - 1.
           DIVIDE WS-GREG-N BY 146097 GIVING WS-GREG-C400
               REMAINDER WS-GREG-N.
           DIVIDE WS-GREG-N BY 36524 GIVING WS-GREG-C100
               REMAINDER WS-GREG-R.
           IF WS-GREG-C100 = 4 THEN
               MOVE 3 TO WS-GREG-C100
           END-IF.
           COMPUTE WS-GREG-N = WS-GREG-N - WS-GREG-C100 * 36524.
           DIVIDE WS-GREG-N BY 1461 GIVING WS-GREG-C4
               REMAINDER WS-GREG-N.
           DIVIDE WS-GREG-N BY 365 GIVING WS-GREG-C1
               REMAINDER WS-GREG-R.
           IF WS-GREG-C1 = 4 THEN
               MOVE 3 TO WS-GREG-C1
           END-IF.
           COMPUTE WS-GREG-N = WS-GREG-N - WS-GREG-C1 * 365.
           COMPUTE WS-GREG-YEAR = 1601 + WS-GREG-C400 * 400
               + WS-GREG-C100 * 100 + WS-GREG-C4 * 4 + WS-GREG-C1.
           PERFORM GREG-LEAP-PARA.
           MOVE WS-GREG-YEAR TO WS-GREG-YYYY.
           MOVE 1 TO WS-GREG-MM.
           ADD 1 TO WS-GREG-N.
           MOVE WS-GREG-MONTH-LEN(1) TO WS-GREG-MONTH-DAYS.
           PERFORM GREG-MONTH-PARA
               UNTIL WS-GREG-N <= WS-GREG-MONTH-DAYS.
           MOVE WS-GREG-N TO WS-GREG-DD.

*> WS-GREG-N is a day of the year past the current month: step over
*> the month to the next
       GREG-MONTH-PARA.
           SUBTRACT WS-GREG-MONTH-DAYS FROM WS-GREG-N.
           ADD 1 TO WS-GREG-MM.
           MOVE WS-GREG-MONTH-LEN(WS-GREG-MM) TO WS-GREG-MONTH-DAYS.
           IF WS-GREG-MM = 2 AND WS-GREG-IS-LEAP THEN
               ADD 1 TO WS-GREG-MONTH-DAYS
           END-IF.
