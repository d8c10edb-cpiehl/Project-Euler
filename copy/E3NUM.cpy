*> E3NUM.cpy - one target number per input record for EULER3.
*> 2026-10-15 - the record is now up to 18 digits, left-justified (or
*> zero-filled to any width) - E3-NUM-PARSE-PARA in E3NUMP.cpy turns
*> WS-E3-NUM-RECORD into WS-E3-NUM-VALUE and sets WS-E3-NUM-OK, so
*> the 12-digit records already on file still read the same.
       01  WS-E3-NUM-RECORD          PIC X(18).
       01  WS-E3-NUM-VALUE           PIC 9(18) VALUE 0.
       01  WS-E3-NUM-LEN             PIC 9(02) VALUE 0.
       01  WS-E3-NUM-OK              PIC 9 VALUE 0.
           88 WS-E3-NUM-IS-OK            VALUE 1.
