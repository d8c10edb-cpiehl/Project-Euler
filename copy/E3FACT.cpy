*>               for it. A hand-loaded list leaves it blank. EULER3
*>               picks the id up off the E3REQID companion card the
*>               intake writes.
*>   col  41     how the factor was found (appended 2026-10-15,
*>               record grows from 39 to 79 bytes): T trial
*>               division, S the E10SPF smallest-factor table, P the
*>               cofactor passed the strong probable-prime test, R
*>               split out by Pollard rho and then proven the same
*>               way, U UNPROVEN - a composite cofactor rho could not
*>               split, carried as one "factor" so the row set still
*>               multiplies back to the number, but NOT a prime
*>   cols 43-60  the input number, full 18 digits
*>   cols 62-79  the factor, full 18 digits
*>               The 12-digit columns 01-12 and 14-25 stay where they
*>               were and carry the low-order twelve digits, the
*>               EXPDAT wide-column convention - a reader that knows
*>               the wide columns takes them when they are numeric.
       01  WS-E3-FACT-RECORD.
           05 WS-E3-FACT-NUMBER      PIC 9(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-E3-FACT-LARGEST     PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-E3-FACT-REQ-ID      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-E3-FACT-HOW         PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-E3-FACT-NUMBER-W    PIC 9(18).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 WS-E3-FACT-FACTOR-W    PIC 9(18).
