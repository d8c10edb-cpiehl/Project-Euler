*> E9MEMB.cpy - working storage for EULER9's optional member-query
*> mode: instead of searching by perimeter, list every Pythagorean
*> triplet that has the value on the card as its hypotenuse, as one
*> of its legs, or either (see E9MEMBP.cpy, and WS-E9-MRPT-LINE in
*> E9RPT.cpy for the report line). A missing or blank E9MEMB card
*> leaves WS-E9-MEMB-ACTIVE at its VALUE default of N, so the run
*> falls through to the E9RANGE / E9PARM modes as before.
*> Card layout:
*>   cols 01-08  the member value, 3 through 99999999
*>   col  10     role - H hypotenuse, L leg, E or blank either
       01  WS-E9-MEMB-STATUS         PIC XX VALUE SPACES.
       01  WS-E9-MEMB-ACTIVE         PIC X(01) VALUE "N".
           88 WS-E9-MEMB-IS-ACTIVE       VALUE "Y".
       01  WS-E9-MEMB-CARD.
           05 WS-E9-MEMB-VALUE       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 WS-E9-MEMB-ROLE        PIC X(01).
               88 WS-E9-MEMB-ROLE-OK     VALUE "H" "L" "E" " ".
               88 WS-E9-MEMB-WANT-HYP    VALUE "H" "E" " ".
               88 WS-E9-MEMB-WANT-LEG    VALUE "L" "E" " ".
