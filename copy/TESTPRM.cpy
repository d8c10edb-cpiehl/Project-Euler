*> TESTPRM.cpy - control record for EULRTEST, the regression harness.
*> The headline answers are always reconciled against EULREF; the card
*> says what to do with the detail and interface files the baseline
*> pass produced (the golden-file comparison, see GLDNDAT.cpy).
*> Card layout (TESTPARM, LINE SEQUENTIAL; a missing or blank card
*> is CHECK):
*>   cols 01-05  function: "CHECK" (compare every output file against
*>               its blessed golden copy) or "BLESS" (take this run's
*>               output as the new golden copies - after a deliberate
*>               report or interface format change, and only when
*>               every headline answer passed)
*>   cols 07-24  BLESS only: the one output file to re-bless, by its
*>               undated name as EULRMANI lists it less any ".Dyyyymmdd"
*>               generation suffix (E3RPT, E3FACT, ...); blank blesses
*>               every file the pass produced
       01  WS-TEST-PARM-CARD.
           05 WS-TEST-FUNCTION        PIC X(05).
              88 WS-TEST-IS-CHECK         VALUE "CHECK" SPACES.
              88 WS-TEST-IS-BLESS         VALUE "BLESS".
           05 FILLER                  PIC X(01).
           05 WS-TEST-BLESS-ONLY      PIC X(18).
