*> CLGDAT.cpy - records of the cross-problem consistency ledger
*> (EULRCLED). Several answers are tied together mathematically -
*> EULER7's Nth prime is the Nth row of E10PRIME, EULER10's sum is
*> EULRPSUM's answer from 2 to the ceiling, EULER3's factors are the
*> E10SPF decomposition, EULER12's divisor count is EULRDIVF's tau,
*> and an EULRAMIC pair's sigmas both equal the pair's sum - and
*> the ledger checks each such invariant against the night's files.
*> Invariant card (EULRINVT, LINE SEQUENTIAL, one per invariant):
*>   cols 01-08  invariant id - E7NTHPRM, E10PSUM, E3SPF, E12TAU,
*>               AMICSIG (the ids EULRCLED knows how to evaluate)
*>   col  10     Y to evaluate it, N to carry it switched off
*>   cols 12-61  description, for the report
       01  WS-INV-CARD.
           05 WS-INV-ID               PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-INV-ACTIVE           PIC X(01).
              88 WS-INV-IS-ACTIVE         VALUE "Y".
              88 WS-INV-IS-OFF            VALUE "N".
           05 FILLER                  PIC X(01).
           05 WS-INV-TEXT             PIC X(50).
*> Ledger record (EULRCLGR, LINE SEQUENTIAL, appended every night -
*> one row per invariant evaluated, stamped with the ledger run's id):
*>   cols 001-016  the ledger run's correlation id
*>   cols 018-025  business date
*>   cols 027-034  invariant id
*>   cols 036-043  the program whose result was checked
*>   cols 045-060  that result's run id (from its EULREXP row)
*>   cols 062-065  verdict: PASS, FAIL, or SKIP (not evaluable
*>                 tonight - the reason is in the note)
*>   cols 067-102  the value checked
*>   cols 104-139  the value it must agree with
*>   cols 141-180  note
       01  WS-CLG-RECORD.
           05 WS-CLG-RUN-ID           PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-INV-ID           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-SRC-PROGRAM      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-SRC-RUN-ID       PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-VERDICT          PIC X(04).
              88 WS-CLG-IS-PASS           VALUE "PASS".
              88 WS-CLG-IS-FAIL           VALUE "FAIL".
              88 WS-CLG-IS-SKIP           VALUE "SKIP".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-VALUE            PIC 9(36).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-AGREE            PIC 9(36).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-CLG-NOTE             PIC X(40).
