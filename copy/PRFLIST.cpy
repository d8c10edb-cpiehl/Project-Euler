*> PRFLIST.cpy - the cards an EULRPRF parameter profile covers, in
*> capture/activate order: a card not on this list is neither
*> captured into a profile nor put back by ACTIVATE. Kept in a
*> copybook so the provisioning audit EULRPROV reads the very list
*> EULRPRF walks - a new problem's parm card gets its profile slot
*> by being added here, and WS-PRF-CARD-COUNT with it.
*> 2026-10-15 - the parm cards of EULER15 through EULER23 and
*> EULER67 join the list (20 cards).
*> 2026-10-15 - the E5NUMS and E9MEMB cards and E55PARM join the
*> list (23 cards).
       01  WS-PRF-CARD-LIST.
           05 FILLER                  PIC X(08) VALUE "E1PARM".
           05 FILLER                  PIC X(08) VALUE "E2PARM".
           05 FILLER                  PIC X(08) VALUE "E3NUMS".
           05 FILLER                  PIC X(08) VALUE "E4PARM".
           05 FILLER                  PIC X(08) VALUE "E5PARM".
           05 FILLER                  PIC X(08) VALUE "E6PARM".
           05 FILLER                  PIC X(08) VALUE "E7PARM".
           05 FILLER                  PIC X(08) VALUE "E8PARM".
           05 FILLER                  PIC X(08) VALUE "E9PARM".
           05 FILLER                  PIC X(08) VALUE "E10PARM".
           05 FILLER                  PIC X(08) VALUE "E8DIGITS".
           05 FILLER                  PIC X(08) VALUE "E15PARM".
           05 FILLER                  PIC X(08) VALUE "E16PARM".
           05 FILLER                  PIC X(08) VALUE "E17PARM".
           05 FILLER                  PIC X(08) VALUE "E18PARM".
           05 FILLER                  PIC X(08) VALUE "E67PARM".
           05 FILLER                  PIC X(08) VALUE "E19PARM".
           05 FILLER                  PIC X(08) VALUE "E20PARM".
           05 FILLER                  PIC X(08) VALUE "E22PARM".
           05 FILLER                  PIC X(08) VALUE "E23PARM".
           05 FILLER                  PIC X(08) VALUE "E5NUMS".
           05 FILLER                  PIC X(08) VALUE "E9MEMB".
           05 FILLER                  PIC X(08) VALUE "E55PARM".
       01  WS-PRF-CARD-TABLE REDEFINES WS-PRF-CARD-LIST.
           05 WS-PRF-CARD-NAME        PIC X(08) OCCURS 23 TIMES.
       01  WS-PRF-CARD-COUNT          PIC 9(02) VALUE 23.
