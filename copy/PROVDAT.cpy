*> PROVDAT.cpy - the registrations a problem needs that live in
*> program code rather than on a file, declared here for the
*> provisioning audit EULRPROV (which also reads EULREF, the parm
*> cards, EULRCAL, EULRCEIL, EULRECAT, EULRLREG, and the EULRBKUP
*> and EULRPRF lists in BKPLIST.cpy/PRFLIST.cpy directly). Whoever
*> adds a problem's VAL-En paragraph to EULRVAL, or its default card
*> and CALL to EULRTEST's defaults pass, adds the id here in the
*> same change; whoever gives a problem its EULRECAT codes records
*> the two-character code prefix they share.
*> the problems whose control cards EULRVAL's pre-flight checks
       01  WS-PROV-VAL-LIST.
           05 FILLER                  PIC X(08) VALUE "EULER1".
           05 FILLER                  PIC X(08) VALUE "EULER2".
           05 FILLER                  PIC X(08) VALUE "EULER3".
           05 FILLER                  PIC X(08) VALUE "EULER4".
           05 FILLER                  PIC X(08) VALUE "EULER5".
           05 FILLER                  PIC X(08) VALUE "EULER6".
           05 FILLER                  PIC X(08) VALUE "EULER7".
           05 FILLER                  PIC X(08) VALUE "EULER8".
           05 FILLER                  PIC X(08) VALUE "EULER9".
           05 FILLER                  PIC X(08) VALUE "EULER10".
           05 FILLER                  PIC X(08) VALUE "EULER15".
           05 FILLER                  PIC X(08) VALUE "EULER16".
           05 FILLER                  PIC X(08) VALUE "EULER20".
           05 FILLER                  PIC X(08) VALUE "EULER17".
           05 FILLER                  PIC X(08) VALUE "EULER18".
           05 FILLER                  PIC X(08) VALUE "EULER67".
           05 FILLER                  PIC X(08) VALUE "EULER19".
           05 FILLER                  PIC X(08) VALUE "EULER22".
           05 FILLER                  PIC X(08) VALUE "EULER23".
           05 FILLER                  PIC X(08) VALUE "EULER55".
       01  WS-PROV-VAL-TABLE REDEFINES WS-PROV-VAL-LIST.
           05 WS-PROV-VAL-ID          PIC X(08) OCCURS 20 TIMES.
       01  WS-PROV-VAL-COUNT          PIC 9(02) VALUE 20.
*> the problems EULRTEST's defaults pass writes a card for and CALLs
       01  WS-PROV-TST-LIST.
           05 FILLER                  PIC X(08) VALUE "EULER1".
           05 FILLER                  PIC X(08) VALUE "EULER2".
           05 FILLER                  PIC X(08) VALUE "EULER3".
           05 FILLER                  PIC X(08) VALUE "EULER4".
           05 FILLER                  PIC X(08) VALUE "EULER5".
           05 FILLER                  PIC X(08) VALUE "EULER6".
           05 FILLER                  PIC X(08) VALUE "EULER7".
           05 FILLER                  PIC X(08) VALUE "EULER8".
           05 FILLER                  PIC X(08) VALUE "EULER9".
           05 FILLER                  PIC X(08) VALUE "EULER10".
           05 FILLER                  PIC X(08) VALUE "EULER15".
           05 FILLER                  PIC X(08) VALUE "EULER16".
           05 FILLER                  PIC X(08) VALUE "EULER17".
           05 FILLER                  PIC X(08) VALUE "EULER18".
           05 FILLER                  PIC X(08) VALUE "EULER67".
           05 FILLER                  PIC X(08) VALUE "EULER19".
           05 FILLER                  PIC X(08) VALUE "EULER20".
           05 FILLER                  PIC X(08) VALUE "EULER22".
           05 FILLER                  PIC X(08) VALUE "EULER23".
           05 FILLER                  PIC X(08) VALUE "EULER55".
       01  WS-PROV-TST-TABLE REDEFINES WS-PROV-TST-LIST.
           05 WS-PROV-TST-ID          PIC X(08) OCCURS 20 TIMES.
       01  WS-PROV-TST-COUNT          PIC 9(02) VALUE 20.
*> each problem's EULRECAT code prefix (EULER67 is solved by the
*> EULER18 program and shares its codes)
       01  WS-PROV-ECAT-LIST.
           05 FILLER                  PIC X(10) VALUE "EULER1  E1".
           05 FILLER                  PIC X(10) VALUE "EULER2  E2".
           05 FILLER                  PIC X(10) VALUE "EULER3  E3".
           05 FILLER                  PIC X(10) VALUE "EULER4  E4".
           05 FILLER                  PIC X(10) VALUE "EULER5  E5".
           05 FILLER                  PIC X(10) VALUE "EULER6  E6".
           05 FILLER                  PIC X(10) VALUE "EULER7  E7".
           05 FILLER                  PIC X(10) VALUE "EULER8  E8".
           05 FILLER                  PIC X(10) VALUE "EULER9  E9".
           05 FILLER                  PIC X(10) VALUE "EULER10 EA".
           05 FILLER                  PIC X(10) VALUE "EULER11 EB".
           05 FILLER                  PIC X(10) VALUE "EULER12 EC".
           05 FILLER                  PIC X(10) VALUE "EULER13 ED".
           05 FILLER                  PIC X(10) VALUE "EULER14 EE".
           05 FILLER                  PIC X(10) VALUE "EULER15 EF".
           05 FILLER                  PIC X(10) VALUE "EULER16 EG".
           05 FILLER                  PIC X(10) VALUE "EULER17 EH".
           05 FILLER                  PIC X(10) VALUE "EULER18 EI".
           05 FILLER                  PIC X(10) VALUE "EULER19 EJ".
           05 FILLER                  PIC X(10) VALUE "EULER20 EK".
           05 FILLER                  PIC X(10) VALUE "EULER22 EL".
           05 FILLER                  PIC X(10) VALUE "EULER23 EM".
           05 FILLER                  PIC X(10) VALUE "EULER55 LY".
           05 FILLER                  PIC X(10) VALUE "EULER67 EI".
       01  WS-PROV-ECAT-TABLE REDEFINES WS-PROV-ECAT-LIST.
           05 WS-PROV-ECAT-ROW OCCURS 24 TIMES.
              10 WS-PROV-ECAT-ID      PIC X(08).
              10 WS-PROV-ECAT-PREFIX  PIC X(02).
       01  WS-PROV-ECAT-COUNT         PIC 9(02) VALUE 24.
