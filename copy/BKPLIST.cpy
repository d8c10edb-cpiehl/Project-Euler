*> BKPLIST.cpy - EULRBKUP's member list: every line-sequential file
*> the suite's shared state lives in, walked in this order (the two
*> keyed members, EULRHIST and E10SEG, are handled by EULRBKUP's own
*> paragraphs after the flat ones). Kept in a copybook so the
*> provisioning audit EULRPROV reads the very list the backup walks
*> - a new problem's parm card and data files are registered for
*> backup by adding them here, and WS-BKP-LIST-SIZE with them.
*> 2026-10-15 - the control and register files added since the list
*> was drawn up join it: period control, the delivered baseline,
*> the archive catalog, notification state, the capacity ledger, the
*> balance file, the version registry, the priority, deferral and
*> legal hold files, the incident register and its link file, and
*> the package register (51 members).
*> 2026-10-15 - the remaining inputs added since then join it: the
*> E5NUMS and E9MEMB cards, E55PARM, the message catalog, the
*> notice subscriptions, the consistency invariants, and the
*> negative-path case file (58 members).
       01  WS-BKP-LIST.
           05 FILLER                  PIC X(08) VALUE "EULREF".
           05 FILLER                  PIC X(08) VALUE "SUITECFG".
           05 FILLER                  PIC X(08) VALUE "EULRCAL".
           05 FILLER                  PIC X(08) VALUE "EULRCEIL".
           05 FILLER                  PIC X(08) VALUE "EULRPROF".
           05 FILLER                  PIC X(08) VALUE "E1PARM".
           05 FILLER                  PIC X(08) VALUE "E2PARM".
           05 FILLER                  PIC X(08) VALUE "E3NUMS".
           05 FILLER                  PIC X(08) VALUE "E4PARM".
           05 FILLER                  PIC X(08) VALUE "E5PARM".
           05 FILLER                  PIC X(08) VALUE "E6PARM".
           05 FILLER                  PIC X(08) VALUE "E7PARM".
           05 FILLER                  PIC X(08) VALUE "E8PARM".
           05 FILLER                  PIC X(08) VALUE "E8DIGITS".
           05 FILLER                  PIC X(08) VALUE "E8SERLIB".
           05 FILLER                  PIC X(08) VALUE "E9PARM".
           05 FILLER                  PIC X(08) VALUE "E10PARM".
           05 FILLER                  PIC X(08) VALUE "E10PRIME".
           05 FILLER                  PIC X(08) VALUE "E10PSTAT".
           05 FILLER                  PIC X(08) VALUE "E11PARM".
           05 FILLER                  PIC X(08) VALUE "E11GRID".
           05 FILLER                  PIC X(08) VALUE "E12PARM".
           05 FILLER                  PIC X(08) VALUE "E13NUMS".
           05 FILLER                  PIC X(08) VALUE "E14PARM".
           05 FILLER                  PIC X(08) VALUE "E15PARM".
           05 FILLER                  PIC X(08) VALUE "E16PARM".
           05 FILLER                  PIC X(08) VALUE "E20PARM".
           05 FILLER                  PIC X(08) VALUE "E17PARM".
           05 FILLER                  PIC X(08) VALUE "E18PARM".
           05 FILLER                  PIC X(08) VALUE "E18TRI".
           05 FILLER                  PIC X(08) VALUE "E67PARM".
           05 FILLER                  PIC X(08) VALUE "E67TRI".
           05 FILLER                  PIC X(08) VALUE "E19PARM".
           05 FILLER                  PIC X(08) VALUE "E22PARM".
           05 FILLER                  PIC X(08) VALUE "E22NAMES".
           05 FILLER                  PIC X(08) VALUE "E23PARM".
           05 FILLER                  PIC X(08) VALUE "EULRREQR".
           05 FILLER                  PIC X(08) VALUE "EULRDCTL".
           05 FILLER                  PIC X(08) VALUE "EULRPCTL".
           05 FILLER                  PIC X(08) VALUE "EULRDBAS".
           05 FILLER                  PIC X(08) VALUE "EULRARCC".
           05 FILLER                  PIC X(08) VALUE "EULRNSTA".
           05 FILLER                  PIC X(08) VALUE "EULRCLGR".
           05 FILLER                  PIC X(08) VALUE "EULRBAL".
           05 FILLER                  PIC X(08) VALUE "EULRVREG".
           05 FILLER                  PIC X(08) VALUE "EULRPRIO".
           05 FILLER                  PIC X(08) VALUE "EULRDEFR".
           05 FILLER                  PIC X(08) VALUE "EULRHOLD".
           05 FILLER                  PIC X(08) VALUE "EULRINCD".
           05 FILLER                  PIC X(08) VALUE "EULRINCL".
           05 FILLER                  PIC X(08) VALUE "EULRPKGR".
           05 FILLER                  PIC X(08) VALUE "E5NUMS".
           05 FILLER                  PIC X(08) VALUE "E9MEMB".
           05 FILLER                  PIC X(08) VALUE "E55PARM".
           05 FILLER                  PIC X(08) VALUE "EULRMCAT".
           05 FILLER                  PIC X(08) VALUE "EULRSUBS".
           05 FILLER                  PIC X(08) VALUE "EULRINVT".
           05 FILLER                  PIC X(08) VALUE "EULRNCAS".
       01  WS-BKP-TABLE REDEFINES WS-BKP-LIST.
           05 WS-BKP-MEMBER           PIC X(08) OCCURS 58 TIMES.
       01  WS-BKP-LIST-SIZE           PIC 9(02) VALUE 58.
