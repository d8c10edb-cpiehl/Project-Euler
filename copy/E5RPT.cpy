*> E5RPT.cpy - EULER5 list-mode detail report lines (E5RPT, through
*> the shared DTLHDR/DTLPRT writer). One WS-E5-RPT-LINE per input
*> number with its prime-power breakdown, then one WS-E5-PWR-LINE per
*> distinct prime across the whole list: the highest power (the one
*> the LCM takes) and which number supplied it, and the power the GCD
*> takes - zero when some number in the list lacks that prime.
       01  WS-E5-RPT-LINE.
           05 WS-E5-RPT-SEQ           PIC Z(3)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E5-RPT-NUMBER        PIC Z(17)9.
           05 FILLER                  PIC X(03) VALUE " = ".
           05 WS-E5-RPT-POWERS        PIC X(110).
       01  WS-E5-PWR-LINE.
           05 FILLER                  PIC X(06) VALUE "PRIME ".
           05 WS-E5-PWR-PRIME         PIC Z(17)9.
           05 FILLER                  PIC X(12) VALUE "  LCM POWER ".
           05 WS-E5-PWR-MAX           PIC Z9.
           05 FILLER                  PIC X(08) VALUE "  FROM #".
           05 WS-E5-PWR-FROM          PIC Z(3)9.
           05 FILLER                  PIC X(02) VALUE " (".
           05 WS-E5-PWR-FROM-NUM      PIC Z(17)9.
           05 FILLER                  PIC X(13) VALUE ")  GCD POWER ".
           05 WS-E5-PWR-MIN           PIC Z9.
