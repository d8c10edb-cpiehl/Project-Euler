           05 WS-E9-RPT-TRIPLET      PIC X(60).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E9-RPT-CLASS        PIC X(30).
*> 2026-10-15 - member-query line (E9MEMB): one line per triplet that
*> has the queried value as a side, legs smallest first, with the
*> same classification text CLASSIFY-PARA builds. The sides of a leg
*> query can reach 16 digits, so this line runs to the full 137-byte
*> report record.
       01  WS-E9-MRPT-LINE.
           05 WS-E9-MRPT-ROLE        PIC X(04).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E9-MRPT-A           PIC Z(15)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E9-MRPT-B           PIC Z(15)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E9-MRPT-C           PIC Z(15)9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-E9-MRPT-CLASS       PIC X(70).
           05 FILLER                 PIC X(07) VALUE SPACES.
