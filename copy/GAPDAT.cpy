*> GAPDAT.cpy - the compact (gap-encoded) prime extract: the shape
*> EULRFEED writes for a request card marked C in col 36 and
*> EULRGAPV expands back and verifies against E10PRIME. One prime
*> per record is 13 bytes a prime; the compact form carries the
*> first prime once and then the distance to each next prime, 18 to
*> a record. Every gap below the 12-digit cache ceiling fits in four
*> digits (the largest under 10**12 is 540).
*> File (LINE SEQUENTIAL, 80-byte records, PRX<request-id>):
*>   HDR EULRFEED yyyymmdd request  GAP low high
*>                       cols 01-12, 14-21 business date, 23-30
*>                       request id, 32-34 "GAP", 36-47 range low,
*>                       49-60 range high - the range as requested
*>   BAS pppppppppppp    the first prime in range (absent when the
*>                       range holds none)
*>   GAP nn gggg...      nn gaps (01-18) in this record, then nn
*>                       4-digit gaps from col 8, each the distance
*>                       from the prime before
*>   TRL count sum first last
*>                       cols 05-13 prime count, 15-32 sum of the
*>                       primes modulo 10**18 (the E10PRIME hash),
*>                       34-45 first prime, 47-58 last prime (zero
*>                       when the range holds none)
       01  WS-GAP-HDR.
           05 FILLER                  PIC X(04) VALUE "HDR ".
           05 WS-GAP-HDR-PROGRAM      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-HDR-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-HDR-REQ          PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-HDR-FORMAT       PIC X(03).
              88 WS-GAP-HDR-IS-GAP        VALUE "GAP".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-HDR-LOW          PIC 9(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-HDR-HIGH         PIC 9(12).
           05 FILLER                  PIC X(20) VALUE SPACES.
       01  WS-GAP-BAS.
           05 FILLER                  PIC X(04) VALUE "BAS ".
           05 WS-GAP-BAS-PRIME        PIC 9(12).
           05 FILLER                  PIC X(64) VALUE SPACES.
       01  WS-GAP-REC.
           05 FILLER                  PIC X(04) VALUE "GAP ".
           05 WS-GAP-REC-N            PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-REC-GAP          PIC 9(04) OCCURS 18 TIMES.
           05 FILLER                  PIC X(01) VALUE SPACE.
       01  WS-GAP-TRL.
           05 FILLER                  PIC X(04) VALUE "TRL ".
           05 WS-GAP-TRL-COUNT        PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-TRL-SUM          PIC 9(18).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-TRL-FIRST        PIC 9(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-GAP-TRL-LAST         PIC 9(12).
           05 FILLER                  PIC X(22) VALUE SPACES.
       01  WS-GAP-PER-REC             PIC 9(02) VALUE 18.
