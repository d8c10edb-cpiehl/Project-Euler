*> NEGCASE.cpy - one case of EULRNEG's negative-path regression.
*> EULRECAT catalogs every rejection code the suite can raise, and
*> EULRTEST proves the good cards still give the right answers - but
*> nothing ever fed a program a bad card to prove it still refuses it
*> with the right code and RETURN-CODE. Each case names the program,
*> the card or input file to replace, the deliberately bad image to
*> put there, and what the program must do about it.
*> Case file layout (EULRNCAS, LINE SEQUENTIAL; "*" in col 01 marks
*> a comment line, up to 60 cases):
*>   cols 001-008  program to CALL (EULER2, EULER10, EULRGOLD, ...)
*>   cols 010-017  card or input file the bad image replaces
*>   cols 019-022  EULRDIAG code the program must raise
*>   cols 024-025  RETURN-CODE it must end with
*>   cols 027-126  the bad image, written as the file's one record
*>                 (all blank = the file is left empty - the
*>                 missing-card path)
       01  WS-NEGC-RECORD.
           05 WS-NEGC-PROGRAM         PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-NEGC-CARD            PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-NEGC-CODE            PIC X(04).
           05 FILLER                  PIC X(01).
           05 WS-NEGC-RC-X            PIC X(02).
           05 WS-NEGC-RC REDEFINES WS-NEGC-RC-X PIC 9(02).
           05 FILLER                  PIC X(01).
           05 WS-NEGC-IMAGE           PIC X(100).
