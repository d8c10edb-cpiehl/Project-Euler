*> Synthetic test-input generator: every input the suite's problems
*>   were ever tested on was a production file, so nobody could run
*>   EULER8 or EULER11 on a case whose right answer was known from
*>   its construction rather than from an earlier run. From one
*>   SYNGPARM card per target this program writes a valid input of
*>   the requested size around a winner it plants itself - a window
*>   of nines at a chosen offset of a chosen series (EULER8), a line
*>   of 99s from a chosen cell in a chosen direction (EULER11), an
*>   addend set whose sum it adds up column by column (EULER13), a
*>   list of numbers built from a chosen prime (EULER3) - and the
*>   answer key SYNKEY (SYNKEY.cpy) that says what the program must
*>   find. EULRSYNC runs the programs over these inputs and checks
*>   them against the key.
*> compile with cobc -free -O -x -o eulrsyng.exe -I copy eulrsyng.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - SYNGPARM holds up to four cards, one
*>             per target: cols 01-04 target (E8, E11, E13, E3), cols
*>             06-15 seed for the pseudo-random background (blank =
*>             1, the Park-Miller minimal-standard generator, so the
*>             same card always builds the same file), then from col
*>             17 the target's own fields:
*>               E8   cols 17-20 series count (1-9999), 22-25 series
*>                    length (1-1000), 27-28 window (1-36), 30-33 the
*>                    series to plant in, 35-38 the 0-based offset -
*>                    background digits 0-8, the window all nines
*>               E11  cols 17-18 rows, 20-21 columns (1-50), 23-24
*>                    adjacency (2-18), 26-27 start row, 29-30 start
*>                    column, 32-39 direction (ACROSS, DOWN, DIAG-SE,
*>                    DIAG-SW) - background cells 00-89, the line 99s
*>               E13  cols 17-21 addend count (1-99999), 23-25 width
*>                    (1-200), 27-28 leading digits reported (1-18)
*>               E3   cols 17-20 how many numbers (1-2000), 22-33 the
*>                    planted prime (greater than the count), 35-42
*>                    the E3REQIN request id (blank = SYNTEST) - the
*>                    numbers are the prime times 1, 2, ... count, so
*>                    every factorization is known and the planted
*>                    prime is every number's largest factor
*>             Files written: SYNE8DIG (the E8DIGITS image), SYNE8SER
*>             (the same series as an E8SERIN transfer), SYNE8PRM
*>             (the E8PARM card), SYNE11GR and SYNE11PR (E11GRID and
*>             E11PARM), SYNE13NM (E13NUMS with its header), SYNE3NUM
*>             and SYNE3REQ (E3NUMS and the E3REQIN request), and
*>             SYNKEY. Any bad card rejects the run with nothing
*>             written (SG01, RETURN-CODE 16); inputs built as the
*>             banner result.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSYNG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SYNGPARM-FILE ASSIGN TO "SYNGPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNG-PARM-STATUS.
	SELECT SYNKEY-FILE ASSIGN TO "SYNKEY"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE8DIG-FILE ASSIGN TO "SYNE8DIG"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE8SER-FILE ASSIGN TO "SYNE8SER"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE8PRM-FILE ASSIGN TO "SYNE8PRM"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE11GR-FILE ASSIGN TO "SYNE11GR"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE11PR-FILE ASSIGN TO "SYNE11PR"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE13NM-FILE ASSIGN TO "SYNE13NM"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE3NUM-FILE ASSIGN TO "SYNE3NUM"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SYNE3REQ-FILE ASSIGN TO "SYNE3REQ"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BUS-CARD-STATUS.
	SELECT SHAD-WIPE-FILE ASSIGN TO WS-SHAD-WIPE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SHAD-WIPE-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SYNGPARM-FILE.
01  SYNGPARM-RECORD                PIC X(60).

FD  SYNKEY-FILE.
01  SYNKEY-RECORD                  PIC X(85).

FD  SYNE8DIG-FILE.
01  SYNE8DIG-RECORD                PIC X(1000).

FD  SYNE8SER-FILE.
01  SYNE8SER-RECORD                PIC X(1022).

FD  SYNE8PRM-FILE.
01  SYNE8PRM-RECORD                PIC X(42).

FD  SYNE11GR-FILE.
01  SYNE11GR-RECORD                PIC X(150).

FD  SYNE11PR-FILE.
01  SYNE11PR-RECORD                PIC X(05).

FD  SYNE13NM-FILE.
01  SYNE13NM-RECORD                PIC X(200).

FD  SYNE3NUM-FILE.
01  SYNE3NUM-RECORD                PIC X(18).

FD  SYNE3REQ-FILE.
01  SYNE3REQ-RECORD                PIC X(30).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY SYNKEY.
	COPY WIDEDAT.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-SYNG-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-SYNG-REJECTED PIC 9 VALUE 0.
	01 WS-SYNG-EOF PIC 9 VALUE 0.

*> one generator card: target, seed, and the target's own fields
	01 WS-SYNG-CARD.
		05 WS-SYNG-TARGET          PIC X(04).
		05 FILLER                  PIC X(01).
		05 WS-SYNG-SEED-X          PIC X(10).
		05 FILLER                  PIC X(01).
		05 WS-SYNG-BODY            PIC X(44).
		05 WS-SYNG-E8-VIEW REDEFINES WS-SYNG-BODY.
			10 WS-SYNG-E8-COUNT-X  PIC X(04).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E8-LEN-X    PIC X(04).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E8-WIN-X    PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E8-SER-X    PIC X(04).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E8-OFF-X    PIC X(04).
			10 FILLER              PIC X(22).
		05 WS-SYNG-E11-VIEW REDEFINES WS-SYNG-BODY.
			10 WS-SYNG-E11-ROWS-X  PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E11-COLS-X  PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E11-ADJ-X   PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E11-ROW-X   PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E11-COL-X   PIC X(02).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E11-DIR     PIC X(08).
			10 FILLER              PIC X(21).
		05 WS-SYNG-E13-VIEW REDEFINES WS-SYNG-BODY.
			10 WS-SYNG-E13-COUNT-X PIC X(05).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E13-WIDTH-X PIC X(03).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E13-LEAD-X  PIC X(02).
			10 FILLER              PIC X(32).
		05 WS-SYNG-E3-VIEW REDEFINES WS-SYNG-BODY.
			10 WS-SYNG-E3-COUNT-X  PIC X(04).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E3-PRIME-X  PIC X(12).
			10 FILLER              PIC X(01).
			10 WS-SYNG-E3-REQ-ID   PIC X(08).
			10 FILLER              PIC X(18).
	01 WS-SYNG-CARD-TABLE.
		05 WS-SYNG-CARD-ROW PIC X(60) OCCURS 4 TIMES.
	01 WS-SYNG-CARDS PIC 9(02) VALUE 0.
	01 WS-SYNG-BAD-CARD PIC X(60) VALUE SPACES.
	01 WS-SYNG-C PIC 9(02) VALUE 0.
	01 WS-SYNG-D PIC 9(02) VALUE 0.
	01 WS-SYNG-CARD-OK PIC 9 VALUE 0.
	01 WS-SYNG-BUILT PIC 9(02) VALUE 0.

*> the card's fields once checked
	01 WS-SYNG-SEED PIC 9(10) VALUE 1.
	01 WS-SYNG-COUNT PIC 9(05) VALUE 0.
	01 WS-SYNG-LEN PIC 9(04) VALUE 0.
	01 WS-SYNG-WIN PIC 9(02) VALUE 0.
	01 WS-SYNG-PLANT-SER PIC 9(04) VALUE 0.
	01 WS-SYNG-OFFSET PIC 9(04) VALUE 0.
	01 WS-SYNG-ROWS PIC 9(02) VALUE 0.
	01 WS-SYNG-COLS PIC 9(02) VALUE 0.
	01 WS-SYNG-ADJ PIC 9(02) VALUE 0.
	01 WS-SYNG-PROW PIC 9(02) VALUE 0.
	01 WS-SYNG-PCOL PIC 9(02) VALUE 0.
	01 WS-SYNG-DR PIC S9(01) VALUE 0.
	01 WS-SYNG-DC PIC S9(01) VALUE 0.
	01 WS-SYNG-END-R PIC S9(04) VALUE 0.
	01 WS-SYNG-END-C PIC S9(04) VALUE 0.
	01 WS-SYNG-WIDTH PIC 9(03) VALUE 0.
	01 WS-SYNG-LEAD PIC 9(02) VALUE 0.
	01 WS-SYNG-PRIME PIC 9(12) VALUE 0.
	01 WS-SYNG-REQ-ID PIC X(08) VALUE SPACES.

*> working counters and the pseudo-random draw
	01 WS-SYNG-S PIC 9(05) VALUE 0.
	01 WS-SYNG-I PIC 9(04) VALUE 0.
	01 WS-SYNG-J PIC 9(04) VALUE 0.
	01 WS-SYNG-R PIC S9(04) VALUE 0.
	01 WS-SYNG-CC PIC S9(04) VALUE 0.
	01 WS-SYNG-DRAW PIC 9(02) VALUE 0.
	01 WS-SYNG-MOD PIC 9(02) VALUE 0.
	01 WS-SYNG-POS PIC 9(03) VALUE 0.
	01 WS-SYNG-SEQ-EDIT PIC Z(3)9.

*> the records the generator writes
	01 WS-SYNG-DIGITS PIC X(1000) VALUE SPACES.
	01 WS-SYNG-HDR.
		05 FILLER                  PIC X(04) VALUE "HDR ".
		05 WS-SYNG-HDR-SENDER      PIC X(08) VALUE "EULRSYNG".
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-HDR-DATE        PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-HDR-ID          PIC X(08).
	01 WS-SYNG-TRL.
		05 FILLER                  PIC X(04) VALUE "TRL ".
		05 WS-SYNG-TRL-COUNT       PIC 9(09).
	01 WS-SYNG-SERIN.
		05 WS-SYNG-SERIN-ID        PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-SERIN-SOURCE    PIC X(12) VALUE "EULRSYNG".
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-SERIN-DIGITS    PIC X(1000).
	01 WS-SYNG-E8-CARD.
		05 WS-SYNG-E8P-WIN         PIC 9(04).
		05 FILLER                  PIC X(36) VALUE SPACES.
		05 FILLER                  PIC X(02) VALUE "05".
	01 WS-SYNG-E11-CARD.
		05 WS-SYNG-E11P-ADJ        PIC 9(02).
		05 FILLER                  PIC X(03) VALUE " 01".
	01 WS-SYNG-E11-HDR.
		05 FILLER                  PIC X(04) VALUE "HDR ".
		05 WS-SYNG-E11H-ROWS       PIC 9(03).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-E11H-COLS       PIC 9(03).
	01 WS-SYNG-E13-HDR.
		05 FILLER                  PIC X(04) VALUE "HDR ".
		05 WS-SYNG-E13H-WIDTH      PIC 9(03).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-E13H-COUNT      PIC 9(05).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-SYNG-E13H-LEAD       PIC 9(02).
	01 WS-SYNG-LINE PIC X(150) VALUE SPACES.

*> EULER11: the grid as built
	01 WS-SYNG-GRID.
		05 WS-SYNG-GRID-ROW OCCURS 50 TIMES.
			10 WS-SYNG-CELL PIC 9(02) OCCURS 50 TIMES.

*> EULER13: every column's digit total (cell 1 the units column),
*> then the sum digits after the one carry pass
	01 WS-SYNG-COL-TABLE.
		05 WS-SYNG-COL-SUM PIC 9(09) OCCURS 206 TIMES.
	01 WS-SYNG-SUM-TABLE.
		05 WS-SYNG-SUM-D PIC 9(01) OCCURS 206 TIMES.
	01 WS-SYNG-CARRY PIC 9(09) VALUE 0.
	01 WS-SYNG-TOTAL PIC 9(09) VALUE 0.
	01 WS-SYNG-SUM-LEN PIC 9(03) VALUE 0.
	01 WS-SYNG-LEADING PIC 9(18) VALUE 0.

*> EULER3: the number, its cofactor's factors by trial division, and
*> the primality proof of the planted prime
	01 WS-SYNG-NUMBER PIC 9(18) VALUE 0.
	01 WS-SYNG-NUMBER-EDIT PIC Z(17)9.
	01 WS-SYNG-REST PIC 9(05) VALUE 0.
	01 WS-SYNG-DIV PIC 9(07) VALUE 0.
	01 WS-SYNG-FACTOR PIC 9(12) VALUE 0.
	01 WS-SYNG-EXP PIC 9(02) VALUE 0.
	01 WS-SYNG-IS-PRIME PIC 9 VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRSYNG" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRSYNG" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-SYNG-REJECTED = 1 THEN
		MOVE "SG01" TO WS-DIAG-CODE
		MOVE WS-SYNG-BAD-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE TO WS-SYNG-HDR-DATE.
	OPEN OUTPUT SYNKEY-FILE.
	PERFORM BUILD-PARA VARYING WS-SYNG-C FROM 1 BY 1
		UNTIL WS-SYNG-C > WS-SYNG-CARDS.
	CLOSE SYNKEY-FILE.
	DISPLAY "EULRSYNG: " WS-SYNG-BUILT " SYNTHETIC INPUT(S) BUILT,"
		" ANSWER KEY ON SYNKEY".
	MOVE WS-SYNG-BUILT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE 0 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Every card is checked before anything is written - a bad card
*> rejects the run with the previous inputs and key left as they were
	P-PARA.
	MOVE 0 TO WS-SYNG-CARDS.
	MOVE 0 TO WS-SYNG-EOF.
	OPEN INPUT SYNGPARM-FILE.
	IF WS-SYNG-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRSYNG: REJECTED - NO SYNGPARM CARD"
		MOVE "SYNGPARM" TO WS-SYNG-BAD-CARD
		MOVE 1 TO WS-SYNG-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM CARD-READ-PARA UNTIL WS-SYNG-EOF = 1
		OR WS-SYNG-REJECTED = 1.
	CLOSE SYNGPARM-FILE.
	IF WS-SYNG-REJECTED = 0 AND WS-SYNG-CARDS = 0 THEN
		DISPLAY "EULRSYNG: REJECTED - SYNGPARM HOLDS NO CARD"
		MOVE "SYNGPARM" TO WS-SYNG-BAD-CARD
		MOVE 1 TO WS-SYNG-REJECTED
	END-IF.

	CARD-READ-PARA.
	MOVE SPACES TO WS-SYNG-CARD.
	READ SYNGPARM-FILE INTO WS-SYNG-CARD
		AT END MOVE 1 TO WS-SYNG-EOF
	END-READ.
	IF WS-SYNG-EOF = 1 OR WS-SYNG-CARD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-SYNG-CARDS = 4 THEN
		DISPLAY "EULRSYNG: REJECTED - MORE THAN FOUR CARDS"
		MOVE WS-SYNG-CARD TO WS-SYNG-BAD-CARD
		MOVE 1 TO WS-SYNG-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM CARD-CHECK-PARA.
	PERFORM CARD-DUP-PARA VARYING WS-SYNG-D FROM 1 BY 1
		UNTIL WS-SYNG-D > WS-SYNG-CARDS.
	IF WS-SYNG-CARD-OK = 0 THEN
		DISPLAY "EULRSYNG: REJECTED - CARD '" WS-SYNG-CARD "'"
		MOVE WS-SYNG-CARD TO WS-SYNG-BAD-CARD
		MOVE 1 TO WS-SYNG-REJECTED
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-SYNG-CARDS.
	MOVE WS-SYNG-CARD TO WS-SYNG-CARD-ROW(WS-SYNG-CARDS).

	CARD-DUP-PARA.
	IF WS-SYNG-CARD-ROW(WS-SYNG-D)(1:4) = WS-SYNG-TARGET THEN
		DISPLAY "EULRSYNG: TARGET " WS-SYNG-TARGET
			" IS ON MORE THAN ONE CARD"
		MOVE 0 TO WS-SYNG-CARD-OK
	END-IF.

*> The card's fields into working form; WS-SYNG-CARD-OK says whether
*> the card can be built as written
	CARD-CHECK-PARA.
	MOVE 0 TO WS-SYNG-CARD-OK.
	IF WS-SYNG-SEED-X = SPACES THEN
		MOVE 1 TO WS-SYNG-SEED
	ELSE
		IF WS-SYNG-SEED-X IS NOT NUMERIC THEN
			EXIT PARAGRAPH
		END-IF
		MOVE WS-SYNG-SEED-X TO WS-SYNG-SEED
		COMPUTE WS-SYNG-SEED = FUNCTION MOD(WS-SYNG-SEED, 2147483647)
		IF WS-SYNG-SEED = 0 THEN
			MOVE 1 TO WS-SYNG-SEED
		END-IF
	END-IF.
	EVALUATE WS-SYNG-TARGET
		WHEN "E8  "
			PERFORM CHECK-E8-PARA
		WHEN "E11 "
			PERFORM CHECK-E11-PARA
		WHEN "E13 "
			PERFORM CHECK-E13-PARA
		WHEN "E3  "
			PERFORM CHECK-E3-PARA
	END-EVALUATE.

	CHECK-E8-PARA.
	IF WS-SYNG-E8-COUNT-X IS NOT NUMERIC
			OR WS-SYNG-E8-LEN-X IS NOT NUMERIC
			OR WS-SYNG-E8-WIN-X IS NOT NUMERIC
			OR WS-SYNG-E8-SER-X IS NOT NUMERIC
			OR WS-SYNG-E8-OFF-X IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNG-E8-COUNT-X TO WS-SYNG-COUNT.
	MOVE WS-SYNG-E8-LEN-X TO WS-SYNG-LEN.
	MOVE WS-SYNG-E8-WIN-X TO WS-SYNG-WIN.
	MOVE WS-SYNG-E8-SER-X TO WS-SYNG-PLANT-SER.
	MOVE WS-SYNG-E8-OFF-X TO WS-SYNG-OFFSET.
	IF WS-SYNG-COUNT < 1 OR WS-SYNG-COUNT > 9999
			OR WS-SYNG-LEN < 1 OR WS-SYNG-LEN > 1000
			OR WS-SYNG-WIN < 1 OR WS-SYNG-WIN > 36
			OR WS-SYNG-WIN > WS-SYNG-LEN
			OR WS-SYNG-PLANT-SER < 1
			OR WS-SYNG-PLANT-SER > WS-SYNG-COUNT
			OR WS-SYNG-OFFSET + WS-SYNG-WIN > WS-SYNG-LEN THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-SYNG-CARD-OK.

	CHECK-E11-PARA.
	IF WS-SYNG-E11-ROWS-X IS NOT NUMERIC
			OR WS-SYNG-E11-COLS-X IS NOT NUMERIC
			OR WS-SYNG-E11-ADJ-X IS NOT NUMERIC
			OR WS-SYNG-E11-ROW-X IS NOT NUMERIC
			OR WS-SYNG-E11-COL-X IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNG-E11-ROWS-X TO WS-SYNG-ROWS.
	MOVE WS-SYNG-E11-COLS-X TO WS-SYNG-COLS.
	MOVE WS-SYNG-E11-ADJ-X TO WS-SYNG-ADJ.
	MOVE WS-SYNG-E11-ROW-X TO WS-SYNG-PROW.
	MOVE WS-SYNG-E11-COL-X TO WS-SYNG-PCOL.
	EVALUATE WS-SYNG-E11-DIR
		WHEN "ACROSS"
			MOVE 0 TO WS-SYNG-DR
			MOVE 1 TO WS-SYNG-DC
		WHEN "DOWN"
			MOVE 1 TO WS-SYNG-DR
			MOVE 0 TO WS-SYNG-DC
		WHEN "DIAG-SE"
			MOVE 1 TO WS-SYNG-DR
			MOVE 1 TO WS-SYNG-DC
		WHEN "DIAG-SW"
			MOVE 1 TO WS-SYNG-DR
			MOVE -1 TO WS-SYNG-DC
		WHEN OTHER
			EXIT PARAGRAPH
	END-EVALUATE.
	IF WS-SYNG-ROWS < 1 OR WS-SYNG-ROWS > 50
			OR WS-SYNG-COLS < 1 OR WS-SYNG-COLS > 50
			OR WS-SYNG-ADJ < 2 OR WS-SYNG-ADJ > 18
			OR WS-SYNG-PROW < 1 OR WS-SYNG-PROW > WS-SYNG-ROWS
			OR WS-SYNG-PCOL < 1 OR WS-SYNG-PCOL > WS-SYNG-COLS THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-SYNG-END-R = WS-SYNG-PROW + (WS-SYNG-ADJ - 1) * WS-SYNG-DR.
	COMPUTE WS-SYNG-END-C = WS-SYNG-PCOL + (WS-SYNG-ADJ - 1) * WS-SYNG-DC.
	IF WS-SYNG-END-R > WS-SYNG-ROWS
			OR WS-SYNG-END-C < 1 OR WS-SYNG-END-C > WS-SYNG-COLS THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-SYNG-CARD-OK.

	CHECK-E13-PARA.
	IF WS-SYNG-E13-COUNT-X IS NOT NUMERIC
			OR WS-SYNG-E13-WIDTH-X IS NOT NUMERIC
			OR WS-SYNG-E13-LEAD-X IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNG-E13-COUNT-X TO WS-SYNG-COUNT.
	MOVE WS-SYNG-E13-WIDTH-X TO WS-SYNG-WIDTH.
	MOVE WS-SYNG-E13-LEAD-X TO WS-SYNG-LEAD.
	IF WS-SYNG-COUNT < 1
			OR WS-SYNG-WIDTH < 1 OR WS-SYNG-WIDTH > 200
			OR WS-SYNG-LEAD < 1 OR WS-SYNG-LEAD > 18 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-SYNG-CARD-OK.

*> The planted prime is proven prime here by trial division - twelve
*> digits need divisors only to a million
	CHECK-E3-PARA.
	IF WS-SYNG-E3-COUNT-X IS NOT NUMERIC
			OR WS-SYNG-E3-PRIME-X IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNG-E3-COUNT-X TO WS-SYNG-COUNT.
	MOVE WS-SYNG-E3-PRIME-X TO WS-SYNG-PRIME.
	IF WS-SYNG-COUNT < 1 OR WS-SYNG-COUNT > 2000
			OR WS-SYNG-PRIME <= WS-SYNG-COUNT THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-SYNG-IS-PRIME.
	PERFORM PRIME-TRY-PARA VARYING WS-SYNG-DIV FROM 2 BY 1
		UNTIL WS-SYNG-DIV * WS-SYNG-DIV > WS-SYNG-PRIME
		OR WS-SYNG-IS-PRIME = 0.
	IF WS-SYNG-IS-PRIME = 0 THEN
		DISPLAY "EULRSYNG: " WS-SYNG-PRIME " IS NOT PRIME"
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-SYNG-CARD-OK.

	PRIME-TRY-PARA.
	IF FUNCTION MOD(WS-SYNG-PRIME, WS-SYNG-DIV) = 0 THEN
		MOVE 0 TO WS-SYNG-IS-PRIME
	END-IF.

*> One card: its CRD echo on the key, then the target's input
	BUILD-PARA.
	MOVE WS-SYNG-CARD-ROW(WS-SYNG-C) TO WS-SYNG-CARD.
	PERFORM CARD-CHECK-PARA.
	MOVE SPACES TO WS-SYNK-RECORD.
	MOVE WS-SYNG-TARGET TO WS-SYNK-TARGET.
	MOVE "CRD" TO WS-SYNK-TYPE.
	MOVE WS-SYNG-CARD TO WS-SYNK-CARD-IMAGE.
	WRITE SYNKEY-RECORD FROM WS-SYNK-RECORD.
	EVALUATE WS-SYNG-TARGET
		WHEN "E8  "
			PERFORM GEN-E8-PARA
		WHEN "E11 "
			PERFORM GEN-E11-PARA
		WHEN "E13 "
			PERFORM GEN-E13-PARA
		WHEN "E3  "
			PERFORM GEN-E3-PARA
	END-EVALUATE.
	ADD 1 TO WS-SYNG-BUILT.

*> Park-Miller minimal standard: the next seed, then a draw from 0
*> through WS-SYNG-MOD less one
	DRAW-PARA.
	COMPUTE WS-SYNG-SEED =
		FUNCTION MOD(WS-SYNG-SEED * 16807, 2147483647).
	COMPUTE WS-SYNG-DRAW = FUNCTION MOD(WS-SYNG-SEED, WS-SYNG-MOD).

*> ----------------------------------------------------------------
*> EULER8: series of digits 0-8, the planted series carrying a run of
*> nines - 9**window beats 8**window, so the planted window is the
*> unique best of the whole run
*> ----------------------------------------------------------------
	GEN-E8-PARA.
	OPEN OUTPUT SYNE8DIG-FILE.
	OPEN OUTPUT SYNE8SER-FILE.
	MOVE "SYNE8" TO WS-SYNG-HDR-ID.
	WRITE SYNE8SER-RECORD FROM WS-SYNG-HDR.
	PERFORM E8-SERIES-PARA VARYING WS-SYNG-S FROM 1 BY 1
		UNTIL WS-SYNG-S > WS-SYNG-COUNT.
	MOVE WS-SYNG-COUNT TO WS-SYNG-TRL-COUNT.
	WRITE SYNE8SER-RECORD FROM WS-SYNG-TRL.
	CLOSE SYNE8SER-FILE.
	CLOSE SYNE8DIG-FILE.
	OPEN OUTPUT SYNE8PRM-FILE.
	MOVE WS-SYNG-WIN TO WS-SYNG-E8P-WIN.
	WRITE SYNE8PRM-RECORD FROM WS-SYNG-E8-CARD.
	CLOSE SYNE8PRM-FILE.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	MOVE 1 TO WS-WIDE-R.
	MOVE 9 TO WS-WIDE-B.
	PERFORM WIN-MULT-PARA WS-SYNG-WIN TIMES.
	MOVE SPACES TO WS-SYNK-RECORD.
	MOVE "E8" TO WS-SYNK-TARGET.
	MOVE "ANS" TO WS-SYNK-TYPE.
	MOVE WS-WIDE-R TO WS-SYNK-VALUE.
	MOVE 0 TO WS-SYNK-NUMBER.
	MOVE WS-SYNG-PLANT-SER TO WS-SYNG-SEQ-EDIT.
	STRING "SER" FUNCTION TRIM(WS-SYNG-SEQ-EDIT)
		DELIMITED BY SIZE INTO WS-SYNK-E8-SERIES
	END-STRING.
	MOVE WS-SYNG-WIN TO WS-SYNK-E8-WINDOW.
	MOVE WS-SYNG-OFFSET TO WS-SYNK-E8-OFFSET.
	WRITE SYNKEY-RECORD FROM WS-SYNK-RECORD.
	DISPLAY "EULRSYNG: E8 - " WS-SYNG-COUNT " SERIES OF "
		WS-SYNG-LEN " DIGITS, WINDOW " WS-SYNG-WIN " PLANTED IN "
		WS-SYNK-E8-SERIES " AT OFFSET " WS-SYNG-OFFSET.

	WIN-MULT-PARA.
	MOVE WS-WIDE-R TO WS-WIDE-A.
	PERFORM WIDE-MULT-PARA.

	E8-SERIES-PARA.
	MOVE SPACES TO WS-SYNG-DIGITS.
	MOVE 9 TO WS-SYNG-MOD.
	PERFORM E8-DIGIT-PARA VARYING WS-SYNG-I FROM 1 BY 1
		UNTIL WS-SYNG-I > WS-SYNG-LEN.
	IF WS-SYNG-S = WS-SYNG-PLANT-SER THEN
		PERFORM E8-PLANT-PARA VARYING WS-SYNG-I FROM 1 BY 1
			UNTIL WS-SYNG-I > WS-SYNG-WIN
	END-IF.
	MOVE SPACES TO SYNE8DIG-RECORD.
	MOVE WS-SYNG-DIGITS(1:WS-SYNG-LEN) TO SYNE8DIG-RECORD.
	WRITE SYNE8DIG-RECORD.
	MOVE SPACES TO WS-SYNG-SERIN-ID.
	STRING "SYN" WS-SYNG-S DELIMITED BY SIZE INTO WS-SYNG-SERIN-ID
	END-STRING.
	MOVE WS-SYNG-DIGITS TO WS-SYNG-SERIN-DIGITS.
	WRITE SYNE8SER-RECORD FROM WS-SYNG-SERIN.

	E8-DIGIT-PARA.
	PERFORM DRAW-PARA.
	MOVE WS-SYNG-DRAW(2:1) TO WS-SYNG-DIGITS(WS-SYNG-I:1).

	E8-PLANT-PARA.
	MOVE "9" TO WS-SYNG-DIGITS(WS-SYNG-OFFSET + WS-SYNG-I:1).

*> ----------------------------------------------------------------
*> EULER11: cells 00-89 with a line of 99s from the planted cell -
*> every other window holds at most adjacency-1 of them, so the
*> planted line is the unique best in every direction's ranking
*> ----------------------------------------------------------------
	GEN-E11-PARA.
	MOVE 90 TO WS-SYNG-MOD.
	PERFORM E11-ROW-FILL-PARA VARYING WS-SYNG-I FROM 1 BY 1
		UNTIL WS-SYNG-I > WS-SYNG-ROWS.
	MOVE WS-SYNG-PROW TO WS-SYNG-R.
	MOVE WS-SYNG-PCOL TO WS-SYNG-CC.
	PERFORM E11-PLANT-PARA WS-SYNG-ADJ TIMES.
	OPEN OUTPUT SYNE11GR-FILE.
	MOVE WS-SYNG-ROWS TO WS-SYNG-E11H-ROWS.
	MOVE WS-SYNG-COLS TO WS-SYNG-E11H-COLS.
	WRITE SYNE11GR-RECORD FROM WS-SYNG-E11-HDR.
	PERFORM E11-ROW-WRITE-PARA VARYING WS-SYNG-I FROM 1 BY 1
		UNTIL WS-SYNG-I > WS-SYNG-ROWS.
	CLOSE SYNE11GR-FILE.
	OPEN OUTPUT SYNE11PR-FILE.
	MOVE WS-SYNG-ADJ TO WS-SYNG-E11P-ADJ.
	WRITE SYNE11PR-RECORD FROM WS-SYNG-E11-CARD.
	CLOSE SYNE11PR-FILE.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	MOVE 1 TO WS-WIDE-R.
	MOVE 99 TO WS-WIDE-B.
	PERFORM WIN-MULT-PARA WS-SYNG-ADJ TIMES.
	MOVE SPACES TO WS-SYNK-RECORD.
	MOVE "E11" TO WS-SYNK-TARGET.
	MOVE "ANS" TO WS-SYNK-TYPE.
	MOVE WS-WIDE-R TO WS-SYNK-VALUE.
	MOVE 0 TO WS-SYNK-NUMBER.
	MOVE WS-SYNG-PROW TO WS-SYNK-E11-ROW.
	MOVE WS-SYNG-PCOL TO WS-SYNK-E11-COL.
	MOVE WS-SYNG-E11-DIR TO WS-SYNK-E11-DIR.
	WRITE SYNKEY-RECORD FROM WS-SYNK-RECORD.
	DISPLAY "EULRSYNG: E11 - " WS-SYNG-ROWS " X " WS-SYNG-COLS
		" GRID, " WS-SYNG-ADJ " 99S PLANTED FROM ROW " WS-SYNG-PROW
		" COL " WS-SYNG-PCOL " " WS-SYNG-E11-DIR.

	E11-ROW-FILL-PARA.
	PERFORM E11-CELL-FILL-PARA VARYING WS-SYNG-J FROM 1 BY 1
		UNTIL WS-SYNG-J > WS-SYNG-COLS.

	E11-CELL-FILL-PARA.
	PERFORM DRAW-PARA.
	MOVE WS-SYNG-DRAW TO WS-SYNG-CELL(WS-SYNG-I, WS-SYNG-J).

	E11-PLANT-PARA.
	MOVE 99 TO WS-SYNG-CELL(WS-SYNG-R, WS-SYNG-CC).
	ADD WS-SYNG-DR TO WS-SYNG-R.
	ADD WS-SYNG-DC TO WS-SYNG-CC.

	E11-ROW-WRITE-PARA.
	MOVE SPACES TO WS-SYNG-LINE.
	MOVE 1 TO WS-SYNG-POS.
	PERFORM E11-CELL-WRITE-PARA VARYING WS-SYNG-J FROM 1 BY 1
		UNTIL WS-SYNG-J > WS-SYNG-COLS.
	WRITE SYNE11GR-RECORD FROM WS-SYNG-LINE.

	E11-CELL-WRITE-PARA.
	MOVE WS-SYNG-CELL(WS-SYNG-I, WS-SYNG-J)
		TO WS-SYNG-LINE(WS-SYNG-POS:2).
	ADD 3 TO WS-SYNG-POS.

*> ----------------------------------------------------------------
*> EULER13: random addends of the card's width, no leading zero, and
*> their sum added up here column by column as they are written
*> ----------------------------------------------------------------
	GEN-E13-PARA.
	INITIALIZE WS-SYNG-COL-TABLE.
	OPEN OUTPUT SYNE13NM-FILE.
	MOVE WS-SYNG-WIDTH TO WS-SYNG-E13H-WIDTH.
	MOVE WS-SYNG-COUNT TO WS-SYNG-E13H-COUNT.
	MOVE WS-SYNG-LEAD TO WS-SYNG-E13H-LEAD.
	WRITE SYNE13NM-RECORD FROM WS-SYNG-E13-HDR.
	PERFORM E13-ADDEND-PARA VARYING WS-SYNG-S FROM 1 BY 1
		UNTIL WS-SYNG-S > WS-SYNG-COUNT.
	CLOSE SYNE13NM-FILE.
	MOVE 0 TO WS-SYNG-CARRY.
	MOVE 0 TO WS-SYNG-SUM-LEN.
	PERFORM E13-CARRY-PARA VARYING WS-SYNG-I FROM 1 BY 1
		UNTIL WS-SYNG-I > 206.
	MOVE 0 TO WS-SYNG-LEADING.
	PERFORM E13-LEAD-PARA VARYING WS-SYNG-I FROM WS-SYNG-SUM-LEN BY -1
		UNTIL WS-SYNG-I < 1
		OR WS-SYNG-I <= WS-SYNG-SUM-LEN - WS-SYNG-LEAD.
	MOVE SPACES TO WS-SYNK-RECORD.
	MOVE "E13" TO WS-SYNK-TARGET.
	MOVE "ANS" TO WS-SYNK-TYPE.
	MOVE WS-SYNG-LEADING TO WS-SYNK-VALUE.
	MOVE WS-SYNG-SUM-LEN TO WS-SYNK-NUMBER.
	WRITE SYNKEY-RECORD FROM WS-SYNK-RECORD.
	DISPLAY "EULRSYNG: E13 - " WS-SYNG-COUNT " ADDENDS OF "
		WS-SYNG-WIDTH " DIGITS, SUM " WS-SYNG-SUM-LEN
		" DIGITS LEADING " WS-SYNG-LEADING.

	E13-ADDEND-PARA.
	MOVE SPACES TO WS-SYNG-DIGITS.
	PERFORM E13-DIGIT-PARA VARYING WS-SYNG-I FROM 1 BY 1
		UNTIL WS-SYNG-I > WS-SYNG-WIDTH.
	MOVE SPACES TO SYNE13NM-RECORD.
	MOVE WS-SYNG-DIGITS(1:WS-SYNG-WIDTH) TO SYNE13NM-RECORD.
	WRITE SYNE13NM-RECORD.

	E13-DIGIT-PARA.
	IF WS-SYNG-I = 1 THEN
		MOVE 9 TO WS-SYNG-MOD
		PERFORM DRAW-PARA
		ADD 1 TO WS-SYNG-DRAW
	ELSE
		MOVE 10 TO WS-SYNG-MOD
		PERFORM DRAW-PARA
	END-IF.
	MOVE WS-SYNG-DRAW(2:1) TO WS-SYNG-DIGITS(WS-SYNG-I:1).
	ADD WS-SYNG-DRAW
		TO WS-SYNG-COL-SUM(WS-SYNG-WIDTH - WS-SYNG-I + 1).

	E13-CARRY-PARA.
	COMPUTE WS-SYNG-TOTAL = WS-SYNG-COL-SUM(WS-SYNG-I) + WS-SYNG-CARRY.
	COMPUTE WS-SYNG-SUM-D(WS-SYNG-I) = FUNCTION MOD(WS-SYNG-TOTAL, 10).
	COMPUTE WS-SYNG-CARRY = WS-SYNG-TOTAL / 10.
	IF WS-SYNG-SUM-D(WS-SYNG-I) NOT = 0 THEN
		MOVE WS-SYNG-I TO WS-SYNG-SUM-LEN
	END-IF.

	E13-LEAD-PARA.
	COMPUTE WS-SYNG-LEADING =
		WS-SYNG-LEADING * 10 + WS-SYNG-SUM-D(WS-SYNG-I).

*> ----------------------------------------------------------------
*> EULER3: the planted prime times 1 through the count - each
*> cofactor is below the prime, so its own factors (found here by
*> trial division) are all smaller and the prime is every number's
*> largest factor
*> ----------------------------------------------------------------
	GEN-E3-PARA.
	IF WS-SYNG-E3-REQ-ID = SPACES THEN
		MOVE "SYNTEST" TO WS-SYNG-REQ-ID
	ELSE
		MOVE WS-SYNG-E3-REQ-ID TO WS-SYNG-REQ-ID
	END-IF.
	OPEN OUTPUT SYNE3NUM-FILE.
	OPEN OUTPUT SYNE3REQ-FILE.
	MOVE WS-SYNG-REQ-ID TO WS-SYNG-HDR-ID.
	WRITE SYNE3REQ-RECORD FROM WS-SYNG-HDR.
	PERFORM E3-NUMBER-PARA VARYING WS-SYNG-S FROM 1 BY 1
		UNTIL WS-SYNG-S > WS-SYNG-COUNT.
	MOVE WS-SYNG-COUNT TO WS-SYNG-TRL-COUNT.
	WRITE SYNE3REQ-RECORD FROM WS-SYNG-TRL.
	CLOSE SYNE3REQ-FILE.
	CLOSE SYNE3NUM-FILE.
	DISPLAY "EULRSYNG: E3 - " WS-SYNG-COUNT " NUMBERS, PLANTED PRIME "
		WS-SYNG-PRIME ", REQUEST " WS-SYNG-REQ-ID.

	E3-NUMBER-PARA.
	COMPUTE WS-SYNG-NUMBER = WS-SYNG-PRIME * WS-SYNG-S.
	MOVE WS-SYNG-NUMBER TO WS-SYNG-NUMBER-EDIT.
	MOVE SPACES TO SYNE3NUM-RECORD.
	MOVE FUNCTION TRIM(WS-SYNG-NUMBER-EDIT) TO SYNE3NUM-RECORD.
	WRITE SYNE3NUM-RECORD.
	MOVE SPACES TO SYNE3REQ-RECORD.
	MOVE FUNCTION TRIM(WS-SYNG-NUMBER-EDIT) TO SYNE3REQ-RECORD.
	WRITE SYNE3REQ-RECORD.
	MOVE WS-SYNG-S TO WS-SYNG-REST.
	PERFORM E3-FACTOR-PARA VARYING WS-SYNG-DIV FROM 2 BY 1
		UNTIL WS-SYNG-DIV > WS-SYNG-REST.
	MOVE WS-SYNG-PRIME TO WS-SYNG-FACTOR.
	MOVE 1 TO WS-SYNG-EXP.
	PERFORM E3-KEY-PARA.

	E3-FACTOR-PARA.
	MOVE 0 TO WS-SYNG-EXP.
	PERFORM E3-DIVIDE-PARA
		UNTIL FUNCTION MOD(WS-SYNG-REST, WS-SYNG-DIV) NOT = 0.
	IF WS-SYNG-EXP > 0 THEN
		MOVE WS-SYNG-DIV TO WS-SYNG-FACTOR
		PERFORM E3-KEY-PARA
	END-IF.

	E3-DIVIDE-PARA.
	DIVIDE WS-SYNG-DIV INTO WS-SYNG-REST.
	ADD 1 TO WS-SYNG-EXP.

	E3-KEY-PARA.
	MOVE SPACES TO WS-SYNK-RECORD.
	MOVE "E3" TO WS-SYNK-TARGET.
	MOVE "FAC" TO WS-SYNK-TYPE.
	MOVE WS-SYNG-FACTOR TO WS-SYNK-VALUE.
	MOVE WS-SYNG-NUMBER TO WS-SYNK-NUMBER.
	MOVE WS-SYNG-EXP TO WS-SYNK-FAC-EXPONENT.
	IF WS-SYNG-FACTOR = WS-SYNG-PRIME THEN
		MOVE "Y" TO WS-SYNK-FAC-LARGEST
	ELSE
		MOVE "N" TO WS-SYNK-FAC-LARGEST
	END-IF.
	WRITE SYNKEY-RECORD FROM WS-SYNK-RECORD.

	COPY WIDEPRC.
	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
	COPY DIAG.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
