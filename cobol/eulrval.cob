*>             E7RANGE, E8DIGITS, E8SERLIB, E9RANGE - so a late edit
*>             to any validated input draws CARDCHG, not just an
*>             edit to a parameter card.
*> 2026-10-15  E3NUMS targets run to 18 digits now (record 12 to 18
*>             bytes) - each record is checked through EULER3's own
*>             E3-NUM-PARSE-PARA (E3NUMP.cpy), so the validator and
*>             the program accept exactly the same records.
*> 2026-10-15  E5PARM grew a list-mode switch in col 4 (record 3 to 4
*>             bytes): col 4 must be L or blank, and in list mode the
*>             limit is not checked but the E5NUMS list file must be
*>             present; E5NUMS joins the fingerprint set.
*> 2026-10-15  the optional E9MEMB member-query card is checked when
*>             present - value numeric, 3 through 99999999, role H, L,
*>             E or blank - and joins the fingerprint set.
*> 2026-10-15  E15PARM (EULER15's lattice grid) is checked - rows and
*>             columns numeric, 01 through 99 each, table switch in
*>             col 7 T or blank - and fingerprinted with the other
*>             E<n>PARM cards.
*> 2026-10-15  E16PARM (EULER16's exponent, cols 1-5) and E20PARM
*>             (EULER20's N, cols 1-4) are checked - numeric,
*>             zero-padded - and fingerprinted with the other
*>             E<n>PARM cards.
*> 2026-10-15  E17PARM (EULER17's count limit) is checked - N numeric,
*>             000001 through 999999, list switch in col 8 W or
*>             blank - and fingerprinted with the other E<n>PARM
*>             cards.
*> 2026-10-15  E18PARM and E67PARM (the triangle file each of EULER18
*>             and EULER67 solves, cols 1-8) are checked - a letter
*>             first, no embedded spaces - and the named file must
*>             be on file.
*> 2026-10-15  E19PARM (EULER19's date span and weekday) is checked on
*>             the shared Gregorian calendar service - both dates
*>             real, 1601 or later, the end not before the start,
*>             the weekday MON through SUN - and fingerprinted with
*>             the other E<n>PARM cards.
*> 2026-10-15  E22PARM (the names file EULER22 sorts and scores, cols
*>             1-8) is checked - a letter first, no embedded spaces -
*>             and the named file must be on file and open with its
*>             'HDR ' record.
*> 2026-10-15  E23PARM (EULER23's limit, cols 1-5) is checked - blank,
*>             or numeric 00001 through 50000 - and fingerprinted
*>             with the other E<n>PARM cards.
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  E55PARM (EULER55's range of starts and iteration cap)
*>             is checked - low and high numeric with 1 <= LOW <= HIGH,
*>             the cap blank or 001 through 999.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRVAL.
	SELECT E5PARM-FILE ASSIGN TO "E5PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E5NUMS-FILE ASSIGN TO "E5NUMS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E6PARM-FILE ASSIGN TO "E6PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E9RANGE-FILE ASSIGN TO "E9RANGE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E9MEMB-FILE ASSIGN TO "E9MEMB"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E10PARM-FILE ASSIGN TO "E10PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E15PARM-FILE ASSIGN TO "E15PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E16PARM-FILE ASSIGN TO "E16PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E20PARM-FILE ASSIGN TO "E20PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E17PARM-FILE ASSIGN TO "E17PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E18PARM-FILE ASSIGN TO "E18PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT VAL-TRI-FILE ASSIGN TO WS-VAL-TRI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E67PARM-FILE ASSIGN TO "E67PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E19PARM-FILE ASSIGN TO "E19PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E22PARM-FILE ASSIGN TO "E22PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E23PARM-FILE ASSIGN TO "E23PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT E55PARM-FILE ASSIGN TO "E55PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT EULRXPRM-FILE ASSIGN TO "EULRXPRM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VAL-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT FPRT-IN-FILE ASSIGN TO WS-FPRT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-FPRT-IN-STATUS.
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
FD  E1PARM-FILE.
FD  E2PARM-FILE.
01  E2PARM-RECORD                  PIC X(20).
FD  E3NUMS-FILE.
01  E3NUMS-RECORD                  PIC X(18).
FD  E3RANGE-FILE.
01  E3RANGE-RECORD                 PIC X(24).
FD  E4PARM-FILE.
01  E4PARM-RECORD                  PIC X(05).
FD  E5PARM-FILE.
01  E5PARM-RECORD                  PIC X(04).

FD  E5NUMS-FILE.
01  E5NUMS-RECORD                  PIC X(40).
FD  E6PARM-FILE.
01  E6PARM-RECORD                  PIC X(09).
FD  E7PARM-FILE.
01  E9PARM-RECORD                  PIC X(08).
FD  E9RANGE-FILE.
01  E9RANGE-RECORD                 PIC X(16).
FD  E9MEMB-FILE.
01  E9MEMB-RECORD                  PIC X(10).
FD  E10PARM-FILE.
01  E10PARM-RECORD                 PIC X(27).
FD  E15PARM-FILE.
01  E15PARM-RECORD                 PIC X(07).
FD  E16PARM-FILE.
01  E16PARM-RECORD                 PIC X(05).
FD  E20PARM-FILE.
01  E20PARM-RECORD                 PIC X(04).
FD  E17PARM-FILE.
01  E17PARM-RECORD                 PIC X(08).
FD  E18PARM-FILE.
01  E18PARM-RECORD                 PIC X(08).
FD  VAL-TRI-FILE.
01  VAL-TRI-RECORD                 PIC X(300).
FD  E67PARM-FILE.
01  E67PARM-RECORD                 PIC X(08).
FD  E19PARM-FILE.
01  E19PARM-RECORD                 PIC X(21).
FD  E22PARM-FILE.
01  E22PARM-RECORD                 PIC X(08).
FD  E23PARM-FILE.
01  E23PARM-RECORD                 PIC X(05).
FD  E55PARM-FILE.
01  E55PARM-RECORD                 PIC X(28).
FD  EULRXPRM-FILE.
01  EULRXPRM-RECORD                PIC X(18).
FD  SUITECFG-IN-FILE.
FD  VALRPT-FILE.
01  VALRPT-RECORD                  PIC X(100).
FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  FPRT-IN-FILE.
01  FPRT-IN-RECORD                 PIC X(1000).
FD  EULRFPRT-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E1PARM.
	COPY E2PARM.
	COPY E8PARM.
	COPY E9PARM.
	COPY E9RANGE.
	COPY E9MEMB.
	COPY E10PARM.
	COPY E15PARM.
	COPY E16PARM.
	COPY E20PARM.
	COPY E17PARM.
	COPY E18PARM.
	COPY E19PARM.
	COPY E22PARM.
	COPY E23PARM.
	COPY E55PARM.
	COPY EULRXPRM.
	COPY EULREF.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY FPRTDAT.
	COPY GREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-VAL-STATUS PIC XX VALUE SPACES.
	01 WS-VAL-FPRT-N PIC 9(2) VALUE 0.
	01 WS-VAL-FPRT-EDIT PIC Z9.
	01 WS-VAL-FPRT-COUNT PIC 9(2) VALUE 0.
*> the triangle card being checked and the file it names
	01 WS-VAL-TRI-CARD PIC X(08) VALUE SPACES.
	01 WS-VAL-TRI-NAME PIC X(08) VALUE SPACES.
	01 WS-VAL-TRI-BLANKS PIC 9(2) VALUE 0.
	01 WS-VAL-EOF PIC 9 VALUE 0.
	01 WS-VAL-ERROR-COUNT PIC 9(4) VALUE 0.
	01 WS-VAL-MSG PIC X(90) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRVAL" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRVAL" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	OPEN OUTPUT VALRPT-FILE.
	MOVE "SUITE PRE-FLIGHT CONTROL-CARD VALIDATION" TO VALRPT-RECORD.
	WRITE VALRPT-RECORD.
*> one check per problem - a problem added here is added to
*> WS-PROV-VAL-LIST in PROVDAT.cpy too, for EULRPROV's audit
	PERFORM VAL-E1-PARA.
	PERFORM VAL-E2-PARA.
	PERFORM VAL-E3-PARA.
	PERFORM VAL-E8-PARA.
	PERFORM VAL-E9-PARA.
	PERFORM VAL-E10-PARA.
	PERFORM VAL-E15-PARA.
	PERFORM VAL-E16-PARA.
	PERFORM VAL-E20-PARA.
	PERFORM VAL-E17-PARA.
	PERFORM VAL-E18-PARA.
	PERFORM VAL-E67-PARA.
	PERFORM VAL-E19-PARA.
	PERFORM VAL-E22-PARA.
	PERFORM VAL-E23-PARA.
	PERFORM VAL-E55-PARA.
	PERFORM VAL-XCK-PARA.
	PERFORM VAL-CFG-PARA.
	PERFORM VAL-REF-PARA.
	END-READ.
	IF WS-VAL-EOF = 0 THEN
		ADD 1 TO WS-VAL-REC-COUNT
		PERFORM E3-NUM-PARSE-PARA
		IF NOT WS-E3-NUM-IS-OK
				OR WS-E3-NUM-VALUE < 2 THEN
			MOVE SPACES TO WS-VAL-MSG
			STRING "E3NUMS: RECORD " WS-VAL-REC-COUNT
				" MUST BE 1-18 DIGITS, 2 OR GREATER"
				DELIMITED BY SIZE INTO WS-VAL-MSG
			END-STRING
			PERFORM ERROR-PARA
	END-IF.

*> E5PARM: limit numeric and 2 or greater; verify switch Y, N, or
*> blank (a missing card is legitimate - EULER5 defaults it); mode
*> L or blank, and list mode needs no limit but does need E5NUMS
*> (EULER5 proves the list's own HDR/TRL balance at run time)
	VAL-E5-PARA.
	OPEN INPUT E5PARM-FILE.
	IF WS-VAL-STATUS = "00" THEN
		IF WS-E5-PARM-CARD = SPACES THEN
			CONTINUE
		ELSE
			IF WS-E5-MODE NOT = "L" AND WS-E5-MODE NOT = SPACE THEN
				MOVE "E5PARM: MODE (COL 4) MUST BE L OR BLANK"
					TO WS-VAL-MSG
				PERFORM ERROR-PARA
			END-IF
			IF WS-E5-LIST-MODE THEN
				PERFORM VAL-E5-NUMS-PARA
			ELSE
				IF WS-E5-LIMIT IS NOT NUMERIC OR WS-E5-LIMIT < 2 THEN
					MOVE "E5PARM: LIMIT (COLS 1-2) MUST BE NUMERIC, 2 OR MORE"
						TO WS-VAL-MSG
					PERFORM ERROR-PARA
				END-IF
			END-IF
			IF WS-E5-VERIFY NOT = "Y" AND WS-E5-VERIFY NOT = "N"
					AND WS-E5-VERIFY NOT = SPACE THEN
				MOVE "E5PARM: VERIFY SWITCH (COL 3) MUST BE Y, N, OR BLANK"
		END-IF
	END-IF.

	VAL-E5-NUMS-PARA.
	OPEN INPUT E5NUMS-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E5NUMS: LIST MODE BUT INPUT FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		CLOSE E5NUMS-FILE
	END-IF.

*> E6PARM: every N in the list numeric and 1 or greater
	VAL-E6-PARA.
	OPEN INPUT E6PARM-FILE.

*> E9PARM: perimeter numeric, 12 through EULER9's overflow ceiling;
*> the optional E9RANGE card, when present, must stay under the same
*> ceiling with FROM <= TO; the optional E9MEMB card, when present,
*> needs a value of 3 or more and a role of H, L, E or blank
	VAL-E9-PARA.
	OPEN INPUT E9PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
			END-IF
		END-IF
	END-IF.
	OPEN INPUT E9MEMB-FILE.
	IF WS-VAL-STATUS = "00" THEN
		MOVE SPACES TO WS-E9-MEMB-CARD
		READ E9MEMB-FILE INTO WS-E9-MEMB-CARD
			AT END MOVE SPACES TO WS-E9-MEMB-CARD
		END-READ
		CLOSE E9MEMB-FILE
		IF WS-E9-MEMB-CARD NOT = SPACES THEN
			IF WS-E9-MEMB-VALUE IS NOT NUMERIC THEN
				MOVE "E9MEMB: VALUE (COLS 1-8) NOT NUMERIC" TO WS-VAL-MSG
				PERFORM ERROR-PARA
			ELSE
				IF WS-E9-MEMB-VALUE < 3 THEN
					MOVE "E9MEMB: VALUE MUST BE 3 THROUGH 99999999"
						TO WS-VAL-MSG
					PERFORM ERROR-PARA
				END-IF
			END-IF
			IF NOT WS-E9-MEMB-ROLE-OK THEN
				MOVE "E9MEMB: ROLE (COL 10) MUST BE H, L, E OR BLANK"
					TO WS-VAL-MSG
				PERFORM ERROR-PARA
			END-IF
		END-IF
	END-IF.

*> E10PARM: ceiling numeric, 3 through the segmented sieve's table cap
	VAL-E10-PARA.
		END-IF
	END-IF.

*> E15PARM: grid rows and columns each 01 through 99, the table
*> switch T or blank - EULER15's own rules
	VAL-E15-PARA.
	OPEN INPUT E15PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E15PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E15-PARM-CARD
		READ E15PARM-FILE INTO WS-E15-PARM-CARD
			AT END MOVE SPACES TO WS-E15-PARM-CARD
		END-READ
		CLOSE E15PARM-FILE
		IF WS-E15-N-X IS NOT NUMERIC OR WS-E15-N-X = "00" THEN
			MOVE "E15PARM: GRID ROWS (COLS 1-2) MUST BE 01 THROUGH 99"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
		IF WS-E15-M-X IS NOT NUMERIC OR WS-E15-M-X = "00" THEN
			MOVE "E15PARM: GRID COLUMNS (COLS 4-5) MUST BE 01 THROUGH 99"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
		IF WS-E15-TABLE-SW NOT = "T" AND WS-E15-TABLE-SW NOT = SPACE THEN
			MOVE "E15PARM: TABLE SWITCH (COL 7) MUST BE T OR BLANK"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
	END-IF.

*> E16PARM: the exponent numeric, zero-padded - EULER16's own rule
	VAL-E16-PARA.
	OPEN INPUT E16PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E16PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E16-PARM-CARD
		READ E16PARM-FILE INTO WS-E16-PARM-CARD
			AT END MOVE SPACES TO WS-E16-PARM-CARD
		END-READ
		CLOSE E16PARM-FILE
		IF WS-E16-N-X IS NOT NUMERIC THEN
			MOVE "E16PARM: EXPONENT (COLS 1-5) MUST BE 00000 THROUGH 99999"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
	END-IF.

*> E20PARM: N numeric, zero-padded - EULER20's own rule
	VAL-E20-PARA.
	OPEN INPUT E20PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E20PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E20-PARM-CARD
		READ E20PARM-FILE INTO WS-E20-PARM-CARD
			AT END MOVE SPACES TO WS-E20-PARM-CARD
		END-READ
		CLOSE E20PARM-FILE
		IF WS-E20-N-X IS NOT NUMERIC THEN
			MOVE "E20PARM: N (COLS 1-4) MUST BE 0000 THROUGH 9999"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
	END-IF.

*> E17PARM: N 000001 through 999999, the list switch W or blank -
*> EULER17's own rules
	VAL-E17-PARA.
	OPEN INPUT E17PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E17PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E17-PARM-CARD
		READ E17PARM-FILE INTO WS-E17-PARM-CARD
			AT END MOVE SPACES TO WS-E17-PARM-CARD
		END-READ
		CLOSE E17PARM-FILE
		IF WS-E17-N-X IS NOT NUMERIC OR WS-E17-N-X = "000000" THEN
			MOVE "E17PARM: N (COLS 1-6) MUST BE 000001 THROUGH 999999"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
		IF WS-E17-LIST-SW NOT = "W" AND WS-E17-LIST-SW NOT = SPACE THEN
			MOVE "E17PARM: LIST SWITCH (COL 8) MUST BE W OR BLANK"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
	END-IF.

*> E18PARM: EULER18's triangle file name - a letter first, no embedded
*> spaces, the same E18PARM.cpy layout and rule for both problems
	VAL-E18-PARA.
	OPEN INPUT E18PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E18PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E18-PARM-CARD
		READ E18PARM-FILE INTO WS-E18-PARM-CARD
			AT END MOVE SPACES TO WS-E18-PARM-CARD
		END-READ
		CLOSE E18PARM-FILE
		MOVE "E18PARM" TO WS-VAL-TRI-CARD
		PERFORM VAL-TRI-NAME-PARA
	END-IF.

*> The triangle file name just read off WS-VAL-TRI-CARD: a letter
*> first, no embedded spaces, and the file itself present
	VAL-TRI-NAME-PARA.
	MOVE 0 TO WS-VAL-TRI-BLANKS.
	INSPECT FUNCTION TRIM(WS-E18-TRI-X, TRAILING) TALLYING
		WS-VAL-TRI-BLANKS FOR ALL SPACE.
	IF WS-E18-TRI-X(1:1) IS NOT ALPHABETIC OR WS-E18-TRI-X(1:1) = SPACE
			OR WS-VAL-TRI-BLANKS > 0 THEN
		MOVE SPACES TO WS-VAL-MSG
		STRING WS-VAL-TRI-CARD DELIMITED BY SPACE
			": TRIANGLE FILE NAME (COLS 1-8) MUST START WITH A LETTER,"
			" NO EMBEDDED SPACES" DELIMITED BY SIZE INTO WS-VAL-MSG
		END-STRING
		PERFORM ERROR-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E18-TRI-X TO WS-VAL-TRI-NAME.
	OPEN INPUT VAL-TRI-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE SPACES TO WS-VAL-MSG
		STRING WS-VAL-TRI-CARD DELIMITED BY SPACE
			": TRIANGLE FILE " DELIMITED BY SIZE
			WS-VAL-TRI-NAME DELIMITED BY SPACE
			" NOT ON FILE" DELIMITED BY SIZE INTO WS-VAL-MSG
		END-STRING
		PERFORM ERROR-PARA
	ELSE
		CLOSE VAL-TRI-FILE
	END-IF.

*> E67PARM: EULER67's triangle file name, E18PARM's rule
	VAL-E67-PARA.
	OPEN INPUT E67PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E67PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E18-PARM-CARD
		READ E67PARM-FILE INTO WS-E18-PARM-CARD
			AT END MOVE SPACES TO WS-E18-PARM-CARD
		END-READ
		CLOSE E67PARM-FILE
		MOVE "E67PARM" TO WS-VAL-TRI-CARD
		PERFORM VAL-TRI-NAME-PARA
	END-IF.

*> E19PARM: start and end real dates, 1601 or later, end not before
*> start, weekday MON through SUN - EULER19's own rules, on the same
*> calendar service
	VAL-E19-PARA.
	OPEN INPUT E19PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E19PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E19-PARM-CARD
		READ E19PARM-FILE INTO WS-E19-PARM-CARD
			AT END MOVE SPACES TO WS-E19-PARM-CARD
		END-READ
		CLOSE E19PARM-FILE
		MOVE 0 TO WS-GREG-DATE
		IF WS-E19-START-X IS NUMERIC THEN
			MOVE WS-E19-START-X TO WS-GREG-DATE
		END-IF
		PERFORM GREG-VALID-PARA
		IF NOT WS-GREG-IS-VALID THEN
			MOVE "E19PARM: START DATE (COLS 1-8) MUST BE A REAL DATE, 1601 ON"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
		MOVE 0 TO WS-GREG-DATE
		IF WS-E19-END-X IS NUMERIC THEN
			MOVE WS-E19-END-X TO WS-GREG-DATE
		END-IF
		PERFORM GREG-VALID-PARA
		IF NOT WS-GREG-IS-VALID OR WS-E19-END-X < WS-E19-START-X THEN
			MOVE "E19PARM: END DATE (COLS 10-17) MUST BE A REAL DATE, NOT BEFORE"
				& " THE START" TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
		IF WS-E19-DAY-X NOT = "MON" AND NOT = "TUE" AND NOT = "WED"
				AND NOT = "THU" AND NOT = "FRI" AND NOT = "SAT"
				AND NOT = "SUN" THEN
			MOVE "E19PARM: WEEKDAY (COLS 19-21) MUST BE MON THROUGH SUN"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		END-IF
	END-IF.

*> E22PARM: the names file name, a letter first and no embedded
*> spaces, and the file present and opening with its 'HDR ' record
	VAL-E22-PARA.
	OPEN INPUT E22PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E22PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E22-PARM-CARD.
	READ E22PARM-FILE INTO WS-E22-PARM-CARD
		AT END MOVE SPACES TO WS-E22-PARM-CARD
	END-READ.
	CLOSE E22PARM-FILE.
	MOVE 0 TO WS-VAL-TRI-BLANKS.
	INSPECT FUNCTION TRIM(WS-E22-NAMES-X, TRAILING) TALLYING
		WS-VAL-TRI-BLANKS FOR ALL SPACE.
	IF WS-E22-NAMES-X(1:1) IS NOT ALPHABETIC OR WS-E22-NAMES-X(1:1) = SPACE
			OR WS-VAL-TRI-BLANKS > 0 THEN
		MOVE "E22PARM: NAMES FILE NAME (COLS 1-8) MUST START WITH A LETTER, NO EMBEDDED SPACES"
			TO WS-VAL-MSG
		PERFORM ERROR-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E22-NAMES-X TO WS-VAL-TRI-NAME.
	OPEN INPUT VAL-TRI-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE SPACES TO WS-VAL-MSG
		STRING "E22PARM: NAMES FILE " DELIMITED BY SIZE
			WS-VAL-TRI-NAME DELIMITED BY SPACE
			" NOT ON FILE" DELIMITED BY SIZE INTO WS-VAL-MSG
		END-STRING
		PERFORM ERROR-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO VAL-TRI-RECORD.
	READ VAL-TRI-FILE
		AT END MOVE SPACES TO VAL-TRI-RECORD
	END-READ.
	CLOSE VAL-TRI-FILE.
	IF VAL-TRI-RECORD(1:4) NOT = "HDR " THEN
		MOVE SPACES TO WS-VAL-MSG
		STRING "E22PARM: NAMES FILE " DELIMITED BY SIZE
			WS-VAL-TRI-NAME DELIMITED BY SPACE
			" DOES NOT OPEN WITH 'HDR '" DELIMITED BY SIZE INTO WS-VAL-MSG
		END-STRING
		PERFORM ERROR-PARA
	END-IF.

*> E23PARM: the limit blank (28123) or 00001 through 50000
	VAL-E23-PARA.
	OPEN INPUT E23PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E23PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E23-PARM-CARD
		READ E23PARM-FILE INTO WS-E23-PARM-CARD
			AT END MOVE SPACES TO WS-E23-PARM-CARD
		END-READ
		CLOSE E23PARM-FILE
		IF WS-E23-LIMIT-X NOT = SPACES THEN
			IF WS-E23-LIMIT-X IS NOT NUMERIC
					OR WS-E23-LIMIT-X = "00000"
					OR WS-E23-LIMIT-X > "50000" THEN
				MOVE "E23PARM: LIMIT (COLS 1-5) MUST BE 00001 THROUGH 50000, OR BLANK"
					TO WS-VAL-MSG
				PERFORM ERROR-PARA
			END-IF
		END-IF
	END-IF.

*> E55PARM: the range of starts numeric with 1 <= LOW <= HIGH, the
*> iteration cap blank (50) or 001 through 999
	VAL-E55-PARA.
	OPEN INPUT E55PARM-FILE.
	IF WS-VAL-STATUS NOT = "00" THEN
		MOVE "E55PARM: CARD FILE MISSING" TO WS-VAL-MSG
		PERFORM ERROR-PARA
	ELSE
		MOVE SPACES TO WS-E55-PARM-CARD
		READ E55PARM-FILE INTO WS-E55-PARM-CARD
			AT END MOVE SPACES TO WS-E55-PARM-CARD
		END-READ
		CLOSE E55PARM-FILE
		IF WS-E55-LOW-X IS NOT NUMERIC
				OR WS-E55-HIGH-X IS NOT NUMERIC THEN
			MOVE "E55PARM: LOW/HIGH (COLS 1-12, 13-24) MUST BOTH BE NUMERIC"
				TO WS-VAL-MSG
			PERFORM ERROR-PARA
		ELSE
			IF WS-E55-LOW-X = "000000000000"
					OR WS-E55-HIGH-X < WS-E55-LOW-X THEN
				MOVE "E55PARM: NEED 1 <= LOW <= HIGH" TO WS-VAL-MSG
				PERFORM ERROR-PARA
			END-IF
		END-IF
		IF WS-E55-CAP-X NOT = SPACES THEN
			IF WS-E55-CAP-X IS NOT NUMERIC
					OR WS-E55-CAP-X = "000" THEN
				MOVE "E55PARM: ITERATION CAP (COLS 26-28) MUST BE 001 THROUGH 999, OR BLANK"
					TO WS-VAL-MSG
				PERFORM ERROR-PARA
			END-IF
		END-IF
	END-IF.

*> EULRXPRM: cross-check range numeric with 1 <= LOW <= HIGH
	VAL-XCK-PARA.
	OPEN INPUT EULRXPRM-FILE.
		PERFORM FPRT-PUT-PARA
		MOVE "E3RANGE" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		MOVE "E5NUMS" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		MOVE "E7RANGE" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		MOVE "E8DIGITS" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		MOVE "E9RANGE" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		MOVE "E9MEMB" TO WS-FPRT-NAME
		PERFORM FPRT-PUT-PARA
		DISPLAY "EULRVAL: " WS-VAL-FPRT-COUNT " CARD FINGERPRINT(S)"
			" RECORDED ON EULRFPRT"
	ELSE
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
	COPY FPRTPRC.
	COPY GREGPRC.
	COPY E3NUMP.
