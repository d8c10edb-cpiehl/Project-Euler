*>             reconciliation like any other; the full sum is
*>             DISPLAYed for the record. RETURN-CODE 0 normal, 16 on
*>             a quality rejection or an empty input (ED02).
*> 2026-10-15  any addend width and count: E13NUMS now opens with a
*>             header record, "HDR " + addend width (cols 05-07,
*>             001-200) + addend count (cols 09-13) + how many
*>             leading digits to report (cols 15-16, 01-18), and the
*>             accumulator sizes to the width plus the six cells the
*>             largest count can carry into. A file with no header
*>             is still read as the original shape - 50-digit
*>             addends, leading ten digits - so the standing EULREF
*>             reconciliation is untouched. A bad header, or a count
*>             that does not tie out to the addends on file, is
*>             ED03; an addend longer or shorter than the width is a
*>             quality offender like any non-digit. The sum is now
*>             built column by column - every column's digit total
*>             first, one carry pass after - which is what the new
*>             dated E13CRPT column-carry audit report lists: per
*>             column the digit total, carry in, carry out, and the
*>             resulting sum digit, then the full sum, so a disputed
*>             answer can be tied out by hand.
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
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the addends the
*>             quality pass read off E13NUMS against the addends the
*>             summing pass added into the E13CRPT total - two
*>             separate reads of the file, so a short second read
*>             shows as an imbalance on EULRBALR. A batch refused for
*>             bad characters or a count off its header posts every
*>             addend read as rejected. Not posted in TEST mode.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULER13.

		FILE STATUS WS-E13-NUMS-STATUS.
	SELECT E13DQRPT-FILE ASSIGN TO "E13DQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E13CRPT-FILE ASSIGN TO WS-E13-CRPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT EULRGENS-FILE ASSIGN TO "EULRGENS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GENS-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.

	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
	SELECT SHAD-WIPE-FILE ASSIGN TO WS-SHAD-WIPE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SHAD-WIPE-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO WS-SHAD-MANI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT EULRBAL-FILE ASSIGN TO WS-SHAD-BAL-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BAL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  E13NUMS-FILE.
01  E13NUMS-RECORD                 PIC X(200).

FD  E13DQRPT-FILE.
01  E13DQRPT-RECORD                PIC X(60).

FD  E13CRPT-FILE.
01  E13CRPT-RECORD                 PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRGENS-FILE.
01  EULRGENS-FILE-RECORD           PIC X(17).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).

FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
	WORKING-STORAGE SECTION.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY BALDAT.
	COPY EXPDAT.

	01 WS-E13-NUMS-STATUS PIC XX VALUE SPACES.
	01 WS-E13-EOF PIC 9 VALUE 0.
	01 WS-E13-COUNT PIC 9(5) VALUE 0.
	01 WS-E13-DQ-COUNT PIC 9(6) VALUE 0.
	01 WS-E13-NUM PIC X(200) VALUE SPACES.
	01 WS-E13-CRPT-NAME PIC X(18) VALUE SPACES.

*> the E13NUMS header - "HDR " + width + count + leading digits; a
*> file without one is the original fifty 50-digit shape
	01 WS-E13-HDR.
		05 WS-E13-HDR-TAG          PIC X(04).
		05 WS-E13-HDR-WIDTH-X      PIC X(03).
		05 FILLER                  PIC X(01).
		05 WS-E13-HDR-COUNT-X      PIC X(05).
		05 FILLER                  PIC X(01).
		05 WS-E13-HDR-LEAD-X       PIC X(02).
	01 WS-E13-HDR-FOUND PIC 9 VALUE 0.
	01 WS-E13-HDR-BAD PIC 9 VALUE 0.
	01 WS-E13-FIRST PIC 9 VALUE 1.
	01 WS-E13-WIDTH PIC 9(3) VALUE 50.
	01 WS-E13-WANT-COUNT PIC 9(5) VALUE 0.
	01 WS-E13-WANT-LEAD PIC 9(2) VALUE 10.

*> the accumulator, least significant column in cell 1, sized to the
*> addend width plus six cells - the carry out of 99999 addends'
*> worth of nines never reaches further. Each column's digit total is
*> gathered first; one carry pass then turns the totals into the sum,
*> keeping every column's carry in for the audit report (a column's
*> carry out is the next column's carry in)
	01 WS-E13-MAX-CELLS PIC 9(3) VALUE 206.
	01 WS-E13-CELLS PIC 9(3) VALUE 56.
	01 WS-E13-SUM-TABLE.
		05 WS-E13-SUM-D PIC 9(1) VALUE 0 OCCURS 206 TIMES.
	01 WS-E13-TOT-TABLE.
		05 WS-E13-COL-TOT PIC 9(6) VALUE 0 OCCURS 206 TIMES.
	01 WS-E13-CIN-TABLE.
		05 WS-E13-COL-CIN PIC 9(6) VALUE 0 OCCURS 207 TIMES.
	01 WS-E13-CARRY PIC 9(6) VALUE 0.
	01 WS-E13-CELL PIC 9(7) VALUE 0.
	01 WS-K PIC 9(3) VALUE 0.
	01 WS-E13-LEAD PIC 9(3) VALUE 0.
	01 WS-E13-TOPN PIC 9(18) VALUE 0.
	01 WS-E13-SUM-TEXT PIC X(206) VALUE SPACES.
	01 WS-E13-CHUNK PIC 9(3) VALUE 0.
	01 WS-E13-CHUNK-LEN PIC 9(3) VALUE 0.

	01 WS-E13-DQ-LINE.
		05 FILLER                  PIC X(07) VALUE "NUMBER ".
		05 WS-E13-DQ-ROW           PIC Z(4)9.
		05 FILLER                  PIC X(08) VALUE " OFFSET ".
		05 WS-E13-DQ-OFFSET        PIC Z(3)9.
		05 FILLER                  PIC X(12) VALUE " CHARACTER '".
		05 WS-E13-DQ-CHAR          PIC X(01).
		05 FILLER                  PIC X(01) VALUE "'".

	01 WS-E13-COL-LINE.
		05 FILLER                  PIC X(07) VALUE "COLUMN ".
		05 WS-E13-CL-COL           PIC Z(2)9.
		05 FILLER                  PIC X(14) VALUE "  DIGIT TOTAL ".
		05 WS-E13-CL-TOT           PIC Z(5)9.
		05 FILLER                  PIC X(11) VALUE "  CARRY IN ".
		05 WS-E13-CL-CIN           PIC Z(5)9.
		05 FILLER                  PIC X(13) VALUE "  COLUMN SUM ".
		05 WS-E13-CL-SUM           PIC Z(6)9.
		05 FILLER                  PIC X(08) VALUE "  DIGIT ".
		05 WS-E13-CL-DIGIT         PIC 9(1).
		05 FILLER                  PIC X(12) VALUE "  CARRY OUT ".
		05 WS-E13-CL-COUT          PIC Z(5)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER13" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER13" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM QUALITY-PARA.
	MOVE WS-E13-COUNT TO WS-BAL-IN.
	IF WS-E13-HDR-BAD = 1 THEN
		DISPLAY "EULER13: REJECTED - E13NUMS HEADER '" WS-E13-HDR
			"' INVALID - NEED HDR, WIDTH 001-200, COUNT, LEADING"
			" DIGITS 01-18"
		MOVE "ED03" TO WS-DIAG-CODE
		MOVE WS-E13-HDR TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-E13-DQ-COUNT > 0 THEN
		DISPLAY "EULER13: REJECTED - " WS-E13-DQ-COUNT " BAD"
			" CHARACTER(S) IN E13NUMS, SEE E13DQRPT"
		MOVE "ED01" TO WS-DIAG-CODE
		MOVE WS-E13-DQ-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-E13-HDR-FOUND = 1 AND WS-E13-COUNT NOT = WS-E13-WANT-COUNT
			THEN
		DISPLAY "EULER13: REJECTED - E13NUMS HEADER PROMISES "
			WS-E13-WANT-COUNT " ADDENDS, " WS-E13-COUNT " ON FILE"
		MOVE "ED03" TO WS-DIAG-CODE
		MOVE WS-E13-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
		END-IF
		GOBACK
	END-IF.
	PERFORM CARRY-PARA.
	PERFORM LEADING-PARA.
	PERFORM REPORT-PARA.
	DISPLAY "EULER13: SUM OF " WS-E13-COUNT " NUMBER(S) IS "
		FUNCTION TRIM(WS-E13-SUM-TEXT).
	MOVE WS-E13-TOPN TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-E13-TOPN TO WS-SUITE-RESULT.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	IF WS-E13-HDR-FOUND = 1 THEN
		MOVE WS-E13-HDR TO WS-EXPORT-PARM-CARD
		MOVE WS-E13-HDR TO WS-SUITE-PARM-CARD
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E13-COUNT TO WS-BAL-OUT
		MOVE 0 TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Control totals onto EULRBAL: WS-BAL-IN is the quality pass's
*> addend count, the caller sets out and rejected
	BALANCE-PARA.
	MOVE "E13NUMS" TO WS-BAL-IN-FILE.
	MOVE "E13CRPT" TO WS-BAL-OUT-FILE.
	MOVE 0 TO WS-BAL-CARRIED.
	PERFORM BAL-POST-PARA.

*> A refused batch: nothing summed, every addend read rejected
	BALANCE-REJECT-PARA.
	MOVE 0 TO WS-BAL-OUT.
	MOVE WS-BAL-IN TO WS-BAL-REJECTED.
	PERFORM BALANCE-PARA.

*> Data-quality pass first, the E8DIGITS discipline: every character
*> of every addend must be a digit, and every addend exactly the
*> header's width, before anything is summed - a stray character
*> caught here is fixed on the first try instead of quietly
*> corrupting the total
	QUALITY-PARA.
	OPEN OUTPUT E13DQRPT-FILE.
	MOVE "E13NUMS DATA-QUALITY REPORT" TO E13DQRPT-RECORD.
	WRITE E13DQRPT-RECORD.
	MOVE 0 TO WS-E13-COUNT.
	MOVE 0 TO WS-E13-EOF.
	MOVE 1 TO WS-E13-FIRST.
	OPEN INPUT E13NUMS-FILE.
	IF WS-E13-NUMS-STATUS = "00" THEN
		PERFORM QUALITY-ROW-PARA UNTIL WS-E13-EOF = 1
			OR WS-E13-HDR-BAD = 1
		CLOSE E13NUMS-FILE
	ELSE
		DISPLAY "EULER13: E13NUMS NOT FOUND"
	END-IF.
	MOVE SPACES TO E13DQRPT-RECORD.
	STRING "BAD CHARACTERS FOUND: " WS-E13-DQ-COUNT
		DELIMITED BY SIZE INTO E13DQRPT-RECORD
	END-STRING.
	WRITE E13DQRPT-RECORD.
	CLOSE E13DQRPT-FILE.

	QUALITY-ROW-PARA.
	MOVE SPACES TO WS-E13-NUM.
	READ E13NUMS-FILE INTO WS-E13-NUM
		AT END MOVE 1 TO WS-E13-EOF
	END-READ.
	IF WS-E13-EOF = 1 OR WS-E13-NUM = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-E13-FIRST = 1 THEN
		MOVE 0 TO WS-E13-FIRST
		IF WS-E13-NUM(1:4) = "HDR " THEN
			PERFORM HEADER-PARA
			EXIT PARAGRAPH
		END-IF
	END-IF.
	ADD 1 TO WS-E13-COUNT.
	PERFORM QUALITY-CHAR-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > 200.

*> The header's three figures; the accumulator is sized from the
*> width here
	HEADER-PARA.
	MOVE WS-E13-NUM(1:16) TO WS-E13-HDR.
	MOVE 1 TO WS-E13-HDR-FOUND.
	IF WS-E13-HDR-WIDTH-X IS NOT NUMERIC
			OR WS-E13-HDR-COUNT-X IS NOT NUMERIC
			OR WS-E13-HDR-LEAD-X IS NOT NUMERIC
			OR WS-E13-NUM(17:184) NOT = SPACES THEN
		MOVE 1 TO WS-E13-HDR-BAD
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E13-HDR-WIDTH-X TO WS-E13-WIDTH.
	MOVE WS-E13-HDR-COUNT-X TO WS-E13-WANT-COUNT.
	MOVE WS-E13-HDR-LEAD-X TO WS-E13-WANT-LEAD.
	IF WS-E13-WIDTH < 1 OR WS-E13-WIDTH > 200
			OR WS-E13-WANT-LEAD < 1 OR WS-E13-WANT-LEAD > 18 THEN
		MOVE 1 TO WS-E13-HDR-BAD
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E13-CELLS = WS-E13-WIDTH + 6.

*> a digit inside the width, a space past it - anything else, a
*> space inside the width included, is an offender
	QUALITY-CHAR-PARA.
	IF WS-K <= WS-E13-WIDTH THEN
		IF WS-E13-NUM(WS-K:1) >= "0" AND WS-E13-NUM(WS-K:1) <= "9"
			EXIT PARAGRAPH
		END-IF
	ELSE
		IF WS-E13-NUM(WS-K:1) = SPACE THEN
			EXIT PARAGRAPH
		END-IF
	END-IF.
	ADD 1 TO WS-E13-DQ-COUNT.
	MOVE WS-E13-COUNT TO WS-E13-DQ-ROW.
	MOVE WS-K TO WS-E13-DQ-OFFSET.
	MOVE WS-E13-NUM(WS-K:1) TO WS-E13-DQ-CHAR.
	WRITE E13DQRPT-RECORD FROM WS-E13-DQ-LINE.

	SUM-PARA.
	MOVE 0 TO WS-E13-COUNT.
	MOVE 0 TO WS-E13-EOF.
	OPEN INPUT E13NUMS-FILE.
	IF WS-E13-NUMS-STATUS = "00" THEN
	READ E13NUMS-FILE INTO WS-E13-NUM
		AT END MOVE 1 TO WS-E13-EOF
	END-READ.
	IF WS-E13-EOF = 0 AND WS-E13-NUM NOT = SPACES
			AND WS-E13-NUM(1:4) NOT = "HDR " THEN
		ADD 1 TO WS-E13-COUNT
		PERFORM COLUMN-ADD-PARA VARYING WS-K FROM 1 BY 1
			UNTIL WS-K > WS-E13-WIDTH
	END-IF.

*> One addend's digits onto the column totals, least significant
*> first (string position WIDTH is column 1)
	COLUMN-ADD-PARA.
	MOVE WS-E13-NUM(WS-E13-WIDTH + 1 - WS-K:1) TO WS-E13-CELL.
	ADD WS-E13-CELL TO WS-E13-COL-TOT(WS-K).

*> The single carry pass: column sum = digit total + carry in, the
*> sum digit its units, the carry out the rest
	CARRY-PARA.
	MOVE 0 TO WS-E13-COL-CIN(1).
	PERFORM CARRY-CELL-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-E13-CELLS.

	CARRY-CELL-PARA.
	COMPUTE WS-E13-CELL = WS-E13-COL-TOT(WS-K) + WS-E13-COL-CIN(WS-K).
	DIVIDE WS-E13-CELL BY 10 GIVING WS-E13-CARRY
		REMAINDER WS-E13-SUM-D(WS-K).
	MOVE WS-E13-CARRY TO WS-E13-COL-CIN(WS-K + 1).

*> The sum rendered most significant digit first, and its leading
*> digits (ten unless the header asks otherwise) as the banner answer
	LEADING-PARA.
	MOVE 0 TO WS-E13-LEAD.
	PERFORM LEAD-FIND-PARA VARYING WS-K FROM WS-E13-CELLS BY -1
		UNTIL WS-K < 1 OR WS-E13-LEAD > 0.
	IF WS-E13-LEAD = 0 THEN
		MOVE 1 TO WS-E13-LEAD
	MOVE SPACES TO WS-E13-SUM-TEXT.
	PERFORM RENDER-PARA VARYING WS-K FROM WS-E13-LEAD BY -1
		UNTIL WS-K < 1.
	MOVE 0 TO WS-E13-TOPN.
	PERFORM LEADING-CELL-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-E13-WANT-LEAD OR WS-K > WS-E13-LEAD.

	LEAD-FIND-PARA.
	IF WS-E13-SUM-D(WS-K) NOT = 0 THEN
	MOVE WS-E13-SUM-D(WS-K)
		TO WS-E13-SUM-TEXT(WS-E13-LEAD - WS-K + 1:1).

	LEADING-CELL-PARA.
	COMPUTE WS-E13-TOPN = WS-E13-TOPN * 10
		+ WS-E13-SUM-D(WS-E13-LEAD - WS-K + 1).

*> The dated column-carry audit report: one line per column from the
*> units up to the sum's leading digit, then the control figures and
*> the full sum a hundred digits to a line
	REPORT-PARA.
	MOVE "E13CRPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E13-CRPT-NAME.
	OPEN OUTPUT E13CRPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER13 - COLUMN-CARRY AUDIT OF THE ADDEND SUM"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING WS-E13-COUNT " ADDENDS OF " WS-E13-WIDTH " DIGITS, LEADING "
		WS-E13-WANT-LEAD " DIGITS REPORTED"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "COLUMN 1 IS THE UNITS; CARRY OUT OF A COLUMN IS THE NEXT"
		& " COLUMN'S CARRY IN" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM COLUMN-LINE-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-E13-LEAD AND WS-K > WS-E13-WIDTH.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "ADDENDS " WS-E13-COUNT "  SUM DIGITS " WS-E13-LEAD
		"  LEADING DIGITS " WS-E13-TOPN
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE "FULL SUM:" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM SUM-LINE-PARA VARYING WS-E13-CHUNK FROM 1 BY 100
		UNTIL WS-E13-CHUNK > WS-E13-LEAD.
	PERFORM DTL-END-PARA.
	CLOSE E13CRPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER13" TO WS-MAN-PROBLEM
		MOVE WS-E13-CRPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	COLUMN-LINE-PARA.
	MOVE WS-K TO WS-E13-CL-COL.
	MOVE WS-E13-COL-TOT(WS-K) TO WS-E13-CL-TOT.
	MOVE WS-E13-COL-CIN(WS-K) TO WS-E13-CL-CIN.
	COMPUTE WS-E13-CELL = WS-E13-COL-TOT(WS-K) + WS-E13-COL-CIN(WS-K).
	MOVE WS-E13-CELL TO WS-E13-CL-SUM.
	MOVE WS-E13-SUM-D(WS-K) TO WS-E13-CL-DIGIT.
	MOVE WS-E13-COL-CIN(WS-K + 1) TO WS-E13-CL-COUT.
	MOVE WS-E13-COL-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	SUM-LINE-PARA.
	COMPUTE WS-E13-CHUNK-LEN = WS-E13-LEAD - WS-E13-CHUNK + 1.
	IF WS-E13-CHUNK-LEN > 100 THEN
		MOVE 100 TO WS-E13-CHUNK-LEN
	END-IF.
	MOVE WS-E13-SUM-TEXT(WS-E13-CHUNK:WS-E13-CHUNK-LEN) TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E13CRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.

	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY EXPORT.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY MANPRC.
	COPY GENSPRC.
	COPY BALPRC.
