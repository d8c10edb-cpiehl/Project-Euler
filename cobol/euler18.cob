*> By starting at the top of the triangle and moving to adjacent
*>   numbers on the row below, find the maximum total from top to
*>   bottom - a 15-row triangle (EULER18, small enough to try every
*>   route) and a 100-row one (EULER67, 2**99 routes, which cannot).
*> Answer (E18TRI): 1074
*> Answer (E67TRI, the 100-row sample triangle): 7358
*> compile with cobc -free -O -x -o euler18.exe -I copy euler18.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> One program, two cataloged problems: CALLed as EULER18 it reads
*> the E18PARM card, CALLed at its second entry point EULER67 it reads
*> E67PARM; each card names the triangle file its problem solves. The
*> standalone executable runs as EULER18.
*>
*> Modification history
*> 2026-10-15  first version - the triangle file named on the card
*>             (E18PARM.cpy: cols 01-08; EI01 on a bad card) opens
*>             with a header record ("HDR " + row count, 001-100, the
*>             E11GRID discipline) followed by one record per row, row
*>             R holding R two-digit cells separated by single spaces.
*>             Every cell is validated numeric and every row checked
*>             for data past its last cell, offenders listed on the
*>             problem's E18DQRPT/E67DQRPT and the file rejected
*>             whole (EI02). Solved bottom-up: each cell's best total
*>             is its value plus the better of the two best totals
*>             below it, one pass up from the last row, so the 100-row
*>             triangle costs one addition per cell rather than a walk
*>             of every route. The winning path - step, row, column,
*>             value, running total - goes to the problem's dated
*>             E18RPT/E67RPT on the shared writer, noted on EULRGENS
*>             and the output manifest. Best total as the banner
*>             result, the usual audit/export hookup, EULER18 and
*>             EULER67 each on EULREF.
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
*> 2026-10-15  the EULER67 entry names itself on the message log, as
*>             EULER18 does; a stray character after the last cell of
*>             a full 100-cell row is listed without reading past the
*>             row buffer.
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the triangle rows read
*>             off the triangle file against the rows the winning path
*>             went down on E18RPT / E67RPT. A triangle refused after
*>             its rows were read posts every row read as rejected.
*>             Not posted in TEST mode.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER18.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E18PARM-FILE ASSIGN TO WS-E18-PARM-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E18-PARM-STATUS.
	SELECT E18TRI-FILE ASSIGN TO WS-E18-TRI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E18-TRI-STATUS.
	SELECT E18DQRPT-FILE ASSIGN TO WS-E18-DQ-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E18RPT-FILE ASSIGN TO WS-E18-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-EXPORT-STATUS.
	SELECT EULRHIST-FILE ASSIGN TO WS-SHAD-HIST-NAME
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-HIST-KEY
		FILE STATUS WS-HIST-STATUS.
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
		FILE STATUS WS-BUS-CARD-STATUS.
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
FD  E18PARM-FILE.
01  E18PARM-RECORD                 PIC X(08).

FD  E18TRI-FILE.
01  E18TRI-RECORD                  PIC X(300).

FD  E18DQRPT-FILE.
01  E18DQRPT-RECORD                PIC X(60).

FD  E18RPT-FILE.
01  E18RPT-RECORD                  PIC X(132).

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
	COPY E18PARM.
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

	01 WS-E18-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E18-TRI-STATUS PIC XX VALUE SPACES.
*> which cataloged problem this call is, set at the entry point
	01 WS-E18-PROBLEM PIC X(08) VALUE SPACES.
	01 WS-E18-TAG PIC X(03) VALUE SPACES.
	01 WS-E18-PARM-NAME PIC X(08) VALUE SPACES.
	01 WS-E18-TRI-NAME PIC X(08) VALUE SPACES.
	01 WS-E18-DQ-NAME PIC X(08) VALUE SPACES.
	01 WS-E18-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E18-REJECTED PIC 9 VALUE 0.
	01 WS-E18-EOF PIC 9 VALUE 0.
	01 WS-E18-DQ-COUNT PIC 9(6) VALUE 0.
	01 WS-E18-BLANKS PIC 9(2) VALUE 0.

*> the triangle: header row count, then up to 100 rows of two-digit
*> cells, row R holding R of them
	01 WS-E18-ROWS PIC 9(3) VALUE 0.
	01 WS-E18-TRIANGLE.
		05 WS-E18-ROW OCCURS 100 TIMES.
			10 WS-E18-CELL PIC 9(2) OCCURS 100 TIMES.
	01 WS-E18-BUF PIC X(300) VALUE SPACES.
	01 WS-E18-ROW-NO PIC 9(3) VALUE 0.
*> the rows the winning path went down, one report step each
	01 WS-E18-USED PIC 9(3) VALUE 0.
	01 WS-E18-POS PIC 9(3) VALUE 0.
	01 WS-E18-CELL-X PIC X(2) VALUE SPACES.

*> the bottom-up pass: best total from each cell down to the base
	01 WS-E18-BEST-TABLE.
		05 WS-E18-BEST-ROW OCCURS 100 TIMES.
			10 WS-E18-BEST PIC 9(5) OCCURS 100 TIMES.
	01 WS-R PIC 9(3) VALUE 0.
	01 WS-C PIC 9(3) VALUE 0.
	01 WS-E18-TOTAL PIC 9(5) VALUE 0.
	01 WS-E18-RUNNING PIC 9(5) VALUE 0.
	01 WS-E18-TOTAL-EDIT PIC ZZZZ9.

	01 WS-E18-DQ-LINE.
		05 FILLER                  PIC X(04) VALUE "ROW ".
		05 WS-E18-DQ-ROW           PIC Z(2)9.
		05 FILLER                  PIC X(06) VALUE " CELL ".
		05 WS-E18-DQ-COL           PIC Z(2)9.
		05 FILLER                  PIC X(09) VALUE " VALUE '".
		05 WS-E18-DQ-VAL           PIC X(02).
		05 FILLER                  PIC X(01) VALUE "'".

*> one step of the winning path
	01 WS-E18-PATH-LINE.
		05 WS-E18-PL-STEP          PIC ZZ9.
		05 FILLER                  PIC X(03) VALUE SPACES.
		05 WS-E18-PL-ROW           PIC ZZ9.
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-E18-PL-COL           PIC ZZ9.
		05 FILLER                  PIC X(05) VALUE SPACES.
		05 WS-E18-PL-VALUE         PIC Z9.
		05 FILLER                  PIC X(06) VALUE SPACES.
		05 WS-E18-PL-RUNNING       PIC ZZZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER18" TO WS-MSG-PROGRAM.
	MOVE "EULER18" TO WS-E18-PROBLEM.
	MOVE "E18" TO WS-E18-TAG.
	PERFORM RUN-PARA.
	GOBACK.

*> The second cataloged problem comes in here: same code, its own card
	E67-PARA.
	ENTRY "EULER67".
	MOVE "EULER67" TO WS-MSG-PROGRAM.
	MOVE "EULER67" TO WS-E18-PROBLEM.
	MOVE "E67" TO WS-E18-TAG.
	PERFORM RUN-PARA.
	GOBACK.

*> One problem's run. Working storage outlives a CALL, so everything
*> one run leaves behind is cleared first - EULERRUN calls both
*> problems in the same night
	RUN-PARA.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE WS-E18-PROBLEM TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE 0 TO WS-E18-REJECTED.
	MOVE 0 TO WS-E18-EOF.
	MOVE 0 TO WS-E18-DQ-COUNT.
	MOVE 0 TO WS-E18-ROWS.
	MOVE 0 TO WS-E18-ROW-NO.
	MOVE 0 TO WS-E18-USED.
	MOVE ZEROS TO WS-E18-TRIANGLE.
	MOVE ZEROS TO WS-E18-BEST-TABLE.
	MOVE SPACES TO WS-E18-PARM-NAME.
	STRING WS-E18-TAG "PARM" DELIMITED BY SIZE INTO WS-E18-PARM-NAME
	END-STRING.
	MOVE SPACES TO WS-E18-DQ-NAME.
	STRING WS-E18-TAG "DQRPT" DELIMITED BY SIZE INTO WS-E18-DQ-NAME
	END-STRING.
	PERFORM P-PARA.
	IF WS-E18-REJECTED = 0 THEN
		PERFORM TRI-LOAD-PARA
	END-IF.
	IF WS-E18-REJECTED = 1 THEN
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			IF WS-E18-ROW-NO > 0 THEN
				MOVE 0 TO WS-BAL-OUT
				MOVE WS-E18-ROW-NO TO WS-BAL-REJECTED
				PERFORM BALANCE-PARA
			END-IF
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	PERFORM BASE-PARA VARYING WS-C FROM 1 BY 1
		UNTIL WS-C > WS-E18-ROWS.
	PERFORM UP-ROW-PARA VARYING WS-R FROM WS-E18-ROWS BY -1
		UNTIL WS-R < 2.
	MOVE WS-E18-BEST(1, 1) TO WS-E18-TOTAL.
	MOVE WS-E18-TOTAL TO WS-E18-TOTAL-EDIT.
	DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": BEST PATH TOTAL "
		FUNCTION TRIM(WS-E18-TOTAL-EDIT) " DOWN " WS-E18-ROWS
		" ROWS OF " WS-E18-TRI-NAME.
	PERFORM REPORT-PARA.
	MOVE WS-E18-TOTAL TO WS-RPT-RESULT.
	MOVE WS-E18-TOTAL TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E18-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E18-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E18-USED TO WS-BAL-OUT
		MOVE 0 TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> Control totals onto EULRBAL: triangle rows in as the load read
*> them, the caller sets out and rejected
	BALANCE-PARA.
	MOVE WS-E18-TRI-NAME TO WS-BAL-IN-FILE.
	MOVE SPACES TO WS-BAL-OUT-FILE.
	STRING WS-E18-TAG "RPT" DELIMITED BY SIZE INTO WS-BAL-OUT-FILE
	END-STRING.
	MOVE WS-E18-ROW-NO TO WS-BAL-IN.
	MOVE 0 TO WS-BAL-CARRIED.
	PERFORM BAL-POST-PARA.

	P-PARA.
	OPEN INPUT E18PARM-FILE.
	IF WS-E18-PARM-STATUS NOT = "00" THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED - " WS-E18-PARM-NAME
			" CARD NOT FOUND"
		MOVE "EI01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E18-PARM-CARD.
	READ E18PARM-FILE INTO WS-E18-PARM-CARD
		AT END MOVE SPACES TO WS-E18-PARM-CARD
	END-READ.
	CLOSE E18PARM-FILE.
	MOVE 0 TO WS-E18-BLANKS.
	INSPECT FUNCTION TRIM(WS-E18-TRI-X, TRAILING) TALLYING WS-E18-BLANKS
		FOR ALL SPACE.
	IF WS-E18-TRI-X(1:1) IS NOT ALPHABETIC OR WS-E18-TRI-X(1:1) = SPACE
			OR WS-E18-BLANKS > 0 THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED TRIANGLE FILE NAME '"
			WS-E18-TRI-X "' - A LETTER FIRST, NO EMBEDDED SPACES"
		MOVE "EI01" TO WS-DIAG-CODE
		MOVE WS-E18-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E18-TRI-X TO WS-E18-TRI-NAME.

*> Load and validate the triangle: the header's row count first, then
*> every row cut into its two-digit cells, each checked numeric, and
*> anything past a row's last cell listed too - bad input is listed
*> whole and rejected, never half-loaded, as with E11GRID
	TRI-LOAD-PARA.
	OPEN OUTPUT E18DQRPT-FILE.
	MOVE SPACES TO E18DQRPT-RECORD.
	STRING WS-E18-TRI-NAME DELIMITED BY SPACE
		" TRIANGLE DATA-QUALITY REPORT" DELIMITED BY SIZE
		INTO E18DQRPT-RECORD
	END-STRING.
	WRITE E18DQRPT-RECORD.
	OPEN INPUT E18TRI-FILE.
	IF WS-E18-TRI-STATUS NOT = "00" THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED - " WS-E18-TRI-NAME
			" NOT ON FILE"
		MOVE "EI02" TO WS-DIAG-CODE
		MOVE WS-E18-TRI-NAME TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
		CLOSE E18DQRPT-FILE
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E18-BUF.
	READ E18TRI-FILE INTO WS-E18-BUF
		AT END MOVE 1 TO WS-E18-EOF
	END-READ.
	IF WS-E18-EOF = 1
			OR WS-E18-BUF(1:4) NOT = "HDR "
			OR WS-E18-BUF(5:3) IS NOT NUMERIC THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED - " WS-E18-TRI-NAME
			" MUST OPEN WITH 'HDR ' + ROW COUNT"
		MOVE "EI02" TO WS-DIAG-CODE
		MOVE WS-E18-BUF(1:7) TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
		CLOSE E18TRI-FILE
		CLOSE E18DQRPT-FILE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E18-BUF(5:3) TO WS-E18-ROWS.
	IF WS-E18-ROWS < 1 OR WS-E18-ROWS > 100 THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED ROW COUNT " WS-E18-ROWS
			" - MUST BE 001 THROUGH 100"
		MOVE "EI02" TO WS-DIAG-CODE
		MOVE WS-E18-BUF(5:3) TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
		CLOSE E18TRI-FILE
		CLOSE E18DQRPT-FILE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-E18-ROW-NO.
	PERFORM TRI-ROW-PARA UNTIL WS-E18-EOF = 1
		OR WS-E18-ROW-NO >= WS-E18-ROWS.
	CLOSE E18TRI-FILE.
	IF WS-E18-ROW-NO < WS-E18-ROWS THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED - HEADER PROMISES "
			WS-E18-ROWS " ROWS, " WS-E18-ROW-NO " ON FILE"
		MOVE "EI02" TO WS-DIAG-CODE
		MOVE WS-E18-ROW-NO TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
	END-IF.
	MOVE SPACES TO E18DQRPT-RECORD.
	STRING "BAD CELLS FOUND: " WS-E18-DQ-COUNT
		DELIMITED BY SIZE INTO E18DQRPT-RECORD
	END-STRING.
	WRITE E18DQRPT-RECORD.
	CLOSE E18DQRPT-FILE.
	IF WS-E18-DQ-COUNT > 0 THEN
		DISPLAY FUNCTION TRIM(WS-E18-PROBLEM) ": REJECTED - " WS-E18-DQ-COUNT " BAD"
			" CELL(S) IN " WS-E18-TRI-NAME ", SEE " WS-E18-DQ-NAME
		MOVE "EI02" TO WS-DIAG-CODE
		MOVE WS-E18-DQ-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E18-REJECTED
	END-IF.

	TRI-ROW-PARA.
	MOVE SPACES TO WS-E18-BUF.
	READ E18TRI-FILE INTO WS-E18-BUF
		AT END MOVE 1 TO WS-E18-EOF
	END-READ.
	IF WS-E18-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E18-ROW-NO.
	PERFORM TRI-CELL-PARA VARYING WS-C FROM 1 BY 1
		UNTIL WS-C > WS-E18-ROW-NO.
	COMPUTE WS-E18-POS = WS-E18-ROW-NO * 3.
	IF WS-E18-BUF(WS-E18-POS:) NOT = SPACES THEN
		ADD 1 TO WS-E18-DQ-COUNT
		MOVE WS-E18-ROW-NO TO WS-E18-DQ-ROW
		COMPUTE WS-E18-DQ-COL = WS-E18-ROW-NO + 1
*> a full 100-cell row leaves only the last byte of the buffer
		IF WS-E18-POS < 300 THEN
			MOVE WS-E18-BUF(WS-E18-POS + 1:2) TO WS-E18-DQ-VAL
		ELSE
			MOVE WS-E18-BUF(WS-E18-POS:1) TO WS-E18-DQ-VAL
		END-IF
		WRITE E18DQRPT-RECORD FROM WS-E18-DQ-LINE
	END-IF.

	TRI-CELL-PARA.
	COMPUTE WS-E18-POS = (WS-C - 1) * 3 + 1.
	MOVE WS-E18-BUF(WS-E18-POS:2) TO WS-E18-CELL-X.
	IF WS-E18-CELL-X IS NUMERIC THEN
		MOVE WS-E18-CELL-X TO WS-E18-CELL(WS-E18-ROW-NO, WS-C)
	ELSE
		ADD 1 TO WS-E18-DQ-COUNT
		MOVE WS-E18-ROW-NO TO WS-E18-DQ-ROW
		MOVE WS-C TO WS-E18-DQ-COL
		MOVE WS-E18-CELL-X TO WS-E18-DQ-VAL
		WRITE E18DQRPT-RECORD FROM WS-E18-DQ-LINE
		MOVE 0 TO WS-E18-CELL(WS-E18-ROW-NO, WS-C)
	END-IF.

*> The base row's best totals are its own cells
	BASE-PARA.
	MOVE WS-E18-CELL(WS-E18-ROWS, WS-C) TO WS-E18-BEST(WS-E18-ROWS, WS-C).

*> Row WS-R - 1 from row WS-R: each cell plus the better of the two
*> best totals beneath it
	UP-ROW-PARA.
	PERFORM UP-CELL-PARA VARYING WS-C FROM 1 BY 1
		UNTIL WS-C > WS-R - 1.

	UP-CELL-PARA.
	IF WS-E18-BEST(WS-R, WS-C) >= WS-E18-BEST(WS-R, WS-C + 1) THEN
		COMPUTE WS-E18-BEST(WS-R - 1, WS-C) =
			WS-E18-CELL(WS-R - 1, WS-C) + WS-E18-BEST(WS-R, WS-C)
	ELSE
		COMPUTE WS-E18-BEST(WS-R - 1, WS-C) =
			WS-E18-CELL(WS-R - 1, WS-C) + WS-E18-BEST(WS-R, WS-C + 1)
	END-IF.

*> The dated report: the winning path traced back down from the apex,
*> at each row taking whichever cell below carries the better best
*> total (the left one on a tie)
	REPORT-PARA.
	MOVE SPACES TO WS-GENS-BASE.
	STRING WS-E18-TAG "RPT" DELIMITED BY SIZE INTO WS-GENS-BASE
	END-STRING.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E18-RPT-NAME.
	OPEN OUTPUT E18RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE SPACES TO WS-DTL-TITLE.
	STRING WS-E18-PROBLEM DELIMITED BY SPACE
		" - MAXIMUM PATH DOWN THE NUMBER TRIANGLE"
		DELIMITED BY SIZE INTO WS-DTL-TITLE
	END-STRING.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "TRIANGLE FILE " WS-E18-TRI-NAME "  ROWS " WS-E18-ROWS
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "STEP  ROW  COLUMN  VALUE  RUNNING TOTAL"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 1 TO WS-C.
	MOVE 0 TO WS-E18-RUNNING.
	PERFORM PATH-STEP-PARA VARYING WS-R FROM 1 BY 1
		UNTIL WS-R > WS-E18-ROWS.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "PATH TOTAL " WS-E18-TOTAL
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E18RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E18-PROBLEM TO WS-MAN-PROBLEM
		MOVE WS-E18-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	PATH-STEP-PARA.
	IF WS-R > 1 THEN
		IF WS-E18-BEST(WS-R, WS-C + 1) > WS-E18-BEST(WS-R, WS-C) THEN
			ADD 1 TO WS-C
		END-IF
	END-IF.
	ADD WS-E18-CELL(WS-R, WS-C) TO WS-E18-RUNNING.
	ADD 1 TO WS-E18-USED.
	MOVE WS-R TO WS-E18-PL-STEP.
	MOVE WS-R TO WS-E18-PL-ROW.
	MOVE WS-C TO WS-E18-PL-COL.
	MOVE WS-E18-CELL(WS-R, WS-C) TO WS-E18-PL-VALUE.
	MOVE WS-E18-RUNNING TO WS-E18-PL-RUNNING.
	MOVE WS-E18-PATH-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E18RPT-RECORD FROM WS-DTL-LINE.

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
