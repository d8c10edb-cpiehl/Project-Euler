*>             winning product with its position and direction; the
*>             usual audit/export hookup and an EULREF entry like
*>             every other problem.
*> 2026-10-15  a dated E11RPT detail report on the shared writer
*>             (E11RPT.cpy): the top K windows over all four
*>             directions, then the best window in each direction,
*>             every line with its start row/column, direction, and
*>             the cells multiplied. K is a new E11PARM column (cols
*>             04-05, 01-50, blank = 10; EB01 otherwise). A window
*>             holding a zero cell can only ever multiply to zero, so
*>             it is now skipped before the multiply and counted; the
*>             count is the report's closing line. The report is
*>             noted on EULRGENS and the output manifest like the
*>             other dated reports.
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
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the grid rows read
*>             off E11GRID by the load against the rows the scan
*>             went over for E11RPT. A grid refused after its rows
*>             were read (bad cells, fewer rows than the header
*>             promises) posts every row read as rejected. Not
*>             posted in TEST mode.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULER11.

		FILE STATUS WS-E11-GRID-STATUS.
	SELECT E11DQRPT-FILE ASSIGN TO "E11DQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E11RPT-FILE ASSIGN TO WS-E11-RPT-NAME
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
FD  E11PARM-FILE.
01  E11PARM-RECORD                 PIC X(05).

FD  E11GRID-FILE.
01  E11GRID-RECORD                 PIC X(150).
FD  E11DQRPT-FILE.
01  E11DQRPT-RECORD                PIC X(60).

FD  E11RPT-FILE.
01  E11RPT-RECORD                  PIC X(124).

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
	COPY WIDEDAT.
	COPY E11RPT.
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

	01 WS-E11-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E11-GRID-STATUS PIC XX VALUE SPACES.
*> E11PARM: cols 01-02 adjacency length, cols 04-05 how many of the
*> best windows E11RPT ranks (blank = 10)
	01 WS-E11-PARM-CARD.
		05 WS-E11-ADJ-X            PIC X(02) VALUE SPACES.
		05 FILLER                  PIC X(01) VALUE SPACES.
		05 WS-E11-TOPK-X           PIC X(02) VALUE SPACES.
	01 WS-E11-ADJ PIC 9(2) VALUE 0.
	01 WS-E11-TOPK PIC 9(2) VALUE 10.
	01 WS-E11-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E11-REJECTED PIC 9 VALUE 0.
	01 WS-E11-EOF PIC 9 VALUE 0.
	01 WS-E11-DQ-COUNT PIC 9(6) VALUE 0.
			10 WS-E11-CELL PIC 9(2) OCCURS 50 TIMES.
	01 WS-E11-BUF PIC X(150) VALUE SPACES.
	01 WS-E11-ROW-NO PIC 9(3) VALUE 0.
	01 WS-E11-ROWS-SCANNED PIC 9(3) VALUE 0.
	01 WS-E11-POS PIC 9(3) VALUE 0.
	01 WS-E11-CELL-X PIC X(2) VALUE SPACES.

	01 WS-E11-CC PIC S9(4) VALUE 0.
	01 WS-E11-PROD PIC 9(36) VALUE 0.
	01 WS-E11-DIR PIC X(8) VALUE SPACES.
	01 WS-E11-DIR-NO PIC 9 VALUE 0.
	01 WS-E11-HAS-ZERO PIC 9 VALUE 0.
	01 WS-E11-WINDOWS PIC 9(9) VALUE 0.
	01 WS-E11-ZERO-SKIPS PIC 9(9) VALUE 0.
	01 WS-E11-BEST PIC 9(36) VALUE 0.
	01 WS-E11-BEST-R PIC 9(3) VALUE 0.
	01 WS-E11-BEST-C PIC 9(3) VALUE 0.
	01 WS-E11-BEST-DIR PIC X(8) VALUE SPACES.
	01 WS-E18-CAP PIC 9(18) VALUE 999999999999999999.

*> the top-K windows over every direction, kept in descending product
*> order (the window scanned first keeps its place on a tie) - a new
*> window is slotted in where it belongs and the last row drops off
	01 WS-E11-TOP-TABLE.
		05 WS-E11-TOP-ROW OCCURS 50 TIMES.
			10 WS-E11-TOP-PROD     PIC 9(36) VALUE 0.
			10 WS-E11-TOP-R        PIC 9(3) VALUE 0.
			10 WS-E11-TOP-C        PIC 9(3) VALUE 0.
			10 WS-E11-TOP-DIR-NO   PIC 9 VALUE 0.
	01 WS-E11-TOP-FILLED PIC 9(2) VALUE 0.
	01 WS-E11-SLOT PIC 9(2) VALUE 0.
	01 WS-E11-TK PIC 9(2) VALUE 0.
	01 WS-E11-TJ PIC 9(2) VALUE 0.

*> the best window in each direction (1 ACROSS, 2 DOWN, 3 DIAG-SE,
*> 4 DIAG-SW); a zero start row means every window that way held a
*> zero cell
	01 WS-E11-DBEST-TABLE.
		05 WS-E11-DBEST-ROW OCCURS 4 TIMES.
			10 WS-E11-DBEST-PROD   PIC 9(36) VALUE 0.
			10 WS-E11-DBEST-R      PIC 9(3) VALUE 0.
			10 WS-E11-DBEST-C      PIC 9(3) VALUE 0.
	01 WS-E11-CELLS PIC X(53) VALUE SPACES.
	01 WS-E11-CELL-POS PIC 9(2) VALUE 0.

	01 WS-E11-DQ-LINE.
		05 FILLER                  PIC X(04) VALUE "ROW ".
		05 WS-E11-DQ-ROW           PIC Z(2)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER11" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER11" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E11-REJECTED = 0 THEN
		PERFORM GRID-LOAD-PARA
	IF WS-E11-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			IF WS-E11-ROW-NO > 0 THEN
				MOVE 0 TO WS-BAL-OUT
				MOVE WS-E11-ROW-NO TO WS-BAL-REJECTED
				PERFORM BALANCE-PARA
			END-IF
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	DISPLAY "EULER11: BEST PRODUCT " WS-E11-BEST " STARTS ROW "
		WS-E11-BEST-R " COL " WS-E11-BEST-C " RUNNING "
		WS-E11-BEST-DIR.
	PERFORM REPORT-PARA.
	MOVE WS-E11-BEST TO WS-RPT-RESULT.
	MOVE WS-E11-BEST TO WS-SUITE-RESULT.
	IF WS-E11-BEST > WS-E18-CAP THEN
	MOVE WS-E11-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E11-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E11-ROWS-SCANNED TO WS-BAL-OUT
		MOVE 0 TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Control totals onto EULRBAL: rows in as the load read them, the
*> caller sets out and rejected
	BALANCE-PARA.
	MOVE "E11GRID" TO WS-BAL-IN-FILE.
	MOVE "E11RPT" TO WS-BAL-OUT-FILE.
	MOVE WS-E11-ROW-NO TO WS-BAL-IN.
	MOVE 0 TO WS-BAL-CARRIED.
	PERFORM BAL-POST-PARA.

	P-PARA.
	OPEN INPUT E11PARM-FILE.
	IF WS-E11-PARM-STATUS NOT = "00" THEN
		AT END MOVE SPACES TO WS-E11-PARM-CARD
	END-READ.
	CLOSE E11PARM-FILE.
	IF WS-E11-ADJ-X IS NOT NUMERIC
			OR FUNCTION NUMVAL(WS-E11-ADJ-X) < 2
			OR FUNCTION NUMVAL(WS-E11-ADJ-X) > 18 THEN
		DISPLAY "EULER11: REJECTED ADJACENCY '" WS-E11-ADJ-X
			"' - MUST BE 02 THROUGH 18"
		MOVE "EB01" TO WS-DIAG-CODE
		MOVE WS-E11-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E11-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE FUNCTION NUMVAL(WS-E11-ADJ-X) TO WS-E11-ADJ.
	IF WS-E11-TOPK-X NOT = SPACES THEN
		IF WS-E11-TOPK-X IS NOT NUMERIC
				OR WS-E11-TOPK-X = "00"
				OR FUNCTION NUMVAL(WS-E11-TOPK-X) > 50 THEN
			DISPLAY "EULER11: REJECTED TOP-K '" WS-E11-TOPK-X
				"' - MUST BE 01 THROUGH 50, OR BLANK FOR 10"
			MOVE "EB01" TO WS-DIAG-CODE
			MOVE WS-E11-PARM-CARD TO WS-DIAG-VALUE
			PERFORM DIAG-WRITE-PARA
			MOVE 1 TO WS-E11-REJECTED
		ELSE
			MOVE FUNCTION NUMVAL(WS-E11-TOPK-X) TO WS-E11-TOPK
		END-IF
	END-IF.

*> Load and validate the grid: the header's dimensions first, then
		UNTIL WS-R > WS-E11-ROWS.

	SCAN-ROW-PARA.
	ADD 1 TO WS-E11-ROWS-SCANNED.
	PERFORM SCAN-CELL-PARA VARYING WS-C FROM 1 BY 1
		UNTIL WS-C > WS-E11-COLS.

	SCAN-CELL-PARA.
	PERFORM SCAN-DIR-PARA VARYING WS-E11-DIR-NO FROM 1 BY 1
		UNTIL WS-E11-DIR-NO > 4.

	SCAN-DIR-PARA.
	PERFORM DIR-SET-PARA.
	PERFORM LINE-PARA.

*> Direction number to step and name
	DIR-SET-PARA.
	EVALUATE WS-E11-DIR-NO
		WHEN 1
			MOVE 0 TO WS-E11-DR
			MOVE 1 TO WS-E11-DC
			MOVE "ACROSS" TO WS-E11-DIR
		WHEN 2
			MOVE 1 TO WS-E11-DR
			MOVE 0 TO WS-E11-DC
			MOVE "DOWN" TO WS-E11-DIR
		WHEN 3
			MOVE 1 TO WS-E11-DR
			MOVE 1 TO WS-E11-DC
			MOVE "DIAG-SE" TO WS-E11-DIR
		WHEN OTHER
			MOVE 1 TO WS-E11-DR
			MOVE -1 TO WS-E11-DC
			MOVE "DIAG-SW" TO WS-E11-DIR
	END-EVALUATE.

*> One window: the adjacency-length run from (WS-R, WS-C) in the
*> chosen direction, multiplied through the shared wide service -
*> a window leaving the grid is simply not a window, and one holding
*> a zero cell is counted and skipped without the multiply
	LINE-PARA.
	COMPUTE WS-E11-RR = WS-R + (WS-E11-ADJ - 1) * WS-E11-DR.
	COMPUTE WS-E11-CC = WS-C + (WS-E11-ADJ - 1) * WS-E11-DC.
			OR WS-E11-CC < 1 OR WS-E11-CC > WS-E11-COLS THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E11-WINDOWS.
	MOVE 0 TO WS-E11-HAS-ZERO.
	PERFORM LINE-ZERO-PARA VARYING WS-K FROM 0 BY 1
		UNTIL WS-K >= WS-E11-ADJ OR WS-E11-HAS-ZERO = 1.
	IF WS-E11-HAS-ZERO = 1 THEN
		ADD 1 TO WS-E11-ZERO-SKIPS
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-E11-PROD.
	PERFORM LINE-CELL-PARA VARYING WS-K FROM 0 BY 1
		UNTIL WS-K >= WS-E11-ADJ OR WS-WIDE-OVERFLOWED.
	IF NOT WS-WIDE-OVERFLOWED THEN
		IF WS-E11-PROD > WS-E11-BEST THEN
			MOVE WS-E11-PROD TO WS-E11-BEST
			MOVE WS-R TO WS-E11-BEST-R
			MOVE WS-C TO WS-E11-BEST-C
			MOVE WS-E11-DIR TO WS-E11-BEST-DIR
		END-IF
		IF WS-E11-PROD > WS-E11-DBEST-PROD(WS-E11-DIR-NO) THEN
			MOVE WS-E11-PROD TO WS-E11-DBEST-PROD(WS-E11-DIR-NO)
			MOVE WS-R TO WS-E11-DBEST-R(WS-E11-DIR-NO)
			MOVE WS-C TO WS-E11-DBEST-C(WS-E11-DIR-NO)
		END-IF
		PERFORM TOP-SLOT-PARA
	END-IF.
	MOVE 0 TO WS-WIDE-OVERFLOW.

	LINE-ZERO-PARA.
	COMPUTE WS-E11-RR = WS-R + WS-K * WS-E11-DR.
	COMPUTE WS-E11-CC = WS-C + WS-K * WS-E11-DC.
	IF WS-E11-CELL(WS-E11-RR, WS-E11-CC) = 0 THEN
		MOVE 1 TO WS-E11-HAS-ZERO
	END-IF.

	LINE-CELL-PARA.
	COMPUTE WS-E11-RR = WS-R + WS-K * WS-E11-DR.
	COMPUTE WS-E11-CC = WS-C + WS-K * WS-E11-DC.
	PERFORM WIDE-MULT-PARA.
	MOVE WS-WIDE-R TO WS-E11-PROD.

*> Slot the window into the top-K table, the same shape as
*> EULRPGAP's top-gap table
	TOP-SLOT-PARA.
	MOVE 0 TO WS-E11-SLOT.
	PERFORM TOP-FIND-PARA VARYING WS-E11-TK FROM WS-E11-TOPK BY -1
		UNTIL WS-E11-TK < 1.
	IF WS-E11-SLOT > 0 THEN
		IF WS-E11-TOP-FILLED < WS-E11-TOPK THEN
			ADD 1 TO WS-E11-TOP-FILLED
		END-IF
		PERFORM TOP-SHIFT-PARA VARYING WS-E11-TJ
			FROM WS-E11-TOP-FILLED BY -1
			UNTIL WS-E11-TJ <= WS-E11-SLOT
		MOVE WS-E11-PROD TO WS-E11-TOP-PROD(WS-E11-SLOT)
		MOVE WS-R TO WS-E11-TOP-R(WS-E11-SLOT)
		MOVE WS-C TO WS-E11-TOP-C(WS-E11-SLOT)
		MOVE WS-E11-DIR-NO TO WS-E11-TOP-DIR-NO(WS-E11-SLOT)
	END-IF.

	TOP-FIND-PARA.
	IF WS-E11-TK > WS-E11-TOP-FILLED
			OR WS-E11-PROD > WS-E11-TOP-PROD(WS-E11-TK) THEN
		MOVE WS-E11-TK TO WS-E11-SLOT
	END-IF.

	TOP-SHIFT-PARA.
	MOVE WS-E11-TOP-ROW(WS-E11-TJ - 1) TO WS-E11-TOP-ROW(WS-E11-TJ).

*> The dated E11RPT: the top-K ranking, the best window per
*> direction, and the window counts
	REPORT-PARA.
	MOVE "E11RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E11-RPT-NAME.
	OPEN OUTPUT E11RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER11 - GREATEST ADJACENT PRODUCTS IN THE GRID"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "GRID " WS-E11-ROWS " X " WS-E11-COLS "  ADJACENCY "
		WS-E11-ADJ "  TOP " WS-E11-TOPK
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "        START CELL  DIRECTION   PRODUCT, THEN THE CELLS"
		& " MULTIPLIED" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "TOP " WS-E11-TOPK " PRODUCTS, ALL DIRECTIONS"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM TOP-LINE-PARA VARYING WS-E11-TK FROM 1 BY 1
		UNTIL WS-E11-TK > WS-E11-TOP-FILLED.
	MOVE "BEST PRODUCT IN EACH DIRECTION" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM DBEST-LINE-PARA VARYING WS-E11-DIR-NO FROM 1 BY 1
		UNTIL WS-E11-DIR-NO > 4.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "WINDOWS EXAMINED " WS-E11-WINDOWS
		"  SKIPPED FOR A ZERO CELL " WS-E11-ZERO-SKIPS
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E11RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER11" TO WS-MAN-PROBLEM
		MOVE WS-E11-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	TOP-LINE-PARA.
	MOVE SPACES TO WS-E11-RPT-TAG.
	STRING "RANK " WS-E11-TK DELIMITED BY SIZE INTO WS-E11-RPT-TAG
	END-STRING.
	MOVE WS-E11-TOP-R(WS-E11-TK) TO WS-R.
	MOVE WS-E11-TOP-C(WS-E11-TK) TO WS-C.
	MOVE WS-E11-TOP-DIR-NO(WS-E11-TK) TO WS-E11-DIR-NO.
	MOVE WS-E11-TOP-PROD(WS-E11-TK) TO WS-E11-RPT-PROD.
	PERFORM WINDOW-LINE-PARA.

	DBEST-LINE-PARA.
	MOVE "BEST" TO WS-E11-RPT-TAG.
	MOVE WS-E11-DBEST-R(WS-E11-DIR-NO) TO WS-R.
	MOVE WS-E11-DBEST-C(WS-E11-DIR-NO) TO WS-C.
	MOVE WS-E11-DBEST-PROD(WS-E11-DIR-NO) TO WS-E11-RPT-PROD.
	IF WS-R = 0 THEN
		PERFORM DIR-SET-PARA
		MOVE 0 TO WS-E11-RPT-ROW
		MOVE 0 TO WS-E11-RPT-COL
		MOVE WS-E11-DIR TO WS-E11-RPT-DIR
		MOVE "EVERY WINDOW HELD A ZERO CELL" TO WS-E11-RPT-CELLS
		MOVE WS-E11-RPT-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	ELSE
		PERFORM WINDOW-LINE-PARA
	END-IF.

*> Finish a report line for the window at (WS-R, WS-C) in direction
*> WS-E11-DIR-NO - the product is already in place; the cells are
*> read back off the grid
	WINDOW-LINE-PARA.
	PERFORM DIR-SET-PARA.
	MOVE WS-R TO WS-E11-RPT-ROW.
	MOVE WS-C TO WS-E11-RPT-COL.
	MOVE WS-E11-DIR TO WS-E11-RPT-DIR.
	MOVE SPACES TO WS-E11-CELLS.
	PERFORM WINDOW-CELL-PARA VARYING WS-K FROM 0 BY 1
		UNTIL WS-K >= WS-E11-ADJ.
	MOVE WS-E11-CELLS TO WS-E11-RPT-CELLS.
	MOVE WS-E11-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	WINDOW-CELL-PARA.
	COMPUTE WS-E11-RR = WS-R + WS-K * WS-E11-DR.
	COMPUTE WS-E11-CC = WS-C + WS-K * WS-E11-DC.
	COMPUTE WS-E11-CELL-POS = WS-K * 3 + 1.
	MOVE WS-E11-CELL(WS-E11-RR, WS-E11-CC)
		TO WS-E11-CELLS(WS-E11-CELL-POS:2).

	DTL-PUT-PARA.
	WRITE E11RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY WIDEPRC.

	COPY NUMEDITP.

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
