*> Starting in the top left corner of a grid and moving only right
*>   and down, how many routes are there to the bottom right corner
*>   of a 20 x 20 grid?
*> Answer (20 x 20): 137846528820
*> compile with cobc -free -O -x -o euler15.exe -I copy euler15.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the grid comes off the E15PARM card
*>             (E15PARM.cpy: N rows cols 01-02, M columns cols 04-05,
*>             01-99 each; EF01 on a bad card). A route is N down
*>             moves and M right moves in some order, so the count is
*>             the binomial coefficient C(N+M, N) - built here the way
*>             it is taught, row by row down Pascal's triangle, each
*>             entry the sum of the two above it, on the shared
*>             36-digit wide service (no multiply or divide, so no
*>             intermediate ever runs wider than the answer's own
*>             row). Every entry carries its own overflow mark, since
*>             the middle of a deep row outgrows 36 digits long
*>             before the edges do; a count past 36 digits is
*>             reported (EF02), never wrapped. Col 07 = T also writes
*>             every row of the table to the dated E15RPT on the
*>             shared writer, noted on EULRGENS and the output
*>             manifest. Count as the banner result, the usual
*>             audit/export hookup, EULER15 on EULREF.
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

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E15PARM-FILE ASSIGN TO "E15PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E15-PARM-STATUS.
	SELECT E15RPT-FILE ASSIGN TO WS-E15-RPT-NAME
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

DATA DIVISION.
FILE SECTION.
FD  E15PARM-FILE.
01  E15PARM-RECORD                 PIC X(07).

FD  E15RPT-FILE.
01  E15RPT-RECORD                  PIC X(132).

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
	WORKING-STORAGE SECTION.
	COPY E15PARM.
	COPY WIDEDAT.
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
	COPY EXPDAT.

	01 WS-E15-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E15-N PIC 9(2) VALUE 0.
	01 WS-E15-M PIC 9(2) VALUE 0.
	01 WS-E15-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E15-REJECTED PIC 9 VALUE 0.

*> one row of Pascal's triangle, updated in place row to row: entry
*> K holds C(row, K-1), with its own overflow mark - an entry marked
*> over stays over, and so does everything summed from it
	01 WS-E15-DEPTH PIC 9(3) VALUE 0.
	01 WS-E15-ROW-NO PIC 9(3) VALUE 0.
	01 WS-E15-K PIC 9(3) VALUE 0.
	01 WS-E15-TRIANGLE.
		05 WS-E15-ENTRY OCCURS 199 TIMES.
			10 WS-E15-CELL         PIC 9(36).
			10 WS-E15-OVER         PIC 9(01).
	01 WS-E15-PATHS PIC 9(36) VALUE 0.
	01 WS-E15-OVER-COUNT PIC 9(5) VALUE 0.
	01 WS-E18-CAP PIC 9(18) VALUE 999999999999999999.

*> one printed row: the row tag, then the entries left to right,
*> carried onto continuation lines as the row outgrows the page
	01 WS-E15-LINE PIC X(132) VALUE SPACES.
	01 WS-E15-PTR PIC 9(3) VALUE 0.
	01 WS-E15-TOKEN PIC X(36) VALUE SPACES.
	01 WS-E15-TOKEN-LEN PIC 9(2) VALUE 0.
	01 WS-E15-ROW-EDIT PIC ZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER15" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER15" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E15-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	COMPUTE WS-E15-DEPTH = WS-E15-N + WS-E15-M.
	IF WS-E15-WANT-TABLE THEN
		PERFORM REPORT-OPEN-PARA
	END-IF.
	MOVE 1 TO WS-E15-CELL(1).
	MOVE 0 TO WS-E15-OVER(1).
	MOVE 0 TO WS-E15-ROW-NO.
	IF WS-E15-WANT-TABLE THEN
		PERFORM ROW-PRINT-PARA
	END-IF.
	PERFORM ROW-PARA VARYING WS-E15-ROW-NO FROM 1 BY 1
		UNTIL WS-E15-ROW-NO > WS-E15-DEPTH.
	IF WS-E15-WANT-TABLE THEN
		PERFORM REPORT-CLOSE-PARA
	END-IF.
	COMPUTE WS-E15-K = WS-E15-N + 1.
	IF WS-E15-OVER(WS-E15-K) = 1 THEN
		DISPLAY "EULER15: REJECTED - ROUTES THROUGH A " WS-E15-N
			" X " WS-E15-M " GRID RUN PAST 36 DIGITS"
		MOVE "EF02" TO WS-DIAG-CODE
		MOVE WS-E15-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE WS-E15-CELL(WS-E15-K) TO WS-E15-PATHS.
	MOVE WS-E15-PATHS TO WS-WIDE-EDIT.
	DISPLAY "EULER15: " FUNCTION TRIM(WS-WIDE-EDIT) " ROUTES THROUGH A "
		WS-E15-N " X " WS-E15-M " GRID - C(" WS-E15-DEPTH ", "
		WS-E15-N ")".
	MOVE WS-E15-PATHS TO WS-RPT-RESULT.
	MOVE WS-E15-PATHS TO WS-SUITE-RESULT.
	IF WS-E15-PATHS > WS-E18-CAP THEN
		MOVE WS-E15-PATHS TO WS-RPT-RESULT-WIDE
		MOVE "Y" TO WS-RPT-WIDE-FLAG
		MOVE WS-E15-PATHS TO WS-SUITE-RESULT-WIDE
		MOVE "Y" TO WS-SUITE-WIDE-FLAG
	END-IF.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E15-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E15-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E15PARM-FILE.
	IF WS-E15-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER15: REJECTED - E15PARM CARD NOT FOUND"
		MOVE "EF01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E15-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E15-PARM-CARD.
	READ E15PARM-FILE INTO WS-E15-PARM-CARD
		AT END MOVE SPACES TO WS-E15-PARM-CARD
	END-READ.
	CLOSE E15PARM-FILE.
	IF WS-E15-N-X IS NOT NUMERIC OR WS-E15-N-X = "00"
			OR WS-E15-M-X IS NOT NUMERIC OR WS-E15-M-X = "00" THEN
		DISPLAY "EULER15: REJECTED GRID '" WS-E15-N-X "' X '"
			WS-E15-M-X "' - ROWS AND COLUMNS MUST EACH BE 01"
			" THROUGH 99"
		MOVE "EF01" TO WS-DIAG-CODE
		MOVE WS-E15-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E15-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E15-TABLE-SW NOT = "T" AND WS-E15-TABLE-SW NOT = SPACE THEN
		DISPLAY "EULER15: REJECTED TABLE SWITCH '" WS-E15-TABLE-SW
			"' - MUST BE T OR BLANK"
		MOVE "EF01" TO WS-DIAG-CODE
		MOVE WS-E15-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E15-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E15-N-X TO WS-E15-N.
	MOVE WS-E15-M-X TO WS-E15-M.

*> Row WS-E15-ROW-NO from the row above it, right to left so each
*> entry still sees the old value to its left: a new 1 on the right
*> edge, then C(r, k) = C(r-1, k) + C(r-1, k-1) inward
	ROW-PARA.
	COMPUTE WS-E15-K = WS-E15-ROW-NO + 1.
	MOVE 1 TO WS-E15-CELL(WS-E15-K).
	MOVE 0 TO WS-E15-OVER(WS-E15-K).
	PERFORM ENTRY-PARA VARYING WS-E15-K FROM WS-E15-ROW-NO BY -1
		UNTIL WS-E15-K < 2.
	IF WS-E15-WANT-TABLE THEN
		PERFORM ROW-PRINT-PARA
	END-IF.

	ENTRY-PARA.
	IF WS-E15-OVER(WS-E15-K) = 1 OR WS-E15-OVER(WS-E15-K - 1) = 1 THEN
		MOVE 1 TO WS-E15-OVER(WS-E15-K)
		MOVE 0 TO WS-E15-CELL(WS-E15-K)
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	MOVE WS-E15-CELL(WS-E15-K) TO WS-WIDE-A.
	MOVE WS-E15-CELL(WS-E15-K - 1) TO WS-WIDE-B.
	PERFORM WIDE-ADD-PARA.
	IF WS-WIDE-OVERFLOWED THEN
		MOVE 1 TO WS-E15-OVER(WS-E15-K)
		MOVE 0 TO WS-E15-CELL(WS-E15-K)
		ADD 1 TO WS-E15-OVER-COUNT
	ELSE
		MOVE WS-WIDE-R TO WS-E15-CELL(WS-E15-K)
	END-IF.
	MOVE 0 TO WS-WIDE-OVERFLOW.

*> The dated E15RPT: one block per row of the triangle, 0 through
*> N+M, the answer's entry being C(N+M, N) on the last row
	REPORT-OPEN-PARA.
	MOVE "E15RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E15-RPT-NAME.
	OPEN OUTPUT E15RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER15 - PASCAL'S TRIANGLE BEHIND THE LATTICE-PATH COUNT"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "GRID " WS-E15-N " X " WS-E15-M "  ROWS 0 THROUGH "
		WS-E15-DEPTH "  ANSWER C(" WS-E15-DEPTH ", " WS-E15-N ")"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "ROW      C(ROW, 0), C(ROW, 1), ... C(ROW, ROW)"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.

	REPORT-CLOSE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "ENTRIES PAST 36 DIGITS: " WS-E15-OVER-COUNT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E15RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER15" TO WS-MAN-PROBLEM
		MOVE WS-E15-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	ROW-PRINT-PARA.
	MOVE SPACES TO WS-E15-LINE.
	MOVE WS-E15-ROW-NO TO WS-E15-ROW-EDIT.
	STRING "ROW " WS-E15-ROW-EDIT DELIMITED BY SIZE INTO WS-E15-LINE
	END-STRING.
	MOVE 10 TO WS-E15-PTR.
	PERFORM ENTRY-PRINT-PARA VARYING WS-E15-K FROM 1 BY 1
		UNTIL WS-E15-K > WS-E15-ROW-NO + 1.
	MOVE WS-E15-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

*> One entry onto the row's line - the line is written and a
*> continuation started when the entry would run past column 132
	ENTRY-PRINT-PARA.
	IF WS-E15-OVER(WS-E15-K) = 1 THEN
		MOVE "PAST-36-DIGITS" TO WS-E15-TOKEN
	ELSE
		MOVE WS-E15-CELL(WS-E15-K) TO WS-WIDE-EDIT
		MOVE FUNCTION TRIM(WS-WIDE-EDIT) TO WS-E15-TOKEN
	END-IF.
	MOVE 0 TO WS-E15-TOKEN-LEN.
	INSPECT WS-E15-TOKEN TALLYING WS-E15-TOKEN-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
	IF WS-E15-PTR + WS-E15-TOKEN-LEN > 133 THEN
		MOVE WS-E15-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		MOVE SPACES TO WS-E15-LINE
		MOVE 10 TO WS-E15-PTR
	END-IF.
	STRING WS-E15-TOKEN(1:WS-E15-TOKEN-LEN) " " DELIMITED BY SIZE
		INTO WS-E15-LINE WITH POINTER WS-E15-PTR
	END-STRING.

	DTL-PUT-PARA.
	WRITE E15RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY WIDEPRC.

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
