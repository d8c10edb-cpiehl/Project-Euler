*>             index on the log). Queries write no E2FIB file; an
*>             unknown mode or non-numeric argument rejects with
*>             the new E204.
*> 2026-10-15  E2PARM cols 88-90 (record 86 to 90 bytes) ask for the
*>             Pisano period report: for every modulus 2 through the
*>             limit given, the dated E2PRPT detail report shows the
*>             period of the run's seeded sequence mod m, the zero
*>             positions within one period, and how many zeros per
*>             period - so the even-term filter's one-in-three
*>             pattern can be checked against theory. It runs ahead
*>             of the generate or query work and changes neither; a
*>             bad limit rejects the run with the new E205.
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
*> 2026-10-15  the Pisano report's modulus counter widened to four
*>             digits - at a limit of 999 it wrapped to 000 instead of
*>             passing the limit, and the report never ended.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER2.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT E2PRPT-FILE ASSIGN TO WS-E2-PRPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
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
FD  E2PARM-FILE.
01  E2PARM-RECORD                  PIC X(90).

*> widened from 24 so the HDR/TRL control records fit; data rows are
*> still one term each (see E2FIB.cpy and E2HDR.cpy)
01  E2FIB-RECORD                   PIC X(42).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  E2PRPT-FILE.
01  E2PRPT-RECORD                  PIC X(88).
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
	COPY E2PARM.
	COPY E2FIB.
	COPY E2HDR.
	COPY E2PRPT.
	COPY DTLHDR.
	COPY GENSDAT.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-N PIC 9(18) VALUE 1.
	01 WS-E2-REJECTED PIC 9 VALUE 0.
	01 WS-E2-QTERM PIC 9(18) VALUE 0.

*> Pisano period report: the (previous, current) residue pair walks
*> until it returns to the seeds' pair - the recurrence runs backward
*> as well as forward mod m, so the walk is purely periodic and the
*> period is at most 6m
	01 WS-E2-PRPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E2-PIS-LIMIT PIC 9(3) VALUE 0.
*> one wider than the limit, so the walk can step past a limit of 999
	01 WS-E2-PIS-M PIC 9(4) VALUE 0.
	01 WS-E2-PIS-X0 PIC 9(3) VALUE 0.
	01 WS-E2-PIS-Y0 PIC 9(3) VALUE 0.
	01 WS-E2-PIS-X PIC 9(3) VALUE 0.
	01 WS-E2-PIS-Y PIC 9(3) VALUE 0.
	01 WS-E2-PIS-T PIC 9(4) VALUE 0.
	01 WS-E2-PIS-Q PIC 9(18) VALUE 0.
	01 WS-E2-PIS-STEP PIC 9(5) VALUE 0.
	01 WS-E2-PIS-CAP PIC 9(5) VALUE 0.
	01 WS-E2-PIS-ZEROS PIC 9(5) VALUE 0.
	01 WS-E2-PIS-FIRST PIC 9(5) VALUE 0.
	01 WS-E2-PIS-LAST PIC 9(5) VALUE 0.
	01 WS-E2-PIS-GAP PIC 9(5) VALUE 0.
	01 WS-E2-PIS-EVEN PIC 9 VALUE 0.
	01 WS-E2-PIS-SHOWN PIC 9 VALUE 0.
	01 WS-E2-PIS-PTR PIC 9(3) VALUE 1.
	01 WS-E2-PIS-EDIT PIC Z(4)9.
	01 WS-E2-PIS-SEED-EDIT PIC Z(17)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER2" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER2" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E2-MODULUS < 2 THEN
		DISPLAY "EULER2: REJECTED MODULUS " WS-E2-MODULUS
		END-IF
		GOBACK
	END-IF.
	IF WS-E2-PISANO-X NOT = SPACES THEN
		PERFORM PISANO-PARA
		IF WS-E2-REJECTED = 1 THEN
			MOVE 16 TO RETURN-CODE
			IF NOT WS-MODE-IS-TEST THEN
				PERFORM AUDIT-WRITE-PARA
			END-IF
			GOBACK
		END-IF
	END-IF.
	IF FUNCTION TRIM(WS-E2-QUERY) NOT = SPACES THEN
		PERFORM QUERY-PARA
		GOBACK
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> Pisano period report for every modulus 2 through the card's limit
	PISANO-PARA.
	IF WS-E2-PISANO-X IS NOT NUMERIC THEN
		MOVE 0 TO WS-E2-PIS-LIMIT
	ELSE
		MOVE WS-E2-PISANO-X TO WS-E2-PIS-LIMIT
	END-IF.
	IF WS-E2-PIS-LIMIT < 2 THEN
		DISPLAY "EULER2: REJECTED PISANO LIMIT '" WS-E2-PISANO-X
			"' - MUST BE 2 THROUGH 999 OR BLANK (COLS 88-90)"
		MOVE "E205" TO WS-DIAG-CODE
		MOVE WS-E2-PISANO-X TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E2-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE "E2PRPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E2-PRPT-NAME.
	OPEN OUTPUT E2PRPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER2 - PISANO PERIODS OF THE SEEDED SEQUENCE" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	MOVE 1 TO WS-E2-PIS-PTR.
	MOVE WS-LASTN TO WS-E2-PIS-SEED-EDIT.
	STRING "SEEDS " FUNCTION TRIM(WS-E2-PIS-SEED-EDIT) " AND "
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT WITH POINTER WS-E2-PIS-PTR
	END-STRING.
	MOVE WS-N TO WS-E2-PIS-SEED-EDIT.
	STRING FUNCTION TRIM(WS-E2-PIS-SEED-EDIT) "  MODULI 2 THROUGH "
		WS-E2-PIS-LIMIT
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT WITH POINTER WS-E2-PIS-PTR
	END-STRING.
	MOVE "  M   PERIOD  ZEROS  SPACING  ZERO POSITIONS IN ONE PERIOD"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM PISANO-MOD-PARA VARYING WS-E2-PIS-M FROM 2 BY 1
		UNTIL WS-E2-PIS-M > WS-E2-PIS-LIMIT.
	PERFORM DTL-END-PARA.
	CLOSE E2PRPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER2" TO WS-MAN-PROBLEM
		MOVE WS-E2-PRPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	PISANO-MOD-PARA.
	DIVIDE WS-LASTN BY WS-E2-PIS-M GIVING WS-E2-PIS-Q
		REMAINDER WS-E2-PIS-X0.
	DIVIDE WS-N BY WS-E2-PIS-M GIVING WS-E2-PIS-Q
		REMAINDER WS-E2-PIS-Y0.
	MOVE WS-E2-PIS-X0 TO WS-E2-PIS-X.
	MOVE WS-E2-PIS-Y0 TO WS-E2-PIS-Y.
	COMPUTE WS-E2-PIS-CAP = 6 * WS-E2-PIS-M.
	MOVE 0 TO WS-E2-PIS-STEP.
	MOVE 0 TO WS-E2-PIS-ZEROS.
	MOVE 0 TO WS-E2-PIS-FIRST.
	MOVE 0 TO WS-E2-PIS-LAST.
	MOVE 0 TO WS-E2-PIS-GAP.
	MOVE 1 TO WS-E2-PIS-EVEN.
	MOVE 0 TO WS-E2-PIS-SHOWN.
	MOVE 1 TO WS-E2-PIS-PTR.
	MOVE SPACES TO WS-E2-PRPT-POSITIONS.
	PERFORM PISANO-STEP-PARA.
	PERFORM PISANO-STEP-PARA
		UNTIL (WS-E2-PIS-X = WS-E2-PIS-X0 AND WS-E2-PIS-Y = WS-E2-PIS-Y0)
		OR WS-E2-PIS-STEP >= WS-E2-PIS-CAP.
*> the wrap from the last zero round to the first belongs to the
*> spacing as well
	IF WS-E2-PIS-ZEROS > 1 THEN
		IF WS-E2-PIS-STEP - WS-E2-PIS-LAST + WS-E2-PIS-FIRST
				NOT = WS-E2-PIS-GAP THEN
			MOVE 0 TO WS-E2-PIS-EVEN
		END-IF
	END-IF.
	MOVE WS-E2-PIS-M TO WS-E2-PRPT-MODULUS.
	IF WS-E2-PIS-M = WS-E2-MODULUS THEN
		MOVE "*" TO WS-E2-PRPT-MARK
	ELSE
		MOVE SPACE TO WS-E2-PRPT-MARK
	END-IF.
	MOVE WS-E2-PIS-STEP TO WS-E2-PRPT-PERIOD.
	MOVE WS-E2-PIS-ZEROS TO WS-E2-PRPT-ZEROS.
	EVALUATE TRUE
		WHEN WS-E2-PIS-ZEROS = 0
			MOVE "  NONE" TO WS-E2-PRPT-SPACING
			MOVE "(NO TERM IN THE PERIOD IS DIVISIBLE BY M)"
				TO WS-E2-PRPT-POSITIONS
		WHEN WS-E2-PIS-EVEN = 0
			MOVE "UNEVEN" TO WS-E2-PRPT-SPACING
		WHEN OTHER
			DIVIDE WS-E2-PIS-STEP BY WS-E2-PIS-ZEROS
				GIVING WS-E2-PIS-EDIT
			MOVE WS-E2-PIS-EDIT TO WS-E2-PRPT-SPACING(2:5)
			MOVE SPACE TO WS-E2-PRPT-SPACING(1:1)
	END-EVALUATE.
	MOVE WS-E2-PRPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	IF WS-E2-PIS-M = WS-E2-MODULUS THEN
		DISPLAY "EULER2: FILTER MODULUS " WS-E2-PIS-M " - PERIOD "
			WS-E2-PIS-STEP ", " WS-E2-PIS-ZEROS " ZERO(S) PER PERIOD"
	END-IF.

*> One step of the residue walk; a zero is noted, its position listed
*> while there is room, and the gap from the previous zero compared
	PISANO-STEP-PARA.
	COMPUTE WS-E2-PIS-T = WS-E2-PIS-X + WS-E2-PIS-Y.
	IF WS-E2-PIS-T >= WS-E2-PIS-M THEN
		SUBTRACT WS-E2-PIS-M FROM WS-E2-PIS-T
	END-IF.
	ADD 1 TO WS-E2-PIS-STEP.
	MOVE WS-E2-PIS-Y TO WS-E2-PIS-X.
	MOVE WS-E2-PIS-T TO WS-E2-PIS-Y.
	IF WS-E2-PIS-T NOT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E2-PIS-ZEROS.
	IF WS-E2-PIS-ZEROS = 1 THEN
		MOVE WS-E2-PIS-STEP TO WS-E2-PIS-FIRST
	ELSE
		IF WS-E2-PIS-ZEROS = 2 THEN
			COMPUTE WS-E2-PIS-GAP = WS-E2-PIS-STEP - WS-E2-PIS-LAST
		ELSE
			IF WS-E2-PIS-STEP - WS-E2-PIS-LAST NOT = WS-E2-PIS-GAP THEN
				MOVE 0 TO WS-E2-PIS-EVEN
			END-IF
		END-IF
	END-IF.
	MOVE WS-E2-PIS-STEP TO WS-E2-PIS-LAST.
	IF WS-E2-PIS-SHOWN = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E2-PIS-STEP TO WS-E2-PIS-EDIT.
	IF WS-E2-PIS-PTR > 1 THEN
		STRING ", " DELIMITED BY SIZE
			INTO WS-E2-PRPT-POSITIONS WITH POINTER WS-E2-PIS-PTR
		END-STRING
	END-IF.
	IF WS-E2-PIS-PTR > 50 THEN
		STRING "..." DELIMITED BY SIZE
			INTO WS-E2-PRPT-POSITIONS WITH POINTER WS-E2-PIS-PTR
		END-STRING
		MOVE 1 TO WS-E2-PIS-SHOWN
	ELSE
		STRING FUNCTION TRIM(WS-E2-PIS-EDIT) DELIMITED BY SIZE
			INTO WS-E2-PRPT-POSITIONS WITH POINTER WS-E2-PIS-PTR
		END-STRING
	END-IF.

	DTL-PUT-PARA.
	WRITE E2PRPT-RECORD FROM WS-DTL-LINE.

	B-PARA.
	COMPUTE WS-NEWN = WS-N + WS-LASTN
		ON SIZE ERROR
	MOVE WS-N TO WS-LASTN.
	MOVE WS-NEWN TO WS-N.

	COPY DTLPRT.
	COPY GENSPRC.

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
