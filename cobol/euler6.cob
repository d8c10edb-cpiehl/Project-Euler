*>             manifest EULRMANI (MANDAT.cpy/MANPRC.cpy) per report
*>             file this program produces, so the EULRMINQ inquiry
*>             lists the run's complete output set.
*> 2026-10-15  the statistic is now computed from the closed forms -
*>             sum = N(N+1)/2, sum of squares = N(N+1)(2N+1)/6 - on
*>             the shared 36-digit wide service (WIDEDAT.cpy/
*>             WIDEPRC.cpy) instead of the 18-digit loop, whose
*>             square of the sum overflowed silently once N passed a
*>             few tens of thousands. The old brute-force loop still
*>             runs as a cross-check for N up to WS-E6-BF-MAX, and a
*>             disagreement rejects that N (E603). E6RPT carries the
*>             wide columns (record 93 to 134 bytes), a wide last
*>             result goes out through the wide-result handoff to
*>             the banner and EULREXP, and an N whose statistic
*>             cannot be carried even at 36 digits is rejected with
*>             E602 instead of printing a wrapped number.
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
PROGRAM-ID. EULER6.
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
FD  E6PARM-FILE.
01  E6PARM-RECORD                  PIC X(9).

FD  E6RPT-FILE.
01  E6RPT-RECORD                   PIC X(134).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.

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
	COPY E6PARM.
	COPY E6RPT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.
	COPY WIDEDAT.

	01 WS-E6-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-EOF PIC 9 VALUE 0.
	01 WS-SQUAREOFSUMS PIC 9(18) VALUE 0.
	01 WS-SUMOFSQUARES PIC 9(36) VALUE 0.
	01 WS-SQUARE-OF-SUM PIC 9(36) VALUE 0.
	01 WS-RESULT PIC 9(36) VALUE 0.
	01 WS-I PIC 9(9) VALUE 1.
	01 WS-REJECTED PIC 9 VALUE 0.
	01 WS-E18-CAP PIC 9(18) VALUE 999999999999999999.
*> brute-force cross-check: the loop's 18-digit accumulators hold the
*> sum of squares up to N = 10**6 (about 3.3 * 10**17)
	01 WS-E6-BF-MAX PIC 9(9) VALUE 1000000.
	01 WS-BF-SUM PIC 9(18) VALUE 0.
	01 WS-BF-SUMSQ PIC 9(18) VALUE 0.
	01 WS-E6-N-PLUS PIC 9(10) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER6" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER6" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	OPEN INPUT E6PARM-FILE.
	MOVE "E6RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER6 - SUM OF SQUARES VS SQUARE OF SUM" TO WS-DTL-TITLE.
	MOVE "N LIST FROM E6PARM, ONE LINE PER N" TO WS-DTL-PARM-TEXT.
	MOVE "        N                 SUM               SUM OF SQUARES  "
		& "                       SQUARE OF SUM              DIFFERENCE"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM READ-PARA.
	END-IF.
	MOVE "EULER6" TO WS-RPT-PROBLEM-ID.
	MOVE WS-RESULT TO WS-RPT-RESULT.
	IF WS-RESULT > WS-E18-CAP THEN
		MOVE WS-RESULT TO WS-RPT-RESULT-WIDE
		MOVE "Y" TO WS-RPT-WIDE-FLAG
		MOVE WS-RESULT TO WS-SUITE-RESULT-WIDE
		MOVE "Y" TO WS-SUITE-WIDE-FLAG
	END-IF.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RESULT TO WS-SUITE-RESULT.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-REJECTED
	ELSE
		PERFORM CLOSED-PARA
		IF WS-WIDE-OVERFLOWED THEN
			DISPLAY "EULER6: REJECTED INPUT " WS-E6-N
				" - STATISTIC PAST THE 36-DIGIT WIDE FIELDS"
			MOVE "E602" TO WS-DIAG-CODE
			MOVE WS-E6-PARM-CARD TO WS-DIAG-VALUE
			PERFORM DIAG-WRITE-PARA
			MOVE 1 TO WS-REJECTED
		ELSE
			PERFORM ROW-PARA
		END-IF
	END-IF.
	PERFORM READ-PARA.

*> Closed forms on the wide service: N(N+1) once, halved for the sum
*> and times (2N+1) over 6 for the sum of squares (both divisions
*> exact), then the square of the sum; the difference is never
*> negative, the square of the sum being the larger for every N
	CLOSED-PARA.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	COMPUTE WS-E6-N-PLUS = WS-E6-N + 1.
	MOVE WS-E6-N TO WS-WIDE-A.
	MOVE WS-E6-N-PLUS TO WS-WIDE-B.
	PERFORM WIDE-MULT-PARA.
	COMPUTE WS-SQUAREOFSUMS = WS-WIDE-R / 2
		ON SIZE ERROR
			MOVE 1 TO WS-WIDE-OVERFLOW
	END-COMPUTE.
	MOVE WS-WIDE-R TO WS-WIDE-A.
	COMPUTE WS-WIDE-B = 2 * WS-E6-N + 1.
	PERFORM WIDE-MULT-PARA.
	DIVIDE WS-WIDE-R BY 6 GIVING WS-SUMOFSQUARES.
	MOVE WS-SQUAREOFSUMS TO WS-WIDE-A.
	MOVE WS-SQUAREOFSUMS TO WS-WIDE-B.
	PERFORM WIDE-MULT-PARA.
	MOVE WS-WIDE-R TO WS-SQUARE-OF-SUM.
	SUBTRACT WS-SUMOFSQUARES FROM WS-SQUARE-OF-SUM GIVING WS-RESULT.

*> Cross-check a small N against the original loop, then write the row
	ROW-PARA.
	IF WS-E6-N <= WS-E6-BF-MAX THEN
		MOVE 0 TO WS-BF-SUM
		MOVE 0 TO WS-BF-SUMSQ
		PERFORM B-PARA VARYING WS-I FROM 1 BY 1 UNTIL WS-I = WS-E6-N + 1
		IF WS-BF-SUM NOT = WS-SQUAREOFSUMS
				OR WS-BF-SUMSQ NOT = WS-SUMOFSQUARES THEN
			DISPLAY "EULER6: REJECTED INPUT " WS-E6-N
				" - CLOSED FORM AND BRUTE-FORCE LOOP DISAGREE"
			MOVE "E603" TO WS-DIAG-CODE
			MOVE WS-E6-PARM-CARD TO WS-DIAG-VALUE
			PERFORM DIAG-WRITE-PARA
			MOVE 1 TO WS-REJECTED
			EXIT PARAGRAPH
		END-IF
	END-IF.
	MOVE WS-E6-N TO WS-E6-RPT-N.
	MOVE WS-SQUAREOFSUMS TO WS-E6-RPT-SUM.
	MOVE WS-SUMOFSQUARES TO WS-E6-RPT-SUMSQ.
	MOVE WS-SQUARE-OF-SUM TO WS-E6-RPT-SQSUM.
	MOVE WS-RESULT TO WS-E6-RPT-DIFF.
	MOVE WS-E6-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	B-PARA.
	ADD WS-I TO WS-BF-SUM.
	COMPUTE WS-BF-SUMSQ = WS-I * WS-I + WS-BF-SUMSQ.

	DTL-PUT-PARA.
	WRITE E6RPT-RECORD FROM WS-DTL-LINE.

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
