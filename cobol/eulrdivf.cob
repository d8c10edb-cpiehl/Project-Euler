*>             totals rather than wrapped. RETURN-CODE 0 normal, 16
*>             when there is no E3FACT to read, and the usual audit
*>             line.
*> 2026-10-15  follows E3FACT's growth to 79 bytes: the number and
*>             factor come off the 18-digit wide columns when a row
*>             carries them (a 39-byte row from before still reads
*>             through the 12-digit ones), and a number with a
*>             factor EULER3 left UNPROVEN (method U) is reported
*>             UNPROVEN and kept out of the class totals - its
*>             divisor functions can't be computed from a composite
*>             "factor".
*> 2026-10-15  shares the persistent factorization store EULRFDB
*>             (FDBDAT.cpy/FDBPRC.cpy/FDBREC.cpy) with EULER3,
*>             EULER12, and EULRAMIC. Each number's E3FACT rows are
*>             checked against the store when the number is
*>             finished: a complete factorization the store does not
*>             yet hold is recorded there (re-multiplied for its
*>             verification flag), and a number EULER3 left
*>             UNPROVEN that a later run has since proved is
*>             computed off the stored primes instead of being
*>             reported UNPROVEN - both counted on a second trailer
*>             line.
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
PROGRAM-ID. EULRDIVF.
		FILE STATUS WS-DIVF-FACT-STATUS.
	SELECT DIVFRPT-FILE ASSIGN TO "DIVFRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
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
FD  E3FACT-FILE.
01  E3FACT-FILE-RECORD             PIC X(79).

FD  DIVFRPT-FILE.
01  DIVFRPT-RECORD                 PIC X(132).

FD  EULRFDB-FILE.
	COPY FDBREC.

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
	COPY E3FACT.
	COPY DTLHDR.
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
	COPY FDBDAT.

	01 WS-DIVF-FACT-STATUS PIC XX VALUE SPACES.
	01 WS-DIVF-EOF PIC 9 VALUE 0.
	01 WS-DIVF-NUMBERS PIC 9(9) VALUE 0.

*> the number being accumulated and its three running products
	01 WS-DIVF-CUR-NUM PIC 9(18) VALUE 0.
	01 WS-DIVF-UNPROVEN PIC 9 VALUE 0.
*> the current row's number and factor, from whichever columns it has
	01 WS-DIVF-ROW-NUM PIC 9(18) VALUE 0.
	01 WS-DIVF-ROW-P PIC 9(18) VALUE 0.
	01 WS-DIVF-ROW-E PIC 9(2) VALUE 0.
*> the read-ahead row, held while a stored factorization is folded
	01 WS-DIVF-SAVE-P PIC 9(18) VALUE 0.
	01 WS-DIVF-SAVE-E PIC 9(2) VALUE 0.
	01 WS-DIVF-RESOLVED PIC 9(9) VALUE 0.
	01 WS-DIVF-TAU PIC 9(9) VALUE 1.
	01 WS-DIVF-SIGMA PIC 9(18) VALUE 1.
	01 WS-DIVF-PHI PIC 9(18) VALUE 1.
	01 WS-DIVF-ABUNDANT PIC 9(9) VALUE 0.
	01 WS-DIVF-DEFICIENT PIC 9(9) VALUE 0.
	01 WS-DIVF-OVERFLOWS PIC 9(9) VALUE 0.
	01 WS-DIVF-UNPROVENS PIC 9(9) VALUE 0.

	01 WS-DIVF-RPT-LINE.
		05 WS-DIVF-RL-NUMBER       PIC Z(17)9.
		05 FILLER                  PIC X(06) VALUE "  TAU ".
		05 WS-DIVF-RL-TAU          PIC Z(6)9.
		05 FILLER                  PIC X(08) VALUE "  SIGMA ".

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRDIVF" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRDIVF" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	OPEN INPUT E3FACT-FILE.
	IF WS-DIVF-FACT-STATUS NOT = "00" THEN
		DISPLAY "EULRDIVF: REJECTED - NO E3FACT ON FILE, RUN"
	OPEN OUTPUT DIVFRPT-FILE.
	MOVE "EULRDIVF - DIVISOR FUNCTIONS FROM E3FACT" TO WS-DTL-TITLE.
	MOVE "TAU / SIGMA / PHI PER FACTORED NUMBER" TO WS-DTL-PARM-TEXT.
	MOVE "            NUMBER     TAU          SUM OF DIVISORS             TOTIENT  CLASS"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM FDB-INIT-PARA.
	PERFORM READ-PARA.
	PERFORM ROW-PARA UNTIL WS-DIVF-EOF = 1.
	IF WS-DIVF-CUR-NUM > 0 THEN
		PERFORM FINISH-PARA
	END-IF.
	CLOSE E3FACT-FILE.
	PERFORM FDB-CLOSE-PARA.
	PERFORM TOTALS-PARA.
	PERFORM DTL-END-PARA.
	CLOSE DIVFRPT-FILE.
	GOBACK.

	READ-PARA.
	MOVE SPACES TO WS-E3-FACT-RECORD.
	READ E3FACT-FILE INTO WS-E3-FACT-RECORD
		AT END MOVE 1 TO WS-DIVF-EOF
	END-READ.
	IF WS-E3-FACT-NUMBER-W IS NUMERIC
			AND WS-E3-FACT-FACTOR-W IS NUMERIC THEN
		MOVE WS-E3-FACT-NUMBER-W TO WS-DIVF-ROW-NUM
		MOVE WS-E3-FACT-FACTOR-W TO WS-DIVF-ROW-P
	ELSE
		MOVE WS-E3-FACT-NUMBER TO WS-DIVF-ROW-NUM
		MOVE WS-E3-FACT-FACTOR TO WS-DIVF-ROW-P
	END-IF.
	MOVE WS-E3-FACT-EXPONENT TO WS-DIVF-ROW-E.

*> One factor row: when the number changes, the previous number's
*> accumulated products become its report line first
	ROW-PARA.
	IF WS-DIVF-ROW-NUM NOT = WS-DIVF-CUR-NUM THEN
		IF WS-DIVF-CUR-NUM > 0 THEN
			PERFORM FINISH-PARA
		END-IF
		MOVE WS-DIVF-ROW-NUM TO WS-DIVF-CUR-NUM
		MOVE 1 TO WS-DIVF-TAU
		MOVE 1 TO WS-DIVF-SIGMA
		MOVE 1 TO WS-DIVF-PHI
		MOVE 0 TO WS-DIVF-OVER
		MOVE 0 TO WS-DIVF-UNPROVEN
		MOVE 0 TO WS-FDB-W-COUNT
	END-IF.
	IF WS-E3-FACT-HOW = "U" THEN
		MOVE 1 TO WS-DIVF-UNPROVEN
	END-IF.
	IF WS-FDB-W-COUNT < 20 THEN
		ADD 1 TO WS-FDB-W-COUNT
		MOVE WS-DIVF-ROW-P TO WS-FDB-W-PRIME(WS-FDB-W-COUNT)
		MOVE WS-DIVF-ROW-E TO WS-FDB-W-EXP(WS-FDB-W-COUNT)
		MOVE WS-E3-FACT-HOW TO WS-FDB-W-HOW(WS-FDB-W-COUNT)
	END-IF.
	PERFORM FACTOR-PARA.
	PERFORM READ-PARA.
*> running products: tau *= e+1, sigma *= 1+p+...+p**e, and
*> phi *= p**(e-1) * (p-1)
	FACTOR-PARA.
	COMPUTE WS-DIVF-TAU = WS-DIVF-TAU * (WS-DIVF-ROW-E + 1).
	MOVE 1 TO WS-DIVF-TERM.
	MOVE 1 TO WS-DIVF-POWER.
	PERFORM SIGMA-POWER-PARA VARYING WS-E FROM 1 BY 1
		UNTIL WS-E > WS-DIVF-ROW-E OR WS-DIVF-OVER = 1.
	IF WS-DIVF-OVER = 0 THEN
		COMPUTE WS-DIVF-SIGMA = WS-DIVF-SIGMA * WS-DIVF-TERM
			ON SIZE ERROR
*> WS-DIVF-POWER holds p**e after the sigma loop, so p**(e-1) is one
*> division away and the totient term needs no second power loop
		COMPUTE WS-DIVF-PHI-TERM =
			WS-DIVF-POWER / WS-DIVF-ROW-P
			* (WS-DIVF-ROW-P - 1)
		COMPUTE WS-DIVF-PHI = WS-DIVF-PHI * WS-DIVF-PHI-TERM
			ON SIZE ERROR
				MOVE 1 TO WS-DIVF-OVER
	END-IF.

	SIGMA-POWER-PARA.
	COMPUTE WS-DIVF-POWER = WS-DIVF-POWER * WS-DIVF-ROW-P
		ON SIZE ERROR
			MOVE 1 TO WS-DIVF-OVER
	END-COMPUTE.
*> compares the proper-divisor sum (sigma minus the number itself)
*> against the number
	FINISH-PARA.
	PERFORM STORE-CHECK-PARA.
	ADD 1 TO WS-DIVF-NUMBERS.
	MOVE WS-DIVF-CUR-NUM TO WS-DIVF-RL-NUMBER.
	IF WS-DIVF-UNPROVEN = 1 THEN
		MOVE 0 TO WS-DIVF-RL-TAU
		MOVE 0 TO WS-DIVF-RL-SIGMA
		MOVE 0 TO WS-DIVF-RL-PHI
		MOVE "UNPROVEN" TO WS-DIVF-RL-CLASS
		ADD 1 TO WS-DIVF-UNPROVENS
		MOVE WS-DIVF-RPT-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-DIVF-OVER = 1 THEN
		MOVE 0 TO WS-DIVF-RL-TAU
		MOVE 0 TO WS-DIVF-RL-SIGMA
	MOVE WS-DIVF-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

*> The finished number against the factorization store: an UNPROVEN
*> number the store has since seen proved is recomputed off the
*> stored primes; a complete one the store lacks is recorded
	STORE-CHECK-PARA.
	MOVE WS-DIVF-CUR-NUM TO WS-FDB-N.
	IF WS-DIVF-UNPROVEN = 1 THEN
		PERFORM FDB-LOOKUP-PARA
		IF WS-FDB-HIT = 1 THEN
			PERFORM STORE-FOLD-PARA
			MOVE 0 TO WS-DIVF-UNPROVEN
			ADD 1 TO WS-DIVF-RESOLVED
		END-IF
	ELSE
		IF WS-DIVF-OVER = 0 THEN
			PERFORM FDB-LOOKUP-PARA
			IF WS-FDB-HIT = 0 THEN
				PERFORM FDB-STORE-PARA
			END-IF
		END-IF
	END-IF.

*> Rebuild the three running products from the stored primes, the
*> read-ahead row's factor and exponent held aside meanwhile
	STORE-FOLD-PARA.
	MOVE WS-DIVF-ROW-P TO WS-DIVF-SAVE-P.
	MOVE WS-DIVF-ROW-E TO WS-DIVF-SAVE-E.
	MOVE 1 TO WS-DIVF-TAU.
	MOVE 1 TO WS-DIVF-SIGMA.
	MOVE 1 TO WS-DIVF-PHI.
	MOVE 0 TO WS-DIVF-OVER.
	PERFORM STORE-FOLD-ROW-PARA VARYING WS-FDB-IX FROM 1 BY 1
		UNTIL WS-FDB-IX > WS-FDB-W-COUNT.
	MOVE WS-DIVF-SAVE-P TO WS-DIVF-ROW-P.
	MOVE WS-DIVF-SAVE-E TO WS-DIVF-ROW-E.

	STORE-FOLD-ROW-PARA.
	MOVE WS-FDB-W-PRIME(WS-FDB-IX) TO WS-DIVF-ROW-P.
	MOVE WS-FDB-W-EXP(WS-FDB-IX) TO WS-DIVF-ROW-E.
	PERFORM FACTOR-PARA.

	TOTALS-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "CLASS TOTALS - PERFECT " WS-DIVF-PERFECT
		"  ABUNDANT " WS-DIVF-ABUNDANT
		"  DEFICIENT " WS-DIVF-DEFICIENT
		"  OVERFLOW " WS-DIVF-OVERFLOWS
		"  UNPROVEN " WS-DIVF-UNPROVENS
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-PUT-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "FACTORIZATION STORE - UNPROVEN RESOLVED " WS-DIVF-RESOLVED
		"  RECORDED " WS-FDB-STORES
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-PUT-PARA.
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
	COPY FDBPRC.
