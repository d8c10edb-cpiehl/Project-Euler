*>             simply arrive in generator order rather than
*>             ascending-A order.

*> 2026-10-15  member-query mode: an optional E9MEMB card (E9MEMB.cpy,
*>             E9MEMBP.cpy) names a value and whether it is wanted as
*>             the hypotenuse, a leg, or either, and every triplet with
*>             that value as a side goes to the dated E9RPT - one line
*>             per triplet, classified by the same CLASSIFY-PARA - with
*>             the triplet count as the run result (E903 rejects a bad
*>             card). A present card takes precedence over E9RANGE and
*>             E9PARM. The triplets come off the value's divisors, not
*>             a perimeter scan: a hypotenuse is k times a primitive
*>             m**2 + n**2, an odd leg k times (m - n)(m + n), an even
*>             leg k times 2mn. CLASSIFY-PARA now works on 16-digit
*>             sides (WS-E9-CLS-A/B/C), since a leg query's partners
*>             run far past the 8-digit A/B/C, and the E9RPT record
*>             widens to 137 bytes for the member line.
*> 2026-10-15  the checkpoint restart note carries message id E09001I
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER9.

	SELECT E9RANGE-FILE ASSIGN TO "E9RANGE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E9-RANGE-STATUS.
	SELECT E9MEMB-FILE ASSIGN TO "E9MEMB"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E9-MEMB-STATUS.
	SELECT E9RPT-FILE ASSIGN TO WS-E9-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E9-RPT-STATUS.
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
FD  E9PARM-FILE.
01  E9PARM-RECORD                  PIC X(8).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
FD  E9RANGE-FILE.
01  E9RANGE-RECORD                 PIC X(16).

FD  E9MEMB-FILE.
01  E9MEMB-RECORD                  PIC X(10).

*> widened from 72 so the shared report writer's title line and the
*> full 104-byte classified triplet line both fit, then to the full
*> 137-byte report line for the member-query listing
FD  E9RPT-FILE.
01  E9RPT-RECORD                   PIC X(137).

FD  RANGE-CKPT-FILE.
01  RANGE-CKPT-RECORD              PIC X(55).

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
	COPY E9PARM.
	COPY RPTHDR.
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
	COPY E9RANGE.
	COPY E9MEMB.
	COPY RNGCKPT.
	COPY E9RPT.
	COPY DTLHDR.
	01 A PIC 9(8) VALUE 1.
	01 B PIC 9(8) VALUE 1.
	01 C PIC 9(8) VALUE 1.
	01 WS-GCD-A PIC 9(16) VALUE 0.
	01 WS-GCD-B PIC 9(16) VALUE 0.
	01 WS-GCD-T PIC 9(16) VALUE 0.
*> the triplet CLASSIFY-PARA works on - 16 digits, wide enough for
*> the partners of a member-query leg
	01 WS-E9-CLS-A PIC 9(16) VALUE 0.
	01 WS-E9-CLS-B PIC 9(16) VALUE 0.
	01 WS-E9-CLS-C PIC 9(16) VALUE 0.
	01 WS-E9-CLASS-TEXT PIC X(70) VALUE SPACES.
	01 WS-E9-CLASS-G PIC 9(16) VALUE 0.
	01 WS-E9-PRIM-COUNT PIC 9(9) VALUE 0.
	01 WS-E9-MULT-COUNT PIC 9(9) VALUE 0.
	01 WS-E9-EDIT-K PIC Z(15)9.
	01 WS-E9-EDIT-A PIC Z(15)9.
	01 WS-E9-EDIT-B PIC Z(15)9.
	01 WS-E9-EDIT-C PIC Z(15)9.
	01 WS-ABC PIC 9(18) VALUE 0.
	01 WS-E9-PERIMETER-MAX PIC 9(8) VALUE 2000000.

	01 WS-EUC-DONE PIC 9 VALUE 0.
	01 WS-E9-GEN-MODE PIC 9 VALUE 1.

*> member-query work fields: the queried value's divisors (no value
*> of 8 digits has more than 768), the pair of divisors under test,
*> the (m, n) pair and primitive they give, and the lifted triplet
	01 WS-E9-MEMB-X PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-DIV-COUNT PIC 9(4) VALUE 0.
	01 WS-E9-MEMB-DIV-TABLE.
		05 WS-E9-MEMB-DIV PIC 9(8) OCCURS 1000 TIMES.
	01 WS-E9-MEMB-I PIC 9(4) VALUE 0.
	01 WS-E9-MEMB-J PIC 9(4) VALUE 0.
	01 WS-E9-MEMB-Q PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-D PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-E PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-M PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-N PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-R PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-R2 PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-SUM PIC 9(18) VALUE 0.
	01 WS-E9-MEMB-K PIC 9(8) VALUE 0.
	01 WS-E9-MEMB-A0 PIC 9(18) VALUE 0.
	01 WS-E9-MEMB-B0 PIC 9(18) VALUE 0.
	01 WS-E9-MEMB-C0 PIC 9(18) VALUE 0.
	01 WS-E9-MEMB-OTHER PIC 9(16) VALUE 0.
	01 WS-E9-MEMB-HYP PIC 9(16) VALUE 0.
	01 WS-E9-MEMB-COUNT PIC 9(9) VALUE 0.
	01 WS-E9-MEMB-ROLE-TEXT PIC X(4) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER9" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	PERFORM RANGE-READ-PARA.
	PERFORM MEMB-READ-PARA.
	MOVE "EULER9" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
*> a member query outranks both perimeter modes
	IF WS-E9-MEMB-IS-ACTIVE THEN
		PERFORM MEMB-MAIN-PARA
		GOBACK
	END-IF.
	IF WS-E9-RANGE-IS-ACTIVE THEN
*> same overflow ceiling as the single-perimeter path, checked against
*> the top of the range since that's where A*B*C is largest
			MOVE WS-RCKPT-DETAIL-COUNT TO WS-DTL-DETAIL-COUNT
			MOVE 0 TO WS-DTL-LINE-COUNT
		END-IF
		MOVE "E09001I" TO WS-MSG-ID
		STRING "RESTARTING THE SWEEP AFTER "
			WS-RCKPT-LAST-VALUE
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		COMPUTE WS-E9-PERIMETER = WS-RCKPT-LAST-VALUE + 1
	ELSE
		PERFORM DTL-INIT-PARA
			STRING "A=" A "  B=" B "  C=" C "  ABC=" WS-ABC
				DELIMITED BY SIZE INTO WS-E9-RPT-TRIPLET
			END-STRING
			MOVE A TO WS-E9-CLS-A
			MOVE B TO WS-E9-CLS-B
			MOVE C TO WS-E9-CLS-C
			PERFORM CLASSIFY-PARA
			MOVE WS-E9-CLASS-TEXT TO WS-E9-RPT-CLASS
			MOVE WS-E9-RPT-LINE TO WS-DTL-LINE
			PERFORM DTL-WRITE-PARA
	END-COMPUTE.

*> Member-query mode: every triplet with the E9MEMB value as its
*> hypotenuse, a leg, or either, one E9RPT line each, the count of
*> triplets as the run result
	MEMB-MAIN-PARA.
	IF WS-E9-MEMB-VALUE IS NOT NUMERIC THEN
		MOVE 0 TO WS-E9-MEMB-X
	ELSE
		MOVE WS-E9-MEMB-VALUE TO WS-E9-MEMB-X
	END-IF.
*> 3 is the smallest side any triplet has (3-4-5)
	IF WS-E9-MEMB-X < 3 OR NOT WS-E9-MEMB-ROLE-OK THEN
		DISPLAY "EULER9: REJECTED MEMBER CARD " WS-E9-MEMB-CARD
			" - VALUE MUST BE 3 THROUGH 99999999, ROLE H, L OR E"
		MOVE "E903" TO WS-DIAG-CODE
		MOVE WS-E9-MEMB-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE "E9RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E9-RPT-NAME.
	OPEN OUTPUT E9RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER9 - PYTHAGOREAN TRIPLETS WITH A GIVEN SIDE"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	EVALUATE TRUE
		WHEN WS-E9-MEMB-ROLE = "H"
			STRING "E9MEMB VALUE " WS-E9-MEMB-X " AS THE HYPOTENUSE"
				DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
			END-STRING
		WHEN WS-E9-MEMB-ROLE = "L"
			STRING "E9MEMB VALUE " WS-E9-MEMB-X " AS A LEG"
				DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
			END-STRING
		WHEN OTHER
			STRING "E9MEMB VALUE " WS-E9-MEMB-X " AS ANY SIDE"
				DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
			END-STRING
	END-EVALUATE.
	MOVE SPACES TO WS-DTL-COLUMN-HEADING.
	STRING "ROLE                 A                 B"
		"                 C  CLASS"
		DELIMITED BY SIZE INTO WS-DTL-COLUMN-HEADING
	END-STRING.
	PERFORM DTL-INIT-PARA.
	PERFORM MEMB-DIVISORS-PARA.
	IF WS-E9-MEMB-WANT-HYP THEN
		MOVE "HYP" TO WS-E9-MEMB-ROLE-TEXT
		PERFORM MEMB-HYP-PARA VARYING WS-E9-MEMB-I FROM 1 BY 1
			UNTIL WS-E9-MEMB-I > WS-E9-MEMB-DIV-COUNT
	END-IF.
	IF WS-E9-MEMB-WANT-LEG THEN
		MOVE "LEG" TO WS-E9-MEMB-ROLE-TEXT
		PERFORM MEMB-ODD-PARA VARYING WS-E9-MEMB-I FROM 1 BY 1
			UNTIL WS-E9-MEMB-I > WS-E9-MEMB-DIV-COUNT
		IF FUNCTION MOD(WS-E9-MEMB-X, 2) = 0 THEN
			PERFORM MEMB-EVEN-PARA VARYING WS-E9-MEMB-I FROM 1 BY 1
				UNTIL WS-E9-MEMB-I > WS-E9-MEMB-DIV-COUNT
		END-IF
	END-IF.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "TRIPLETS: " WS-E9-MEMB-COUNT
		"  PRIMITIVE: " WS-E9-PRIM-COUNT
		"  MULTIPLES: " WS-E9-MULT-COUNT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-PUT-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E9RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER9" TO WS-MAN-PROBLEM
		MOVE WS-E9-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.
	MOVE WS-E9-MEMB-COUNT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-E9-MEMB-COUNT TO WS-SUITE-RESULT.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E9-MEMB-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E9-MEMB-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> Every divisor of the queried value, by trial up to its square
*> root - each hit Q also gives the cofactor value / Q
	MEMB-DIVISORS-PARA.
	MOVE 0 TO WS-E9-MEMB-DIV-COUNT.
	PERFORM MEMB-DIV-STEP-PARA VARYING WS-E9-MEMB-Q FROM 1 BY 1
		UNTIL WS-E9-MEMB-Q * WS-E9-MEMB-Q > WS-E9-MEMB-X.

	MEMB-DIV-STEP-PARA.
	IF FUNCTION MOD(WS-E9-MEMB-X, WS-E9-MEMB-Q) = 0 THEN
		ADD 1 TO WS-E9-MEMB-DIV-COUNT
		MOVE WS-E9-MEMB-Q TO WS-E9-MEMB-DIV(WS-E9-MEMB-DIV-COUNT)
		IF WS-E9-MEMB-Q * WS-E9-MEMB-Q NOT = WS-E9-MEMB-X THEN
			ADD 1 TO WS-E9-MEMB-DIV-COUNT
			COMPUTE WS-E9-MEMB-DIV(WS-E9-MEMB-DIV-COUNT) =
				WS-E9-MEMB-X / WS-E9-MEMB-Q
		END-IF
	END-IF.

*> Hypotenuse: the value is k times a primitive hypotenuse
*> m**2 + n**2, which must be one of its divisors. For each divisor
*> the two-pointer walk finds every m > n with m**2 + n**2 equal to
*> it - m starting at the divisor's integer square root (Newton's
*> iteration), n at 1 - and the coprime, opposite-parity pairs are
*> the primitives.
	MEMB-HYP-PARA.
	MOVE WS-E9-MEMB-DIV(WS-E9-MEMB-I) TO WS-E9-MEMB-D.
	IF WS-E9-MEMB-D < 5 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E9-MEMB-D TO WS-E9-MEMB-R.
	COMPUTE WS-E9-MEMB-R2 =
		(WS-E9-MEMB-R + WS-E9-MEMB-D / WS-E9-MEMB-R) / 2.
	PERFORM MEMB-ISQRT-PARA UNTIL WS-E9-MEMB-R2 >= WS-E9-MEMB-R.
	MOVE WS-E9-MEMB-R TO WS-E9-MEMB-M.
	MOVE 1 TO WS-E9-MEMB-N.
	PERFORM MEMB-HYP-STEP-PARA UNTIL WS-E9-MEMB-N >= WS-E9-MEMB-M.

	MEMB-ISQRT-PARA.
	MOVE WS-E9-MEMB-R2 TO WS-E9-MEMB-R.
	COMPUTE WS-E9-MEMB-R2 =
		(WS-E9-MEMB-R + WS-E9-MEMB-D / WS-E9-MEMB-R) / 2.

	MEMB-HYP-STEP-PARA.
	COMPUTE WS-E9-MEMB-SUM = (WS-E9-MEMB-M * WS-E9-MEMB-M)
		+ (WS-E9-MEMB-N * WS-E9-MEMB-N).
	EVALUATE TRUE
		WHEN WS-E9-MEMB-SUM = WS-E9-MEMB-D
			PERFORM MEMB-HYP-FOUND-PARA
			ADD 1 TO WS-E9-MEMB-N
			SUBTRACT 1 FROM WS-E9-MEMB-M
		WHEN WS-E9-MEMB-SUM < WS-E9-MEMB-D
			ADD 1 TO WS-E9-MEMB-N
		WHEN OTHER
			SUBTRACT 1 FROM WS-E9-MEMB-M
	END-EVALUATE.

	MEMB-HYP-FOUND-PARA.
	IF FUNCTION MOD(WS-E9-MEMB-M - WS-E9-MEMB-N, 2) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E9-MEMB-M TO WS-GCD-A.
	MOVE WS-E9-MEMB-N TO WS-GCD-B.
	PERFORM GCD-PARA.
	IF WS-GCD-A NOT = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E9-MEMB-K = WS-E9-MEMB-X / WS-E9-MEMB-D.
	COMPUTE WS-E9-MEMB-A0 = (WS-E9-MEMB-M * WS-E9-MEMB-M)
		- (WS-E9-MEMB-N * WS-E9-MEMB-N).
	COMPUTE WS-E9-MEMB-B0 = 2 * WS-E9-MEMB-M * WS-E9-MEMB-N.
	IF WS-E9-MEMB-A0 < WS-E9-MEMB-B0 THEN
		COMPUTE WS-E9-CLS-A = WS-E9-MEMB-K * WS-E9-MEMB-A0
		COMPUTE WS-E9-CLS-B = WS-E9-MEMB-K * WS-E9-MEMB-B0
	ELSE
		COMPUTE WS-E9-CLS-A = WS-E9-MEMB-K * WS-E9-MEMB-B0
		COMPUTE WS-E9-CLS-B = WS-E9-MEMB-K * WS-E9-MEMB-A0
	END-IF.
	MOVE WS-E9-MEMB-X TO WS-E9-CLS-C.
	PERFORM MEMB-WRITE-PARA.

*> Odd leg: the value is k times a primitive odd leg
*> m**2 - n**2 = d * e with d = m - n and e = m + n both odd,
*> coprime, d < e - so d, e and d * e all divide the value, and
*> m = (e + d) / 2, n = (e - d) / 2 give the rest of the primitive
	MEMB-ODD-PARA.
	MOVE WS-E9-MEMB-DIV(WS-E9-MEMB-I) TO WS-E9-MEMB-D.
	IF FUNCTION MOD(WS-E9-MEMB-D, 2) = 1 THEN
		PERFORM MEMB-ODD-PAIR-PARA VARYING WS-E9-MEMB-J FROM 1 BY 1
			UNTIL WS-E9-MEMB-J > WS-E9-MEMB-DIV-COUNT
	END-IF.

	MEMB-ODD-PAIR-PARA.
	MOVE WS-E9-MEMB-DIV(WS-E9-MEMB-J) TO WS-E9-MEMB-E.
	IF WS-E9-MEMB-E <= WS-E9-MEMB-D
			OR FUNCTION MOD(WS-E9-MEMB-E, 2) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E9-MEMB-A0 = WS-E9-MEMB-D * WS-E9-MEMB-E.
	IF WS-E9-MEMB-A0 > WS-E9-MEMB-X THEN
		EXIT PARAGRAPH
	END-IF.
	IF FUNCTION MOD(WS-E9-MEMB-X, WS-E9-MEMB-A0) NOT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E9-MEMB-D TO WS-GCD-A.
	MOVE WS-E9-MEMB-E TO WS-GCD-B.
	PERFORM GCD-PARA.
	IF WS-GCD-A NOT = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E9-MEMB-M = (WS-E9-MEMB-E + WS-E9-MEMB-D) / 2.
	COMPUTE WS-E9-MEMB-N = (WS-E9-MEMB-E - WS-E9-MEMB-D) / 2.
	COMPUTE WS-E9-MEMB-K = WS-E9-MEMB-X / WS-E9-MEMB-A0.
	COMPUTE WS-E9-MEMB-B0 = 2 * WS-E9-MEMB-M * WS-E9-MEMB-N.
	COMPUTE WS-E9-MEMB-C0 = (WS-E9-MEMB-M * WS-E9-MEMB-M)
		+ (WS-E9-MEMB-N * WS-E9-MEMB-N).
	COMPUTE WS-E9-MEMB-OTHER = WS-E9-MEMB-K * WS-E9-MEMB-B0.
	COMPUTE WS-E9-MEMB-HYP = WS-E9-MEMB-K * WS-E9-MEMB-C0.
	PERFORM MEMB-LEG-FOUND-PARA.

*> Even leg: the value is k times a primitive even leg 2mn, m > n
*> coprime and of opposite parity - m and n both divide the value
	MEMB-EVEN-PARA.
	MOVE WS-E9-MEMB-DIV(WS-E9-MEMB-I) TO WS-E9-MEMB-N.
	PERFORM MEMB-EVEN-PAIR-PARA VARYING WS-E9-MEMB-J FROM 1 BY 1
		UNTIL WS-E9-MEMB-J > WS-E9-MEMB-DIV-COUNT.

	MEMB-EVEN-PAIR-PARA.
	MOVE WS-E9-MEMB-DIV(WS-E9-MEMB-J) TO WS-E9-MEMB-M.
	IF WS-E9-MEMB-M <= WS-E9-MEMB-N THEN
		EXIT PARAGRAPH
	END-IF.
	IF FUNCTION MOD(WS-E9-MEMB-M - WS-E9-MEMB-N, 2) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E9-MEMB-B0 = 2 * WS-E9-MEMB-M * WS-E9-MEMB-N.
	IF WS-E9-MEMB-B0 > WS-E9-MEMB-X THEN
		EXIT PARAGRAPH
	END-IF.
	IF FUNCTION MOD(WS-E9-MEMB-X, WS-E9-MEMB-B0) NOT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E9-MEMB-M TO WS-GCD-A.
	MOVE WS-E9-MEMB-N TO WS-GCD-B.
	PERFORM GCD-PARA.
	IF WS-GCD-A NOT = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-E9-MEMB-K = WS-E9-MEMB-X / WS-E9-MEMB-B0.
	COMPUTE WS-E9-MEMB-A0 = (WS-E9-MEMB-M * WS-E9-MEMB-M)
		- (WS-E9-MEMB-N * WS-E9-MEMB-N).
	COMPUTE WS-E9-MEMB-C0 = (WS-E9-MEMB-M * WS-E9-MEMB-M)
		+ (WS-E9-MEMB-N * WS-E9-MEMB-N).
	COMPUTE WS-E9-MEMB-OTHER = WS-E9-MEMB-K * WS-E9-MEMB-A0.
	COMPUTE WS-E9-MEMB-HYP = WS-E9-MEMB-K * WS-E9-MEMB-C0.
	PERFORM MEMB-LEG-FOUND-PARA.

*> A leg triplet - the queried value and its partner, smaller first
	MEMB-LEG-FOUND-PARA.
	IF WS-E9-MEMB-X < WS-E9-MEMB-OTHER THEN
		MOVE WS-E9-MEMB-X TO WS-E9-CLS-A
		MOVE WS-E9-MEMB-OTHER TO WS-E9-CLS-B
	ELSE
		MOVE WS-E9-MEMB-OTHER TO WS-E9-CLS-A
		MOVE WS-E9-MEMB-X TO WS-E9-CLS-B
	END-IF.
	MOVE WS-E9-MEMB-HYP TO WS-E9-CLS-C.
	PERFORM MEMB-WRITE-PARA.

	MEMB-WRITE-PARA.
	PERFORM CLASSIFY-PARA.
	MOVE WS-E9-MEMB-ROLE-TEXT TO WS-E9-MRPT-ROLE.
	MOVE WS-E9-CLS-A TO WS-E9-MRPT-A.
	MOVE WS-E9-CLS-B TO WS-E9-MRPT-B.
	MOVE WS-E9-CLS-C TO WS-E9-MRPT-C.
	MOVE WS-E9-CLASS-TEXT TO WS-E9-MRPT-CLASS.
	MOVE WS-E9-MRPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	ADD 1 TO WS-E9-MEMB-COUNT.

*> Classify the triplet in WS-E9-CLS-A/B/C: the GCD of the three
*> sides is 1 for a primitive triplet; anything larger names the
*> scale factor and the primitive it multiplies up from. The text
*> comes back in WS-E9-CLASS-TEXT for the caller's report line.
	CLASSIFY-PARA.
	MOVE WS-E9-CLS-A TO WS-GCD-A.
	MOVE WS-E9-CLS-B TO WS-GCD-B.
	PERFORM GCD-PARA.
	MOVE WS-E9-CLS-C TO WS-GCD-B.
	PERFORM GCD-PARA.
	MOVE WS-GCD-A TO WS-E9-CLASS-G.
	IF WS-E9-CLASS-G = 1 THEN
		MOVE "PRIMITIVE" TO WS-E9-CLASS-TEXT
		ADD 1 TO WS-E9-PRIM-COUNT
	ELSE
		ADD 1 TO WS-E9-MULT-COUNT
		MOVE WS-E9-CLASS-G TO WS-E9-EDIT-K
		COMPUTE WS-GCD-T = WS-E9-CLS-A / WS-E9-CLASS-G
		MOVE WS-GCD-T TO WS-E9-EDIT-A
		COMPUTE WS-GCD-T = WS-E9-CLS-B / WS-E9-CLASS-G
		MOVE WS-GCD-T TO WS-E9-EDIT-B
		COMPUTE WS-GCD-T = WS-E9-CLS-C / WS-E9-CLASS-G
		MOVE WS-GCD-T TO WS-E9-EDIT-C
		MOVE SPACES TO WS-E9-CLASS-TEXT
		STRING "MULT " FUNCTION TRIM(WS-E9-EDIT-K)
			" X " FUNCTION TRIM(WS-E9-EDIT-A)
			"-" FUNCTION TRIM(WS-E9-EDIT-B)
			"-" FUNCTION TRIM(WS-E9-EDIT-C)
			DELIMITED BY SIZE INTO WS-E9-CLASS-TEXT
		END-STRING
	END-IF.


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
	COPY E9RANGEP.
	COPY E9MEMBP.
	COPY RNGCKPTP.
