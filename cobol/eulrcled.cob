*> Cross-problem consistency ledger: several of the suite's answers
*>   are tied together mathematically, and nothing ever held them
*>   against each other - each program's own reconciliation only
*>   compares it with itself. This nightly step (a CHNSTEPS link
*>   after the checks) evaluates the invariants listed on EULRINVT
*>   against the night's results and files, appends each PASS, FAIL
*>   or SKIP to the ledger EULRCLGR stamped with this run's id, lists
*>   them on CONSRPT, and raises a CRIT notification on EULRNOTQ for
*>   any invariant found broken.
*> compile with cobc -free -O -x -o eulrcled.exe -I copy eulrcled.cob
*>   plus EULRPSUM (CALLed dynamically by program name)
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - card and ledger layouts in CLGDAT.cpy.
*>             The invariants it knows, each against the newest
*>             EULREXP row of the program named:
*>               E7NTHPRM  EULER7's Nth prime is the Nth data row of
*>                         E10PRIME (N off the EULER7 card echo)
*>               E10PSUM   EULER10's sum equals EULRPSUM's answer
*>                         from 2 to one below the E10PARM ceiling
*>                         (EULRPSUM is CALLed with the query handed
*>                         over in WS-PSUM-ASK-CARD, no card rewrite)
*>               E3SPF     every E3FACT number inside the E10SPF
*>                         bound factors exactly as the table
*>                         decomposes it - factors, exponents, and
*>                         the largest-factor flag
*>               E12TAU    the divisor count on E12RPT equals the
*>                         tau EULRDIVF reports on DIVFRPT for the
*>                         same triangle number, or, when DIVFRPT
*>                         does not carry it, the tau EULRDIVF's rule
*>                         gives from an independent factorization
*>               AMICSIG   both members of every AMICRPT pair have
*>                         sigma equal to the pair's sum (DIVFRPT's
*>                         sigma where it has the number, else from
*>                         the factorization)
*>             SKIP is an invariant that cannot be evaluated tonight
*>             - its program did not run, or a file it needs is not
*>             on file - and is not an alert. TEST mode writes the
*>             report but neither the ledger nor the notification.
*>             Broken invariants as the banner result; RETURN-CODE 0
*>             nothing broken, 4 invariant cards skipped as bad
*>             (message CLG002W), 8 any invariant broken (message
*>             CLG001W and the CRIT notification), 16 when EULRINVT
*>             is missing or holds no invariant (CL01).
*> 2026-10-15  an SBOX run appends to the ledger's shadow EULRCLGR.T
*>             (SHADDAT.cpy/SHADPRC.cpy) instead of the live ledger.
*>             E10PSUM is SKIP, not FAIL, when EULRPSUM declines the
*>             question with RETURN-CODE 16 (outside its archive's
*>             coverage, a cache that fails its check, a sum past 18
*>             digits) - that is no evidence against EULER10's answer,
*>             and raised a false CRIT; any other nonzero code still
*>             fails. Its reads of the prime cache E10PRIME and the
*>             factor table E10SPF now append input-lineage records
*>             (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy, EULRLIN) like every
*>             other cache reader.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCLED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EULRINVT-FILE ASSIGN TO "EULRINVT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-INV-STATUS.
	SELECT EULRCLGR-FILE ASSIGN TO WS-SHAD-CLGR-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-LGR-STATUS.
	SELECT CONSRPT-FILE ASSIGN TO "CONSRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-EXP-STATUS.
	SELECT E10PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-PRIME-STATUS.
	SELECT E3FACT-FILE ASSIGN TO "E3FACT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-FACT-STATUS.
	SELECT E12RPT-FILE ASSIGN TO "E12RPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-E12-STATUS.
	SELECT AMICRPT-FILE ASSIGN TO "AMICRPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-AMIC-STATUS.
	SELECT DIVFRPT-FILE ASSIGN TO "DIVFRPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CLD-DIVF-STATUS.
	SELECT E10SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
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
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT LIN-PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-PSTAT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EULRINVT-FILE.
01  EULRINVT-RECORD                PIC X(61).

FD  EULRCLGR-FILE.
01  EULRCLGR-RECORD                PIC X(180).

FD  CONSRPT-FILE.
01  CONSRPT-RECORD                 PIC X(137).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

FD  E3FACT-FILE.
01  E3FACT-FILE-RECORD             PIC X(79).

FD  E12RPT-FILE.
01  E12RPT-RECORD                  PIC X(132).

FD  AMICRPT-FILE.
01  AMICRPT-RECORD                 PIC X(132).

FD  DIVFRPT-FILE.
01  DIVFRPT-RECORD                 PIC X(132).

FD  E10SPF-FILE.
	COPY E10SPFR.
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
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
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
	WORKING-STORAGE SECTION.
	COPY CLGDAT.
	COPY EXPDAT.
	COPY E3FACT.
	COPY PSUMPRM.
	COPY EULRSLT.
	COPY SPFDAT.
	COPY FACTDAT.
	COPY WIDEDAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY NOTDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LINDAT.

	01 WS-CLD-INV-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-LGR-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-PRIME-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-FACT-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-E12-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-AMIC-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-DIVF-STATUS PIC XX VALUE SPACES.
	01 WS-CLD-EOF PIC 9 VALUE 0.
	01 WS-CLD-BUF PIC X(200) VALUE SPACES.

*> the invariant cards as read
	01 WS-CLD-INV-TABLE.
		05 WS-CLD-INV-ROW PIC X(61) OCCURS 20 TIMES.
	01 WS-CLD-INV-COUNT PIC 9(02) VALUE 0.
	01 WS-CLD-INV-BAD PIC 9(02) VALUE 0.
	01 WS-CLD-INV-ON PIC 9(02) VALUE 0.
	01 WS-CLD-I PIC 9(02) VALUE 0.

*> the newest export row of each program an invariant reads
	01 WS-CLD-SRC-NAMES.
		05 FILLER PIC X(08) VALUE "EULER7".
		05 FILLER PIC X(08) VALUE "EULER10".
		05 FILLER PIC X(08) VALUE "EULER3".
		05 FILLER PIC X(08) VALUE "EULER12".
	01 WS-CLD-SRC-NAME-TABLE REDEFINES WS-CLD-SRC-NAMES.
		05 WS-CLD-SRC-NAME PIC X(08) OCCURS 4 TIMES.
	01 WS-CLD-SRC-TABLE.
		05 WS-CLD-SRC OCCURS 4 TIMES.
			10 WS-CLD-SRC-SEEN     PIC X(01).
			10 WS-CLD-SRC-ROW      PIC X(209).
	01 WS-CLD-S PIC 9(02) VALUE 0.

*> one evaluation, as posted
	01 WS-CLD-INV-ID PIC X(08) VALUE SPACES.
	01 WS-CLD-INV-TEXT PIC X(50) VALUE SPACES.
	01 WS-CLD-PROGRAM PIC X(08) VALUE SPACES.
	01 WS-CLD-SRC-RUN-ID PIC X(16) VALUE SPACES.
	01 WS-CLD-VERDICT PIC X(04) VALUE SPACES.
	01 WS-CLD-VALUE PIC 9(36) VALUE 0.
	01 WS-CLD-AGREE PIC 9(36) VALUE 0.
	01 WS-CLD-NOTE PIC X(40) VALUE SPACES.
	01 WS-CLD-PASSED PIC 9(02) VALUE 0.
	01 WS-CLD-FAILED PIC 9(02) VALUE 0.
	01 WS-CLD-SKIPPED PIC 9(02) VALUE 0.
	01 WS-CLD-FAILED-IDS PIC X(40) VALUE SPACES.
	01 WS-CLD-FAILED-PTR PIC 9(02) VALUE 1.

	01 WS-CLD-RPT-LINE.
		05 WS-CRL-INV              PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRL-PROGRAM          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRL-VERDICT          PIC X(04).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRL-VALUE            PIC Z(17)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRL-AGREE            PIC Z(17)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRL-NOTE             PIC X(40).

*> E7NTHPRM / E10PSUM
	01 WS-CLD-N PIC 9(09) VALUE 0.
	01 WS-CLD-ROWS PIC 9(09) VALUE 0.
	01 WS-CLD-NTH PIC 9(12) VALUE 0.
	01 WS-CLD-CEILING PIC 9(12) VALUE 0.
	01 WS-CLD-HIGH PIC 9(12) VALUE 0.
	01 WS-CLD-E18-TOP PIC 9(36) VALUE 999999999999999999.
	01 WS-CLD-NO-PROGRAM PIC X(01) VALUE "N".
	01 WS-CLD-CALL-NAME PIC X(08) VALUE SPACES.
	01 WS-CLD-RC PIC S9(04) VALUE 0.
	01 WS-CLD-RC-SHOWN PIC 9(02) VALUE 0.

*> E3SPF: one E3FACT number's rows, and the table's decomposition
	01 WS-CLD-GRP-NUM PIC 9(18) VALUE 0.
	01 WS-CLD-GRP-TABLE.
		05 WS-CLD-GRP OCCURS 20 TIMES.
			10 WS-CLD-GRP-P        PIC 9(18).
			10 WS-CLD-GRP-E        PIC 9(02).
			10 WS-CLD-GRP-L        PIC X(01).
	01 WS-CLD-GRP-COUNT PIC 9(02) VALUE 0.
	01 WS-CLD-DEC-TABLE.
		05 WS-CLD-DEC OCCURS 20 TIMES.
			10 WS-CLD-DEC-P        PIC 9(18).
			10 WS-CLD-DEC-E        PIC 9(02).
	01 WS-CLD-DEC-COUNT PIC 9(02) VALUE 0.
	01 WS-CLD-DEC-FAIL PIC 9 VALUE 0.
	01 WS-CLD-REST PIC 9(18) VALUE 0.
	01 WS-CLD-ROW-NUM PIC 9(18) VALUE 0.
	01 WS-CLD-ROW-P PIC 9(18) VALUE 0.
	01 WS-CLD-AGREES PIC 9 VALUE 0.
	01 WS-CLD-K PIC 9(02) VALUE 0.
	01 WS-CLD-CHECKED PIC 9(09) VALUE 0.
	01 WS-CLD-BEYOND PIC 9(09) VALUE 0.
	01 WS-CLD-DIFFER PIC 9(09) VALUE 0.
	01 WS-CLD-FIRST-BAD PIC 9(18) VALUE 0.

*> E12TAU / AMICSIG: report lines taken apart, and one number's tau
*> and sigma looked up on DIVFRPT or worked from its factorization
	01 WS-CLD-LINE PIC X(132) VALUE SPACES.
	01 WS-CLD-PART-1 PIC X(40) VALUE SPACES.
	01 WS-CLD-PART-2 PIC X(18) JUSTIFIED RIGHT VALUE SPACES.
	01 WS-CLD-PART-3 PIC X(18) JUSTIFIED RIGHT VALUE SPACES.
	01 WS-CLD-DIGITS PIC X(18) JUSTIFIED RIGHT VALUE SPACES.
	01 WS-CLD-DIGITS-N REDEFINES WS-CLD-DIGITS PIC 9(18).
	01 WS-CLD-E12-SEEN PIC X(01) VALUE "N".
	01 WS-CLD-E12-TRI PIC 9(18) VALUE 0.
	01 WS-CLD-E12-TAU PIC 9(18) VALUE 0.
	01 WS-CLD-LOOK-N PIC 9(18) VALUE 0.
	01 WS-CLD-LOOK-FOUND PIC X(01) VALUE "N".
	01 WS-CLD-LOOK-FROM PIC X(08) VALUE SPACES.
	01 WS-CLD-LOOK-TAU PIC 9(18) VALUE 0.
	01 WS-CLD-LOOK-SIGMA PIC 9(18) VALUE 0.
	01 WS-CLD-LOOK-OVER PIC 9 VALUE 0.
	01 WS-CLD-POWER PIC 9(36) VALUE 0.
	01 WS-CLD-TERM PIC 9(36) VALUE 0.
	01 WS-CLD-X PIC 9(02) VALUE 0.
	01 WS-CLD-PAIR-A PIC 9(18) VALUE 0.
	01 WS-CLD-PAIR-B PIC 9(18) VALUE 0.
	01 WS-CLD-PAIR-SUM PIC 9(18) VALUE 0.
	01 WS-CLD-SIGMA-A PIC 9(18) VALUE 0.
	01 WS-CLD-PAIR-OK PIC 9 VALUE 0.
	01 WS-CLD-PAIRS PIC 9(09) VALUE 0.
	01 WS-CLD-BAD-PAIRS PIC 9(09) VALUE 0.
	01 WS-CLD-OPEN-PAIRS PIC 9(09) VALUE 0.
	01 WS-CLD-COUNT-EDIT PIC Z(8)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCLED" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCLED" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-CLD-INV-ON = 0 THEN
		DISPLAY "EULRCLED: REJECTED - NO INVARIANT TO EVALUATE ON"
			" EULRINVT"
		MOVE "CL01" TO WS-DIAG-CODE
		MOVE "EULRINVT" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM RUNID-ENSURE-PARA.
	PERFORM BDATE-ENSURE-PARA.
	PERFORM EXP-PASS-PARA.
	OPEN OUTPUT CONSRPT-FILE.
	MOVE "EULRCLED - CROSS-PROBLEM CONSISTENCY LEDGER" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "EULRINVT INVARIANTS ON " WS-CLD-INV-ON " OF "
		WS-CLD-INV-COUNT "  LEDGER RUN " WS-SUITE-RUN-ID
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "INVARIANT PROGRAM   RSLT            VALUE CHECKED"
		& "    VALUE IT MUST AGREE WITH  NOTE"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM INV-EVAL-PARA VARYING WS-CLD-I FROM 1 BY 1
		UNTIL WS-CLD-I > WS-CLD-INV-COUNT.
	PERFORM DTL-END-PARA.
	CLOSE CONSRPT-FILE.
	DISPLAY "EULRCLED: " WS-CLD-PASSED " PASSED, " WS-CLD-FAILED
		" BROKEN, " WS-CLD-SKIPPED " NOT EVALUABLE TONIGHT".
	MOVE WS-CLD-FAILED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE 0 TO RETURN-CODE.
	IF WS-CLD-INV-BAD > 0 THEN
		MOVE "CLG002W" TO WS-MSG-ID
		STRING WS-CLD-INV-BAD " EULRINVT CARD(S) SKIPPED AS BAD"
			" (UNKNOWN ID OR FLAG NOT Y/N)"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	END-IF.
	IF WS-CLD-FAILED > 0 THEN
		MOVE "CLG001W" TO WS-MSG-ID
		STRING WS-CLD-FAILED " CONSISTENCY INVARIANT(S) BROKEN: "
			WS-CLD-FAILED-IDS DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 8 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "CRIT" TO WS-NOT-SEVERITY
			MOVE "EULRCLED" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING WS-CLD-FAILED " CONSISTENCY INVARIANT(S) BROKEN"
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The invariant cards: an unknown id or a flag other than Y/N is
*> skipped as bad, an N card is carried switched off
	P-PARA.
	MOVE 0 TO WS-CLD-INV-COUNT.
	MOVE 0 TO WS-CLD-INV-ON.
	MOVE 0 TO WS-CLD-EOF.
	OPEN INPUT EULRINVT-FILE.
	IF WS-CLD-INV-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM INV-READ-PARA UNTIL WS-CLD-EOF = 1.
	CLOSE EULRINVT-FILE.

	INV-READ-PARA.
	READ EULRINVT-FILE INTO WS-INV-CARD
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-INV-CARD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF (WS-INV-ID NOT = "E7NTHPRM" AND NOT = "E10PSUM"
			AND NOT = "E3SPF" AND NOT = "E12TAU"
			AND NOT = "AMICSIG")
			OR (NOT WS-INV-IS-ACTIVE AND NOT WS-INV-IS-OFF)
			OR WS-CLD-INV-COUNT >= 20 THEN
		DISPLAY "EULRCLED: INVARIANT CARD SKIPPED - " WS-INV-CARD
		ADD 1 TO WS-CLD-INV-BAD
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CLD-INV-COUNT.
	MOVE WS-INV-CARD TO WS-CLD-INV-ROW(WS-CLD-INV-COUNT).
	IF WS-INV-IS-ACTIVE THEN
		ADD 1 TO WS-CLD-INV-ON
	END-IF.

*> One pass over the export history keeps the newest row of every
*> program an invariant reads
	EXP-PASS-PARA.
	PERFORM EXP-CLEAR-PARA VARYING WS-CLD-S FROM 1 BY 1
		UNTIL WS-CLD-S > 4.
	MOVE 0 TO WS-CLD-EOF.
	OPEN INPUT EULREXP-FILE.
	IF WS-CLD-EXP-STATUS = "00" THEN
		PERFORM EXP-ROW-PARA UNTIL WS-CLD-EOF = 1
		CLOSE EULREXP-FILE
	END-IF.

	EXP-CLEAR-PARA.
	MOVE "N" TO WS-CLD-SRC-SEEN(WS-CLD-S).
	MOVE SPACES TO WS-CLD-SRC-ROW(WS-CLD-S).

	EXP-ROW-PARA.
	READ EULREXP-FILE INTO WS-EXPORT-RECORD
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 0 THEN
		PERFORM EXPORT-REMAP-PARA
		PERFORM EXP-KEEP-PARA VARYING WS-CLD-S FROM 1 BY 1
			UNTIL WS-CLD-S > 4
	END-IF.

	EXP-KEEP-PARA.
	IF WS-EXPORT-PROBLEM-ID = WS-CLD-SRC-NAME(WS-CLD-S) THEN
		MOVE "Y" TO WS-CLD-SRC-SEEN(WS-CLD-S)
		MOVE WS-EXPORT-RECORD TO WS-CLD-SRC-ROW(WS-CLD-S)
	END-IF.

*> The newest row of WS-CLD-PROGRAM into WS-EXPORT-RECORD; WS-CLD-S
*> is left past the table when the program has no row tonight
	EXP-FETCH-PARA.
	MOVE SPACES TO WS-CLD-SRC-RUN-ID.
	EVALUATE WS-CLD-PROGRAM
		WHEN "EULER7"
			MOVE 1 TO WS-CLD-S
		WHEN "EULER10"
			MOVE 2 TO WS-CLD-S
		WHEN "EULER3"
			MOVE 3 TO WS-CLD-S
		WHEN OTHER
			MOVE 4 TO WS-CLD-S
	END-EVALUATE.
	IF WS-CLD-SRC-SEEN(WS-CLD-S) = "Y" THEN
		MOVE WS-CLD-SRC-ROW(WS-CLD-S) TO WS-EXPORT-RECORD
		MOVE WS-EXPORT-RUN-ID TO WS-CLD-SRC-RUN-ID
	ELSE
		MOVE 5 TO WS-CLD-S
	END-IF.

*> ----------------------------------------------------------------
*> One invariant card: evaluate it when switched on, post the
*> verdict to the ledger and the report
*> ----------------------------------------------------------------
	INV-EVAL-PARA.
	MOVE WS-CLD-INV-ROW(WS-CLD-I) TO WS-INV-CARD.
	IF NOT WS-INV-IS-ACTIVE THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-INV-ID TO WS-CLD-INV-ID.
	MOVE WS-INV-TEXT TO WS-CLD-INV-TEXT.
	MOVE SPACES TO WS-CLD-SRC-RUN-ID.
	MOVE "SKIP" TO WS-CLD-VERDICT.
	MOVE 0 TO WS-CLD-VALUE.
	MOVE 0 TO WS-CLD-AGREE.
	MOVE SPACES TO WS-CLD-NOTE.
	EVALUATE WS-CLD-INV-ID
		WHEN "E7NTHPRM"
			PERFORM E7-INV-PARA
		WHEN "E10PSUM"
			PERFORM E10-INV-PARA
		WHEN "E3SPF"
			PERFORM E3-INV-PARA
		WHEN "E12TAU"
			PERFORM E12-INV-PARA
		WHEN "AMICSIG"
			PERFORM AMIC-INV-PARA
	END-EVALUATE.
	PERFORM POST-PARA.

*> The ledger row (not in TEST mode), the report line, the tallies
	POST-PARA.
	EVALUATE WS-CLD-VERDICT
		WHEN "PASS"
			ADD 1 TO WS-CLD-PASSED
		WHEN "FAIL"
			ADD 1 TO WS-CLD-FAILED
			IF WS-CLD-FAILED-PTR < 32 THEN
				STRING FUNCTION TRIM(WS-CLD-INV-ID) " "
					DELIMITED BY SIZE INTO WS-CLD-FAILED-IDS
					WITH POINTER WS-CLD-FAILED-PTR
				END-STRING
			END-IF
		WHEN OTHER
			ADD 1 TO WS-CLD-SKIPPED
	END-EVALUATE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-SUITE-RUN-ID TO WS-CLG-RUN-ID
		MOVE WS-BUS-DATE TO WS-CLG-DATE
		MOVE WS-CLD-INV-ID TO WS-CLG-INV-ID
		MOVE WS-CLD-PROGRAM TO WS-CLG-SRC-PROGRAM
		MOVE WS-CLD-SRC-RUN-ID TO WS-CLG-SRC-RUN-ID
		MOVE WS-CLD-VERDICT TO WS-CLG-VERDICT
		MOVE WS-CLD-VALUE TO WS-CLG-VALUE
		MOVE WS-CLD-AGREE TO WS-CLG-AGREE
		MOVE WS-CLD-NOTE TO WS-CLG-NOTE
		OPEN EXTEND EULRCLGR-FILE
		IF WS-CLD-LGR-STATUS NOT = "00" THEN
			OPEN OUTPUT EULRCLGR-FILE
		END-IF
		WRITE EULRCLGR-RECORD FROM WS-CLG-RECORD
		CLOSE EULRCLGR-FILE
	END-IF.
	MOVE WS-CLD-INV-ID TO WS-CRL-INV.
	MOVE WS-CLD-PROGRAM TO WS-CRL-PROGRAM.
	MOVE WS-CLD-VERDICT TO WS-CRL-VERDICT.
	MOVE WS-CLD-VALUE TO WS-CRL-VALUE.
	MOVE WS-CLD-AGREE TO WS-CRL-AGREE.
	MOVE WS-CLD-NOTE TO WS-CRL-NOTE.
	MOVE WS-CLD-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "          " WS-CLD-INV-TEXT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.

*> ----------------------------------------------------------------
*> E7NTHPRM: EULER7's answer against the Nth data row of E10PRIME
*> (header, trailer, and superseded trailer rows are not data)
*> ----------------------------------------------------------------
	E7-INV-PARA.
	MOVE "EULER7" TO WS-CLD-PROGRAM.
	PERFORM EXP-FETCH-PARA.
	IF WS-CLD-S > 4 THEN
		MOVE "NO EULER7 RESULT ON EULREXP" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-EXPORT-PARM-CARD(1:9) IS NOT NUMERIC THEN
		MOVE "EULER7 CARD ECHO HAS NO ORDINAL" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-EXPORT-PARM-CARD(1:9) TO WS-CLD-N.
	MOVE WS-EXPORT-RESULT TO WS-CLD-VALUE.
	MOVE 0 TO WS-CLD-ROWS.
	MOVE 0 TO WS-CLD-NTH.
	MOVE 0 TO WS-CLD-EOF.
	OPEN INPUT E10PRIME-FILE.
	IF WS-CLD-PRIME-STATUS NOT = "00" THEN
		MOVE "E10PRIME NOT ON FILE" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	PERFORM E7-ROW-PARA UNTIL WS-CLD-EOF = 1.
	CLOSE E10PRIME-FILE.
	IF WS-CLD-ROWS < WS-CLD-N THEN
		MOVE WS-CLD-ROWS TO WS-CLD-COUNT-EDIT
		STRING "E10PRIME HOLDS ONLY "
			FUNCTION TRIM(WS-CLD-COUNT-EDIT) " PRIMES"
			DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-NTH TO WS-CLD-AGREE.
	MOVE WS-CLD-N TO WS-CLD-COUNT-EDIT.
	IF WS-CLD-VALUE = WS-CLD-AGREE THEN
		MOVE "PASS" TO WS-CLD-VERDICT
		STRING "PRIME " FUNCTION TRIM(WS-CLD-COUNT-EDIT)
			" IS E10PRIME ROW " FUNCTION TRIM(WS-CLD-COUNT-EDIT)
			DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	ELSE
		MOVE "FAIL" TO WS-CLD-VERDICT
		STRING "E10PRIME ROW " FUNCTION TRIM(WS-CLD-COUNT-EDIT)
			" DIFFERS" DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	END-IF.

	E7-ROW-PARA.
	READ E10PRIME-FILE INTO WS-CLD-BUF
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-CLD-BUF(1:3) = "HDR"
			OR WS-CLD-BUF(1:3) = "TRL" THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CLD-ROWS.
	IF WS-CLD-ROWS = WS-CLD-N THEN
		MOVE WS-CLD-BUF(1:12) TO WS-CLD-NTH
		MOVE 1 TO WS-CLD-EOF
	END-IF.

*> ----------------------------------------------------------------
*> E10PSUM: EULER10's sum of the primes below its ceiling against
*> EULRPSUM's answer for 2 through ceiling-1, asked by CALL
*> ----------------------------------------------------------------
	E10-INV-PARA.
	MOVE "EULER10" TO WS-CLD-PROGRAM.
	PERFORM EXP-FETCH-PARA.
	IF WS-CLD-S > 4 THEN
		MOVE "NO EULER10 RESULT ON EULREXP" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-EXPORT-PARM-CARD(1:12) IS NOT NUMERIC THEN
		MOVE "EULER10 CARD ECHO HAS NO CEILING" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-EXPORT-PARM-CARD(1:12) TO WS-CLD-CEILING.
	MOVE WS-EXPORT-RESULT-WIDE TO WS-CLD-VALUE.
	IF WS-CLD-CEILING < 3 THEN
		MOVE "EULER10 CEILING BELOW 3" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-VALUE > WS-CLD-E18-TOP THEN
		MOVE "SUM PAST 18 DIGITS - EULRPSUM CANNOT ASK" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-CLD-HIGH = WS-CLD-CEILING - 1.
	MOVE 2 TO WS-PSUM-LOW.
	MOVE WS-CLD-HIGH TO WS-PSUM-HIGH.
	MOVE WS-PSUM-PARM-CARD TO WS-PSUM-ASK-CARD.
	MOVE 0 TO WS-SUITE-RESULT.
	MOVE "EULRPSUM" TO WS-CLD-CALL-NAME.
	MOVE "N" TO WS-CLD-NO-PROGRAM.
	MOVE 0 TO RETURN-CODE.
	CALL WS-CLD-CALL-NAME
		ON EXCEPTION
			MOVE "Y" TO WS-CLD-NO-PROGRAM
	END-CALL.
	MOVE RETURN-CODE TO WS-CLD-RC.
	MOVE 0 TO RETURN-CODE.
	MOVE SPACES TO WS-PSUM-ASK-CARD.
	IF WS-CLD-NO-PROGRAM = "Y" THEN
		MOVE "EULRPSUM NOT AVAILABLE TO CALL" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	CANCEL WS-CLD-CALL-NAME.
*> 16 is EULRPSUM declining the question - a range past the segment
*> archive's coverage, a cache that fails its check, a sum it cannot
*> prove fits 18 digits - which says nothing about EULER10's answer
	IF WS-CLD-RC = 16 THEN
		MOVE "EULRPSUM DECLINED 2 TO CEILING-1 (RC 16)" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-RC NOT = 0 THEN
		IF WS-CLD-RC < 0 OR WS-CLD-RC > 99 THEN
			MOVE 99 TO WS-CLD-RC-SHOWN
		ELSE
			MOVE WS-CLD-RC TO WS-CLD-RC-SHOWN
		END-IF
		MOVE "FAIL" TO WS-CLD-VERDICT
		STRING "EULRPSUM REFUSED 2 TO CEILING-1, RC "
			WS-CLD-RC-SHOWN DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SUITE-RESULT TO WS-CLD-AGREE.
	IF WS-CLD-VALUE = WS-CLD-AGREE THEN
		MOVE "PASS" TO WS-CLD-VERDICT
		MOVE "EULRPSUM 2 TO CEILING-1 AGREES" TO WS-CLD-NOTE
	ELSE
		MOVE "FAIL" TO WS-CLD-VERDICT
		MOVE "EULRPSUM 2 TO CEILING-1 DIFFERS" TO WS-CLD-NOTE
	END-IF.

*> ----------------------------------------------------------------
*> E3SPF: each E3FACT number's rows (consecutive, the order EULER3
*> writes them) against the E10SPF table's decomposition. VALUE is
*> the numbers compared, AGREE the numbers that disagreed
*> ----------------------------------------------------------------
	E3-INV-PARA.
	MOVE "EULER3" TO WS-CLD-PROGRAM.
	PERFORM EXP-FETCH-PARA.
	MOVE 0 TO WS-CLD-CHECKED.
	MOVE 0 TO WS-CLD-BEYOND.
	MOVE 0 TO WS-CLD-DIFFER.
	MOVE 0 TO WS-CLD-FIRST-BAD.
	PERFORM SPF-INIT-PARA.
	IF WS-SPF-AVAILABLE = 0 THEN
		MOVE "E10SPF TABLE NOT AVAILABLE" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "E10SPF" TO WS-LIN-DATASET
		MOVE SPACES TO WS-LIN-SOURCE-RUN
		MOVE SPACES TO WS-LIN-STAMP
		STRING "BOUND " WS-SPF-BOUND DELIMITED BY SIZE INTO WS-LIN-STAMP
		END-STRING
		PERFORM LIN-NOTE-PARA
	END-IF.
	OPEN INPUT E3FACT-FILE.
	IF WS-CLD-FACT-STATUS NOT = "00" THEN
		PERFORM SPF-CLOSE-PARA
		MOVE "E3FACT NOT ON FILE" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CLD-GRP-COUNT.
	MOVE 0 TO WS-CLD-GRP-NUM.
	MOVE 0 TO WS-CLD-EOF.
	PERFORM E3-ROW-PARA UNTIL WS-CLD-EOF = 1.
	IF WS-CLD-GRP-COUNT > 0 THEN
		PERFORM E3-GROUP-PARA
	END-IF.
	CLOSE E3FACT-FILE.
	PERFORM SPF-CLOSE-PARA.
	MOVE WS-CLD-CHECKED TO WS-CLD-VALUE.
	MOVE WS-CLD-DIFFER TO WS-CLD-AGREE.
	IF WS-CLD-CHECKED = 0 THEN
		MOVE "NO E3FACT NUMBER INSIDE THE E10SPF BOUND" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-DIFFER > 0 THEN
		MOVE "FAIL" TO WS-CLD-VERDICT
		MOVE WS-CLD-FIRST-BAD TO WS-CRL-VALUE
		STRING "FIRST DISAGREEING " FUNCTION TRIM(WS-CRL-VALUE)
			DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	ELSE
		MOVE "PASS" TO WS-CLD-VERDICT
		MOVE WS-CLD-BEYOND TO WS-CLD-COUNT-EDIT
		STRING "ALL AGREE, " FUNCTION TRIM(WS-CLD-COUNT-EDIT)
			" PAST THE BOUND" DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	END-IF.

	E3-ROW-PARA.
	READ E3FACT-FILE INTO WS-CLD-BUF
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-CLD-BUF = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-BUF(1:79) TO WS-E3-FACT-RECORD.
	IF WS-E3-FACT-NUMBER-W IS NUMERIC THEN
		MOVE WS-E3-FACT-NUMBER-W TO WS-CLD-ROW-NUM
		MOVE WS-E3-FACT-FACTOR-W TO WS-CLD-ROW-P
	ELSE
		MOVE WS-E3-FACT-NUMBER TO WS-CLD-ROW-NUM
		MOVE WS-E3-FACT-FACTOR TO WS-CLD-ROW-P
	END-IF.
	IF WS-CLD-GRP-COUNT > 0 AND WS-CLD-ROW-NUM NOT = WS-CLD-GRP-NUM THEN
		PERFORM E3-GROUP-PARA
		MOVE 0 TO WS-CLD-GRP-COUNT
	END-IF.
	MOVE WS-CLD-ROW-NUM TO WS-CLD-GRP-NUM.
	IF WS-CLD-GRP-COUNT < 20 THEN
		ADD 1 TO WS-CLD-GRP-COUNT
		MOVE WS-CLD-ROW-P TO WS-CLD-GRP-P(WS-CLD-GRP-COUNT)
		MOVE WS-E3-FACT-EXPONENT TO WS-CLD-GRP-E(WS-CLD-GRP-COUNT)
		MOVE WS-E3-FACT-LARGEST TO WS-CLD-GRP-L(WS-CLD-GRP-COUNT)
	END-IF.

*> One finished number: decompose it off the table and hold the two
*> factor lists side by side - same length, same primes and
*> exponents in the same order, Y on the last row only
	E3-GROUP-PARA.
	IF WS-CLD-GRP-NUM < 2 OR WS-CLD-GRP-NUM > WS-SPF-BOUND THEN
		ADD 1 TO WS-CLD-BEYOND
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-GRP-NUM TO WS-CLD-REST.
	MOVE 0 TO WS-CLD-DEC-COUNT.
	MOVE 0 TO WS-CLD-DEC-FAIL.
	PERFORM SPF-STEP-PARA UNTIL WS-CLD-REST < 2 OR WS-CLD-DEC-FAIL = 1.
	IF WS-CLD-DEC-FAIL = 1 THEN
		ADD 1 TO WS-CLD-BEYOND
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CLD-CHECKED.
	MOVE 1 TO WS-CLD-AGREES.
	IF WS-CLD-DEC-COUNT NOT = WS-CLD-GRP-COUNT THEN
		MOVE 0 TO WS-CLD-AGREES
	ELSE
		PERFORM E3-MATCH-PARA VARYING WS-CLD-K FROM 1 BY 1
			UNTIL WS-CLD-K > WS-CLD-GRP-COUNT
	END-IF.
	IF WS-CLD-AGREES = 0 THEN
		ADD 1 TO WS-CLD-DIFFER
		IF WS-CLD-FIRST-BAD = 0 THEN
			MOVE WS-CLD-GRP-NUM TO WS-CLD-FIRST-BAD
		END-IF
	END-IF.

	E3-MATCH-PARA.
	IF WS-CLD-GRP-P(WS-CLD-K) NOT = WS-CLD-DEC-P(WS-CLD-K)
			OR WS-CLD-GRP-E(WS-CLD-K) NOT = WS-CLD-DEC-E(WS-CLD-K) THEN
		MOVE 0 TO WS-CLD-AGREES
	END-IF.
	IF WS-CLD-K = WS-CLD-GRP-COUNT THEN
		IF WS-CLD-GRP-L(WS-CLD-K) NOT = "Y" THEN
			MOVE 0 TO WS-CLD-AGREES
		END-IF
	ELSE
		IF WS-CLD-GRP-L(WS-CLD-K) = "Y" THEN
			MOVE 0 TO WS-CLD-AGREES
		END-IF
	END-IF.

*> One table lookup: the smallest prime factor of what is left,
*> divided out; a repeat of the last prime bumps its exponent
	SPF-STEP-PARA.
	MOVE WS-CLD-REST TO WS-SPF-N.
	PERFORM SPF-LOOKUP-PARA.
	IF WS-SPF-RESULT = 0 THEN
		MOVE 1 TO WS-CLD-DEC-FAIL
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-DEC-COUNT > 0 THEN
		IF WS-CLD-DEC-P(WS-CLD-DEC-COUNT) = WS-SPF-RESULT THEN
			ADD 1 TO WS-CLD-DEC-E(WS-CLD-DEC-COUNT)
			DIVIDE WS-SPF-RESULT INTO WS-CLD-REST
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-CLD-DEC-COUNT >= 20 THEN
		MOVE 1 TO WS-CLD-DEC-FAIL
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CLD-DEC-COUNT.
	MOVE WS-SPF-RESULT TO WS-CLD-DEC-P(WS-CLD-DEC-COUNT).
	MOVE 1 TO WS-CLD-DEC-E(WS-CLD-DEC-COUNT).
	DIVIDE WS-SPF-RESULT INTO WS-CLD-REST.

*> ----------------------------------------------------------------
*> E12TAU: the divisor count EULER12 reports for its triangle number
*> against EULRDIVF's tau for the same number
*> ----------------------------------------------------------------
	E12-INV-PARA.
	MOVE "EULER12" TO WS-CLD-PROGRAM.
	PERFORM EXP-FETCH-PARA.
	IF WS-CLD-S > 4 THEN
		MOVE "NO EULER12 RESULT ON EULREXP" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE "N" TO WS-CLD-E12-SEEN.
	MOVE 0 TO WS-CLD-EOF.
	OPEN INPUT E12RPT-FILE.
	IF WS-CLD-E12-STATUS = "00" THEN
		PERFORM E12-LINE-PARA UNTIL WS-CLD-EOF = 1
		CLOSE E12RPT-FILE
	END-IF.
	IF WS-CLD-E12-SEEN = "N" THEN
		MOVE "NO FINDING LINE ON E12RPT" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-E12-TRI NOT = WS-EXPORT-RESULT THEN
		MOVE "E12RPT IS NOT FROM THE EXPORTED RUN" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-E12-TAU TO WS-CLD-VALUE.
	MOVE WS-CLD-E12-TRI TO WS-CLD-LOOK-N.
	PERFORM LOOK-PARA.
	IF WS-CLD-LOOK-FOUND = "N" THEN
		MOVE "TRIANGLE NUMBER WOULD NOT FACTOR" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-LOOK-TAU TO WS-CLD-AGREE.
	IF WS-CLD-VALUE = WS-CLD-AGREE THEN
		MOVE "PASS" TO WS-CLD-VERDICT
	ELSE
		MOVE "FAIL" TO WS-CLD-VERDICT
	END-IF.
	STRING "TAU OF THE TRIANGLE FROM " WS-CLD-LOOK-FROM
		DELIMITED BY SIZE INTO WS-CLD-NOTE
	END-STRING.

*> "TRIANGLE nnnnnnnnn = tttttttttttttttttt HAS ddddddddd DIVISORS"
	E12-LINE-PARA.
	READ E12RPT-FILE INTO WS-CLD-LINE
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-CLD-LINE(1:9) NOT = "TRIANGLE " THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-CLD-PART-1 WS-CLD-PART-2 WS-CLD-PART-3.
	UNSTRING WS-CLD-LINE DELIMITED BY " = " OR " HAS " OR " DIVISORS"
		INTO WS-CLD-PART-1 WS-CLD-PART-2 WS-CLD-PART-3
	END-UNSTRING.
	MOVE WS-CLD-PART-2 TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-E12-TRI.
	MOVE WS-CLD-PART-3 TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-E12-TAU.
	MOVE "Y" TO WS-CLD-E12-SEEN.
	MOVE 1 TO WS-CLD-EOF.

*> ----------------------------------------------------------------
*> AMICSIG: both members of every AMICRPT pair have sigma equal to
*> the pair's sum. VALUE is the pairs checked, AGREE the pairs that
*> are not consistent
*> ----------------------------------------------------------------
	AMIC-INV-PARA.
	MOVE "EULRAMIC" TO WS-CLD-PROGRAM.
	MOVE 0 TO WS-CLD-PAIRS.
	MOVE 0 TO WS-CLD-BAD-PAIRS.
	MOVE 0 TO WS-CLD-OPEN-PAIRS.
	MOVE 0 TO WS-CLD-FIRST-BAD.
	OPEN INPUT AMICRPT-FILE.
	IF WS-CLD-AMIC-STATUS NOT = "00" THEN
		MOVE "AMICRPT NOT ON FILE" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CLD-EOF.
	PERFORM AMIC-LINE-PARA UNTIL WS-CLD-EOF = 1.
	CLOSE AMICRPT-FILE.
	MOVE WS-CLD-PAIRS TO WS-CLD-VALUE.
	MOVE WS-CLD-BAD-PAIRS TO WS-CLD-AGREE.
	IF WS-CLD-PAIRS = 0 THEN
		MOVE "NO PAIR ON AMICRPT TO CHECK" TO WS-CLD-NOTE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-BAD-PAIRS > 0 THEN
		MOVE "FAIL" TO WS-CLD-VERDICT
		MOVE WS-CLD-FIRST-BAD TO WS-CRL-VALUE
		STRING "FIRST INCONSISTENT PAIR AT "
			FUNCTION TRIM(WS-CRL-VALUE)
			DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	ELSE
		MOVE "PASS" TO WS-CLD-VERDICT
		MOVE WS-CLD-OPEN-PAIRS TO WS-CLD-COUNT-EDIT
		STRING "SIGMAS AGREE, " FUNCTION TRIM(WS-CLD-COUNT-EDIT)
			" WOULD NOT FACTOR" DELIMITED BY SIZE INTO WS-CLD-NOTE
		END-STRING
	END-IF.

*> "AMICABLE PAIR  aaaa <-> bbbb"
	AMIC-LINE-PARA.
	READ AMICRPT-FILE INTO WS-CLD-LINE
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-CLD-LINE(1:15) NOT = "AMICABLE PAIR  " THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-CLD-PART-2 WS-CLD-PART-3.
	UNSTRING WS-CLD-LINE(16:117) DELIMITED BY " <-> " OR ALL SPACES
		INTO WS-CLD-PART-2 WS-CLD-PART-3
	END-UNSTRING.
	MOVE WS-CLD-PART-2 TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-PAIR-A.
	MOVE WS-CLD-PART-3 TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-PAIR-B.
	ADD 1 TO WS-CLD-PAIRS.
	COMPUTE WS-CLD-PAIR-SUM = WS-CLD-PAIR-A + WS-CLD-PAIR-B
		ON SIZE ERROR
			ADD 1 TO WS-CLD-OPEN-PAIRS
			EXIT PARAGRAPH
	END-COMPUTE.
	MOVE WS-CLD-PAIR-A TO WS-CLD-LOOK-N.
	PERFORM LOOK-PARA.
	IF WS-CLD-LOOK-FOUND = "N" OR WS-CLD-LOOK-OVER = 1 THEN
		ADD 1 TO WS-CLD-OPEN-PAIRS
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-LOOK-SIGMA TO WS-CLD-SIGMA-A.
	MOVE WS-CLD-PAIR-B TO WS-CLD-LOOK-N.
	PERFORM LOOK-PARA.
	IF WS-CLD-LOOK-FOUND = "N" OR WS-CLD-LOOK-OVER = 1 THEN
		ADD 1 TO WS-CLD-OPEN-PAIRS
		EXIT PARAGRAPH
	END-IF.
	IF WS-CLD-PAIR-A = WS-CLD-PAIR-B
			OR WS-CLD-SIGMA-A NOT = WS-CLD-PAIR-SUM
			OR WS-CLD-LOOK-SIGMA NOT = WS-CLD-PAIR-SUM THEN
		ADD 1 TO WS-CLD-BAD-PAIRS
		IF WS-CLD-FIRST-BAD = 0 THEN
			MOVE WS-CLD-PAIR-A TO WS-CLD-FIRST-BAD
		END-IF
	END-IF.

*> ----------------------------------------------------------------
*> One number's tau and sigma: off DIVFRPT when EULRDIVF reported
*> it, else from the factorization service by EULRDIVF's rule -
*> tau the product of (e+1), sigma the product of
*> (p**(e+1) - 1) / (p - 1). An UNPROVEN factor answers nothing
*> ----------------------------------------------------------------
	LOOK-PARA.
	MOVE "N" TO WS-CLD-LOOK-FOUND.
	MOVE 0 TO WS-CLD-LOOK-OVER.
	MOVE 0 TO WS-CLD-EOF.
	OPEN INPUT DIVFRPT-FILE.
	IF WS-CLD-DIVF-STATUS = "00" THEN
		PERFORM LOOK-DIVF-PARA UNTIL WS-CLD-EOF = 1
		CLOSE DIVFRPT-FILE
	END-IF.
	MOVE 0 TO WS-CLD-EOF.
	IF WS-CLD-LOOK-FOUND = "Y" THEN
		MOVE "DIVFRPT" TO WS-CLD-LOOK-FROM
		EXIT PARAGRAPH
	END-IF.
	MOVE "ITS RULE" TO WS-CLD-LOOK-FROM.
	IF WS-CLD-LOOK-N < 2 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-LOOK-N TO WS-FAC-N.
	PERFORM FAC-FACTOR-PARA.
	IF WS-FAC-HAS-UNPROVEN THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-CLD-LOOK-TAU.
	MOVE 1 TO WS-CLD-LOOK-SIGMA.
	PERFORM LOOK-TERM-PARA VARYING WS-CLD-K FROM 1 BY 1
		UNTIL WS-CLD-K > WS-FAC-COUNT.
	MOVE "Y" TO WS-CLD-LOOK-FOUND.

	LOOK-TERM-PARA.
	COMPUTE WS-CLD-LOOK-TAU = WS-CLD-LOOK-TAU * (WS-FAC-EXP(WS-CLD-K) + 1).
	MOVE WS-FAC-PRIME(WS-CLD-K) TO WS-CLD-POWER.
	PERFORM LOOK-POWER-PARA VARYING WS-CLD-X FROM 1 BY 1
		UNTIL WS-CLD-X > WS-FAC-EXP(WS-CLD-K).
	COMPUTE WS-CLD-TERM = (WS-CLD-POWER - 1) / (WS-FAC-PRIME(WS-CLD-K) - 1)
		ON SIZE ERROR MOVE 1 TO WS-CLD-LOOK-OVER
	END-COMPUTE.
	COMPUTE WS-CLD-LOOK-SIGMA = WS-CLD-LOOK-SIGMA * WS-CLD-TERM
		ON SIZE ERROR MOVE 1 TO WS-CLD-LOOK-OVER
	END-COMPUTE.

	LOOK-POWER-PARA.
	COMPUTE WS-CLD-POWER = WS-CLD-POWER * WS-FAC-PRIME(WS-CLD-K)
		ON SIZE ERROR MOVE 1 TO WS-CLD-LOOK-OVER
	END-COMPUTE.

*> a DIVFRPT detail line: number cols 1-18, "  TAU " 19-24, tau
*> 25-31, sigma 40-57 (blank on an OVERFLOW or UNPROVEN line)
	LOOK-DIVF-PARA.
	READ DIVFRPT-FILE INTO WS-CLD-LINE
		AT END MOVE 1 TO WS-CLD-EOF
	END-READ.
	IF WS-CLD-EOF = 1 OR WS-CLD-LINE(19:6) NOT = "  TAU " THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-LINE(1:18) TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC
			OR WS-CLD-DIGITS-N NOT = WS-CLD-LOOK-N THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-LINE(25:7) TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-LOOK-TAU.
	MOVE WS-CLD-LINE(40:18) TO WS-CLD-DIGITS.
	INSPECT WS-CLD-DIGITS REPLACING LEADING SPACES BY ZEROS.
	IF WS-CLD-DIGITS IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CLD-DIGITS-N TO WS-CLD-LOOK-SIGMA.
	MOVE "Y" TO WS-CLD-LOOK-FOUND.
	MOVE 1 TO WS-CLD-EOF.

	DTL-PUT-PARA.
	WRITE CONSRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY EXPRMAP.
	COPY SPFPRC.
	COPY FACTPRC.
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
	COPY LINPRC.
	COPY LINCPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY NOTPRC.
