*> Goldbach verification report over EULER10's prime cache: the
*>   research group checks the even-number conjecture against our
*>   own primes every time the cache grows, and until now that meant
*>   exporting E10PRIME and counting pairs by hand. This report takes
*>   an even range from GOLDPARM, certifies the cache first (the
*>   E10PSTAT coverage record and the E10PRIME trailer, the consumer
*>   rule every cache reader follows), then records for every even
*>   number in the range how many ways it splits into two primes
*>   p <= q and the smallest such pair, lists the even numbers with
*>   the fewest representations, and stops with an escalation the
*>   moment any even number in range has no representation at all.
*> compile with cobc -free -O -x -o eulrgold.exe -I copy eulrgold.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - one pass over E10PRIME validates the
*>             trailer and loads the primes up to HIGH into an
*>             odd-number flag table (and the primes up to HIGH/2
*>             into a list), then every even number in range is
*>             counted pair by pair. Report to GOLDRPT through the
*>             shared detail-report writer, even numbers verified as
*>             the banner result. A range past the E10PSTAT coverage
*>             is refused with X003 and logged on the EULRDMND demand
*>             log like the other cache consumers; an even number
*>             with no representation is written to the report, to
*>             EULRDIAG as GB02 and to EULRNOTQ as CRIT, and ends the
*>             run with RETURN-CODE 16. RETURN-CODE 0 normal, 16 on a
*>             bad card, an uncertified cache, or a range past the
*>             coverage, the work tables, or the pair-test budget.
*> 2026-10-15  every open of the shared prime cache now appends an
*>             input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id), so a questioned result
*>             can be traced to the cache generation it was computed
*>             against.
*> 2026-10-15  the E10PRIME cache's content total is recomputed before
*>             it is opened and checked against the dataset-control
*>             registry EULRDCTL (DCTLDAT.cpy, DCTLPRC.cpy,
*>             DCTLCPRC.cpy); a mismatch - a file edited, partly
*>             restored, or copied from the wrong generation - is
*>             diagnostic DC01 with a CRIT notification on EULRNOTQ, and
*>             the run stops with RETURN-CODE 16 instead of answering
*>             from it.
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
PROGRAM-ID. EULRGOLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GOLDPARM-FILE ASSIGN TO "GOLDPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GOLD-PARM-STATUS.
	SELECT E10PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GOLD-STAT-STATUS.
	SELECT E10PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GOLD-CACHE-STATUS.
	SELECT GOLDRPT-FILE ASSIGN TO "GOLDRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.

	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
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
	SELECT EULRDMND-FILE ASSIGN TO "EULRDMND"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DMD-STATUS.
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT LIN-PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-PSTAT-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GOLDPARM-FILE.
01  GOLDPARM-RECORD                PIC X(26).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

FD  GOLDRPT-FILE.
01  GOLDRPT-RECORD                 PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
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
FD  EULRDMND-FILE.
01  EULRDMND-FILE-RECORD           PIC X(45).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY GOLDPRM.
	COPY E10PRM.
	COPY E10STAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY LINDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY NOTDAT.
	COPY DMDDAT.

	01 WS-GOLD-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-GOLD-STAT-STATUS PIC XX VALUE SPACES.
	01 WS-GOLD-CACHE-STATUS PIC XX VALUE SPACES.
	01 WS-GOLD-EOF PIC 9 VALUE 0.
	01 WS-GOLD-REJECTED PIC 9 VALUE 0.
	01 WS-GOLD-CACHE-BUF PIC X(40) VALUE SPACES.
	01 WS-GOLD-FEW-SIZE PIC 9(2) VALUE 10.

*> the work tables bound one run: the flag table holds one byte per
*> odd number up to WS-GOLD-CAP, and since every even number tests
*> every candidate prime up to its half, a range whose even count
*> times the candidates loaded passes WS-GOLD-BUDGET pair tests must
*> be split into several runs
	01 WS-GOLD-CAP PIC 9(12) VALUE 4000000.
	01 WS-GOLD-BUDGET PIC 9(12) VALUE 50000000.
	01 WS-GOLD-EVENS PIC 9(12) VALUE 0.
	01 WS-GOLD-WORK PIC 9(18) VALUE 0.

*> trailer-validation figures for the cache (the interface-file
*> consumer rule - count and mod-sum the data rows against the final
*> TRL record before trusting anything read off the file, see
*> E10HDR.cpy)
	01 WS-GOLD-TRL-SEEN PIC 9 VALUE 0.
	01 WS-GOLD-DATA-COUNT PIC 9(9) VALUE 0.
	01 WS-GOLD-DATA-SUM PIC 9(18) VALUE 0.
	01 WS-GOLD-TRL-COUNT PIC 9(9) VALUE 0.
	01 WS-GOLD-TRL-SUM PIC 9(18) VALUE 0.

*> odd number v is prime when WS-GOLD-FLAG((v + 1) / 2) = "P"; the
*> odd primes up to HIGH/2 - the only candidates for the smaller
*> member of a pair - are also kept in ascending order as a list
	01 WS-GOLD-FLAG-TABLE.
		05 WS-GOLD-FLAG PIC X(01) OCCURS 2000000 TIMES.
	01 WS-GOLD-LIST-TABLE.
		05 WS-GOLD-PRIME PIC 9(07) OCCURS 150000 TIMES.
	01 WS-GOLD-LIST-COUNT PIC 9(7) VALUE 0.
	01 WS-GOLD-HALF-HIGH PIC 9(12) VALUE 0.

*> one even number's count
	01 WS-GOLD-N PIC 9(12) VALUE 0.
	01 WS-GOLD-HALF PIC 9(12) VALUE 0.
	01 WS-GOLD-PX PIC 9(7) VALUE 0.
	01 WS-GOLD-Q PIC 9(12) VALUE 0.
	01 WS-GOLD-FX PIC 9(7) VALUE 0.
	01 WS-GOLD-REPS PIC 9(9) VALUE 0.
	01 WS-GOLD-SMALL-P PIC 9(12) VALUE 0.

*> run totals
	01 WS-GOLD-VERIFIED PIC 9(9) VALUE 0.
	01 WS-GOLD-ALL-REPS PIC 9(12) VALUE 0.
	01 WS-GOLD-MIN-REPS PIC 9(9) VALUE 0.
	01 WS-GOLD-MIN-N PIC 9(12) VALUE 0.
	01 WS-GOLD-MAX-REPS PIC 9(9) VALUE 0.
	01 WS-GOLD-MAX-N PIC 9(12) VALUE 0.
	01 WS-GOLD-ZERO-N PIC 9(12) VALUE 0.

*> the even numbers with the fewest representations, kept in
*> ascending order of count (the earlier even number keeps its place
*> on a tie) - a new row is slotted in where it belongs and the last
*> row drops off the end, the same shape as EULRPGAP's top-gap table
	01 WS-GOLD-FEW-TABLE.
		05 WS-GOLD-FEW-ROW OCCURS 50 TIMES.
			10 WS-FEW-N            PIC 9(12) VALUE 0.
			10 WS-FEW-REPS         PIC 9(9) VALUE 0.
			10 WS-FEW-P            PIC 9(12) VALUE 0.
	01 WS-GOLD-FEW-FILLED PIC 9(2) VALUE 0.
	01 WS-GOLD-SLOT PIC 9(2) VALUE 0.
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-J PIC 9(2) VALUE 0.

	01 WS-GOLD-RPT-LINE.
		05 WS-GOLD-RL-TAG          PIC X(08).
		05 FILLER                  PIC X(05) VALUE "EVEN ".
		05 WS-GOLD-RL-N            PIC Z(11)9.
		05 FILLER                  PIC X(18) VALUE "  REPRESENTATIONS ".
		05 WS-GOLD-RL-REPS         PIC Z(8)9.
		05 FILLER                  PIC X(16) VALUE "  SMALLEST PAIR ".
		05 WS-GOLD-RL-P            PIC Z(11)9.
		05 FILLER                  PIC X(03) VALUE " + ".
		05 WS-GOLD-RL-Q            PIC Z(11)9.
		05 WS-GOLD-RL-FLAG         PIC X(20).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRGOLD" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRGOLD" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-GOLD-REJECTED = 0 THEN
		PERFORM COVERAGE-PARA
	END-IF.
	IF WS-GOLD-REJECTED = 0 THEN
		PERFORM CACHE-LOAD-PARA
	END-IF.
	IF WS-GOLD-REJECTED = 1 THEN
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	OPEN OUTPUT GOLDRPT-FILE.
	MOVE "EULRGOLD - GOLDBACH REPRESENTATIONS OVER THE PRIME CACHE"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "EVEN RANGE " WS-GOLD-LOW " - " WS-GOLD-HIGH
		"  FEWEST LISTED " WS-GOLD-FEW-SIZE
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "EVEN NUMBER, PRIME-PAIR COUNT (P <= Q), SMALLEST PAIR"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM EVEN-PARA VARYING WS-GOLD-N FROM WS-GOLD-LOW BY 2
		UNTIL WS-GOLD-N > WS-GOLD-HIGH OR WS-GOLD-ZERO-N > 0.
	IF WS-GOLD-ZERO-N > 0 THEN
		PERFORM ESCALATE-PARA
		GOBACK
	END-IF.
	PERFORM FEWEST-PARA.
	PERFORM TOTALS-PARA.
	PERFORM DTL-END-PARA.
	CLOSE GOLDRPT-FILE.
	DISPLAY "EULRGOLD: " WS-GOLD-VERIFIED " EVEN NUMBER(S) VERIFIED, "
		"FEWEST REPRESENTATIONS " WS-GOLD-MIN-REPS " AT "
		WS-GOLD-MIN-N.
	MOVE WS-GOLD-VERIFIED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE 0 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read and validate the range card - both bounds even, at least 4,
*> and the top inside one run's work tables
	P-PARA.
	OPEN INPUT GOLDPARM-FILE.
	IF WS-GOLD-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRGOLD: REJECTED - GOLDPARM RANGE CARD NOT FOUND"
		MOVE "GB01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	READ GOLDPARM-FILE INTO WS-GOLD-PARM-CARD
		AT END MOVE SPACES TO WS-GOLD-PARM-CARD
	END-READ.
	CLOSE GOLDPARM-FILE.
	IF WS-GOLD-FEW-X NOT = SPACES THEN
		IF WS-GOLD-FEW-X IS NUMERIC
				AND WS-GOLD-FEW-X NOT = "00"
				AND FUNCTION NUMVAL(WS-GOLD-FEW-X) <= 50 THEN
			MOVE FUNCTION NUMVAL(WS-GOLD-FEW-X) TO WS-GOLD-FEW-SIZE
		ELSE
			MOVE 0 TO WS-GOLD-FEW-SIZE
		END-IF
	END-IF.
	IF WS-GOLD-LOW IS NOT NUMERIC
			OR WS-GOLD-HIGH IS NOT NUMERIC
			OR WS-GOLD-FEW-SIZE = 0 THEN
		DISPLAY "EULRGOLD: REJECTED CARD '" WS-GOLD-PARM-CARD
			"' - NEED NUMERIC LOW/HIGH AND A LIST SIZE 01-50"
		MOVE "GB01" TO WS-DIAG-CODE
		MOVE WS-GOLD-PARM-CARD TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-GOLD-LOW < 4
			OR WS-GOLD-HIGH < WS-GOLD-LOW
			OR FUNCTION MOD(WS-GOLD-LOW, 2) NOT = 0
			OR FUNCTION MOD(WS-GOLD-HIGH, 2) NOT = 0 THEN
		DISPLAY "EULRGOLD: REJECTED RANGE " WS-GOLD-LOW " - "
			WS-GOLD-HIGH " - NEED EVEN BOUNDS, 4 <= LOW <= HIGH"
		MOVE "GB01" TO WS-DIAG-CODE
		MOVE WS-GOLD-PARM-CARD TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-GOLD-EVENS = (WS-GOLD-HIGH - WS-GOLD-LOW) / 2 + 1.
	IF WS-GOLD-HIGH > WS-GOLD-CAP THEN
		DISPLAY "EULRGOLD: REJECTED RANGE " WS-GOLD-LOW " - "
			WS-GOLD-HIGH " - ONE RUN REACHES AT MOST " WS-GOLD-CAP
		MOVE "GB01" TO WS-DIAG-CODE
		MOVE WS-GOLD-PARM-CARD TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
	END-IF.

*> The stats record certifies a whole cache and says how far it
*> reaches - a range past that is refused and logged as demand, the
*> same way EULRFEED handles an out-of-coverage request
	COVERAGE-PARA.
	OPEN INPUT E10PSTAT-FILE.
	IF WS-GOLD-STAT-STATUS = "00" THEN
		READ E10PSTAT-FILE INTO WS-E10-STAT-RECORD
			AT END MOVE "10" TO WS-GOLD-STAT-STATUS
		END-READ
		CLOSE E10PSTAT-FILE
	END-IF.
	IF WS-GOLD-STAT-STATUS NOT = "00" THEN
		DISPLAY "EULRGOLD: REJECTED - NO E10PSTAT STATS RECORD, THE"
			" CACHE IS NOT CERTIFIED (RUN EULER10 FIRST)"
		MOVE "X002" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-GOLD-HIGH > WS-E10-STAT-CEILING THEN
		DISPLAY "EULRGOLD: REJECTED - RANGE TOP " WS-GOLD-HIGH
			" PAST THE CACHE COVERAGE " WS-E10-STAT-CEILING
			" - RUN EULER10 FOR A LARGER CEILING FIRST"
		MOVE "X003" TO WS-DIAG-CODE
		MOVE WS-GOLD-HIGH TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "EULRGOLD" TO WS-DMD-SOURCE
			MOVE "C" TO WS-DMD-TYPE
			MOVE WS-GOLD-HIGH TO WS-DMD-ASKED
			MOVE WS-E10-STAT-CEILING TO WS-DMD-HELD
			PERFORM DEMAND-NOTE-PARA
		END-IF
	END-IF.

*> Full pass validating the cache's trailer, loading the primes the
*> range needs on the way - nothing loaded is used unless the
*> trailer balances
	CACHE-LOAD-PARA.
	COMPUTE WS-GOLD-HALF-HIGH = WS-GOLD-HIGH / 2.
	MOVE ALL "N" TO WS-GOLD-FLAG-TABLE.
	MOVE 0 TO WS-GOLD-EOF.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-GOLD-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-GOLD-CACHE-STATUS NOT = "00" THEN
		DISPLAY "EULRGOLD: REJECTED - E10PRIME NOT ON FILE,"
			" RUN EULER10 FIRST"
		MOVE "X002" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM CACHE-ROW-PARA UNTIL WS-GOLD-EOF = 1.
	CLOSE E10PRIME-FILE.
	IF WS-GOLD-TRL-SEEN = 0
			OR WS-GOLD-DATA-COUNT NOT = WS-GOLD-TRL-COUNT
			OR WS-GOLD-DATA-SUM NOT = WS-GOLD-TRL-SUM THEN
		DISPLAY "EULRGOLD: REJECTED - E10PRIME TRAILER MISSING"
			" OR OUT OF BALANCE (ROWS " WS-GOLD-DATA-COUNT
			" TRAILER " WS-GOLD-TRL-COUNT
			") - REBUILD THE CACHE WITH EULER10 FIRST"
		MOVE "X004" TO WS-DIAG-CODE
		MOVE WS-GOLD-DATA-COUNT TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-GOLD-WORK = WS-GOLD-EVENS * WS-GOLD-LIST-COUNT.
	IF WS-GOLD-WORK > WS-GOLD-BUDGET THEN
		DISPLAY "EULRGOLD: REJECTED RANGE " WS-GOLD-LOW " - "
			WS-GOLD-HIGH " - " WS-GOLD-WORK " PAIR TESTS PAST THE"
			" ONE-RUN BUDGET OF " WS-GOLD-BUDGET ", SPLIT THE RANGE"
		MOVE "GB01" TO WS-DIAG-CODE
		MOVE WS-GOLD-PARM-CARD TO WS-DIAG-VALUE
		MOVE 1 TO WS-GOLD-REJECTED
	END-IF.

	CACHE-ROW-PARA.
	READ E10PRIME-FILE INTO WS-GOLD-CACHE-BUF
		AT END MOVE 1 TO WS-GOLD-EOF
	END-READ.
	IF WS-GOLD-EOF = 0 THEN
		EVALUATE WS-GOLD-CACHE-BUF(1:3)
			WHEN "HDR"
				CONTINUE
			WHEN "TRL"
				MOVE 1 TO WS-GOLD-TRL-SEEN
				MOVE FUNCTION NUMVAL(WS-GOLD-CACHE-BUF(5:9))
					TO WS-GOLD-TRL-COUNT
				MOVE FUNCTION NUMVAL(WS-GOLD-CACHE-BUF(15:18))
					TO WS-GOLD-TRL-SUM
			WHEN OTHER
				MOVE 0 TO WS-GOLD-TRL-SEEN
				ADD 1 TO WS-GOLD-DATA-COUNT
				MOVE WS-GOLD-CACHE-BUF(1:12) TO WS-E10-PRIME-RECORD
				COMPUTE WS-GOLD-DATA-SUM = FUNCTION MOD(
					WS-GOLD-DATA-SUM + WS-E10-PRIME-VALUE,
					1000000000000000000)
				PERFORM CACHE-KEEP-PARA
		END-EVALUATE
	END-IF.

*> 2 never pairs with an odd prime into an even sum, and 4 = 2 + 2 is
*> counted directly, so only the odd primes are kept
	CACHE-KEEP-PARA.
	IF WS-E10-PRIME-VALUE > 2
			AND WS-E10-PRIME-VALUE <= WS-GOLD-HIGH THEN
		COMPUTE WS-GOLD-FX = (WS-E10-PRIME-VALUE + 1) / 2
		MOVE "P" TO WS-GOLD-FLAG(WS-GOLD-FX)
		IF WS-E10-PRIME-VALUE <= WS-GOLD-HALF-HIGH THEN
			ADD 1 TO WS-GOLD-LIST-COUNT
			MOVE WS-E10-PRIME-VALUE
				TO WS-GOLD-PRIME(WS-GOLD-LIST-COUNT)
		END-IF
	END-IF.

*> One even number: count the pairs p <= q, note the smallest p, and
*> write the detail line - a count of zero stops the scan
	EVEN-PARA.
	MOVE 0 TO WS-GOLD-REPS.
	MOVE 0 TO WS-GOLD-SMALL-P.
	IF WS-GOLD-N = 4 THEN
		MOVE 1 TO WS-GOLD-REPS
		MOVE 2 TO WS-GOLD-SMALL-P
	ELSE
		COMPUTE WS-GOLD-HALF = WS-GOLD-N / 2
		PERFORM PAIR-PARA VARYING WS-GOLD-PX FROM 1 BY 1
			UNTIL WS-GOLD-PX > WS-GOLD-LIST-COUNT
				OR WS-GOLD-PRIME(WS-GOLD-PX) > WS-GOLD-HALF
	END-IF.
	MOVE SPACES TO WS-GOLD-RL-TAG.
	MOVE WS-GOLD-N TO WS-GOLD-RL-N.
	MOVE WS-GOLD-REPS TO WS-GOLD-RL-REPS.
	IF WS-GOLD-REPS = 0 THEN
		MOVE 0 TO WS-GOLD-RL-P
		MOVE 0 TO WS-GOLD-RL-Q
		MOVE "  NO REPRESENTATION" TO WS-GOLD-RL-FLAG
		MOVE WS-GOLD-N TO WS-GOLD-ZERO-N
	ELSE
		MOVE WS-GOLD-SMALL-P TO WS-GOLD-RL-P
		COMPUTE WS-GOLD-Q = WS-GOLD-N - WS-GOLD-SMALL-P
		MOVE WS-GOLD-Q TO WS-GOLD-RL-Q
		MOVE SPACES TO WS-GOLD-RL-FLAG
		PERFORM TALLY-PARA
	END-IF.
	MOVE WS-GOLD-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	PAIR-PARA.
	COMPUTE WS-GOLD-FX =
		(WS-GOLD-N - WS-GOLD-PRIME(WS-GOLD-PX) + 1) / 2.
	IF WS-GOLD-FLAG(WS-GOLD-FX) = "P" THEN
		ADD 1 TO WS-GOLD-REPS
		IF WS-GOLD-SMALL-P = 0 THEN
			MOVE WS-GOLD-PRIME(WS-GOLD-PX) TO WS-GOLD-SMALL-P
		END-IF
	END-IF.

*> Run totals and the fewest-representations table
	TALLY-PARA.
	ADD 1 TO WS-GOLD-VERIFIED.
	ADD WS-GOLD-REPS TO WS-GOLD-ALL-REPS.
	IF WS-GOLD-VERIFIED = 1 OR WS-GOLD-REPS < WS-GOLD-MIN-REPS THEN
		MOVE WS-GOLD-REPS TO WS-GOLD-MIN-REPS
		MOVE WS-GOLD-N TO WS-GOLD-MIN-N
	END-IF.
	IF WS-GOLD-REPS > WS-GOLD-MAX-REPS THEN
		MOVE WS-GOLD-REPS TO WS-GOLD-MAX-REPS
		MOVE WS-GOLD-N TO WS-GOLD-MAX-N
	END-IF.
	MOVE 0 TO WS-GOLD-SLOT.
	PERFORM FEW-FIND-PARA VARYING WS-K FROM WS-GOLD-FEW-SIZE BY -1
		UNTIL WS-K < 1.
	IF WS-GOLD-SLOT > 0 THEN
		IF WS-GOLD-FEW-FILLED < WS-GOLD-FEW-SIZE THEN
			ADD 1 TO WS-GOLD-FEW-FILLED
		END-IF
		PERFORM FEW-SHIFT-PARA VARYING WS-J FROM WS-GOLD-FEW-FILLED
			BY -1 UNTIL WS-J <= WS-GOLD-SLOT
		MOVE WS-GOLD-N TO WS-FEW-N(WS-GOLD-SLOT)
		MOVE WS-GOLD-REPS TO WS-FEW-REPS(WS-GOLD-SLOT)
		MOVE WS-GOLD-SMALL-P TO WS-FEW-P(WS-GOLD-SLOT)
	END-IF.

	FEW-FIND-PARA.
	IF WS-K > WS-GOLD-FEW-FILLED
			OR WS-GOLD-REPS < WS-FEW-REPS(WS-K) THEN
		MOVE WS-K TO WS-GOLD-SLOT
	END-IF.

	FEW-SHIFT-PARA.
	MOVE WS-GOLD-FEW-ROW(WS-J - 1) TO WS-GOLD-FEW-ROW(WS-J).

*> The fewest-representations section after the detail lines
	FEWEST-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "EVEN NUMBERS WITH THE FEWEST REPRESENTATIONS"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM FEW-LINE-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-GOLD-FEW-FILLED.

	FEW-LINE-PARA.
	MOVE SPACES TO WS-GOLD-RL-TAG.
	STRING "RANK " WS-K DELIMITED BY SIZE INTO WS-GOLD-RL-TAG
	END-STRING.
	MOVE WS-FEW-N(WS-K) TO WS-GOLD-RL-N.
	MOVE WS-FEW-REPS(WS-K) TO WS-GOLD-RL-REPS.
	MOVE WS-FEW-P(WS-K) TO WS-GOLD-RL-P.
	COMPUTE WS-GOLD-Q = WS-FEW-N(WS-K) - WS-FEW-P(WS-K).
	MOVE WS-GOLD-Q TO WS-GOLD-RL-Q.
	MOVE SPACES TO WS-GOLD-RL-FLAG.
	MOVE WS-GOLD-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	TOTALS-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "EVEN NUMBERS VERIFIED " WS-GOLD-VERIFIED
		"  PAIRS COUNTED " WS-GOLD-ALL-REPS
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "FEWEST " WS-GOLD-MIN-REPS " AT " WS-GOLD-MIN-N
		"  MOST " WS-GOLD-MAX-REPS " AT " WS-GOLD-MAX-N
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.

*> An even number with no representation is a counterexample or a
*> damaged cache - either way nobody downstream may take this run's
*> figures, so the report is closed off where it stopped and the run
*> ends with the escalation on the diagnostic log and the queue
	ESCALATE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "SCAN STOPPED - " WS-GOLD-ZERO-N
		" HAS NO PRIME-PAIR REPRESENTATION, ESCALATED"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE GOLDRPT-FILE.
	DISPLAY "EULRGOLD: ESCALATED - " WS-GOLD-ZERO-N
		" HAS NO PRIME-PAIR REPRESENTATION ON THIS CACHE".
	MOVE "GB02" TO WS-DIAG-CODE.
	MOVE WS-GOLD-ZERO-N TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 16 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "CRIT" TO WS-NOT-SEVERITY
		MOVE "EULRGOLD" TO WS-NOT-PROGRAM
		MOVE SPACES TO WS-NOT-TEXT
		STRING "NO GOLDBACH PAIR FOR " WS-GOLD-ZERO-N
			DELIMITED BY SIZE INTO WS-NOT-TEXT
		END-STRING
		PERFORM NOTIFY-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.

	DTL-PUT-PARA.
	WRITE GOLDRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.

	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
	COPY DIAG.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY DMDPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLCPRC.
	COPY LINPRC.
	COPY LINCPRC.
	COPY NOTPRC.
