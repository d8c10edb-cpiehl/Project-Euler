*>             coverage, or malformed, is refused with X003/X001 and
*>             the rest still run; RETURN-CODE 0 all fulfilled, 4
*>             some refused, 16 no requests or no certified cache.
*> 2026-10-15  each extract now also gets a row on the central output
*>             manifest (EULRMANI) under the request id, with the
*>             extract's name and its prime count - the rows the
*>             monthly chargeback (EULRCBK) bills to the requester.
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
*> 2026-10-15  a request card marked C in col 36 is cut in the compact
*>             gap-encoded format instead (GAPDAT.cpy): the first prime
*>             once, then the gap to each next prime, 18 to a record,
*>             under a GAP header carrying the range and a trailer
*>             carrying the count, the sum hash, and the first and last
*>             prime - a fraction of the one-per-record size for the
*>             large ranges. EULRGAPV expands a compact extract and
*>             proves it against E10PRIME. Any other col 36 value is
*>             refused with X001.
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy), one posting per
*>             extract under its request id: the E10PRIME rows taken
*>             in range in, the primes written to the extract (plain
*>             or compact) out.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRFEED.

	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BUS-CARD-STATUS.
	SELECT EULRDMND-FILE ASSIGN TO "EULRDMND"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DMD-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO WS-SHAD-MANI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
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
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
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
FD  E10REQS-FILE.
01  E10REQS-RECORD                 PIC X(36).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

FD  FEED-OUT-FILE.
01  FEED-OUT-RECORD                PIC X(40).
01  FEED-OUT-COMPACT               PIC X(80).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).

01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRDMND-FILE.
01  EULRDMND-FILE-RECORD           PIC X(45).
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
	WORKING-STORAGE SECTION.
	COPY E10STAT.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY BALDAT.
	COPY DMDDAT.
	COPY MANDAT.
	COPY GAPDAT.

	01 WS-FED-REQ-STATUS PIC XX VALUE SPACES.
	01 WS-FED-STAT-STATUS PIC XX VALUE SPACES.
		05 WS-FED-LOW-X            PIC X(12).
		05 FILLER                  PIC X(01).
		05 WS-FED-HIGH-X           PIC X(12).
		05 FILLER                  PIC X(01).
		05 WS-FED-FORMAT           PIC X(01).
			88 WS-FED-IS-PLAIN         VALUE SPACE.
			88 WS-FED-IS-COMPACT       VALUE "C".
	01 WS-FED-LOW PIC 9(12) VALUE 0.
	01 WS-FED-HIGH PIC 9(12) VALUE 0.

	01 WS-FED-FULFILLED PIC 9(3) VALUE 0.
	01 WS-FED-REFUSED PIC 9(3) VALUE 0.
	01 WS-FED-COUNT PIC 9(9) VALUE 0.
*> control totals for EULRBAL: cache rows taken in range, and the
*> primes actually put on the extract
	01 WS-FED-BAL-IN PIC 9(9) VALUE 0.
	01 WS-FED-BAL-OUT PIC 9(9) VALUE 0.
	01 WS-FED-SUM PIC 9(18) VALUE 0.
	01 WS-FED-BUF PIC X(40) VALUE SPACES.
	01 WS-FED-PRIME PIC 9(12) VALUE 0.
	01 WS-FED-PREV PIC 9(12) VALUE 0.
	01 WS-FED-FIRST PIC 9(12) VALUE 0.

*> the extract's own HDR/TRL shapes - the E10HDR contract with the
*> request id riding where the producer's parameter echo sits

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRFEED" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRFEED" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM STAT-PARA.
	IF WS-FED-STAT-STATUS NOT = "00" THEN
		DISPLAY "EULRFEED: REJECTED - NO E10PSTAT STATS RECORD, THE"
			OR WS-FED-LOW-X IS NOT NUMERIC
			OR WS-FED-HIGH-X IS NOT NUMERIC
			OR FUNCTION NUMVAL(WS-FED-LOW-X) >
				FUNCTION NUMVAL(WS-FED-HIGH-X)
			OR NOT (WS-FED-IS-PLAIN OR WS-FED-IS-COMPACT) THEN
		DISPLAY "EULRFEED: REFUSED REQUEST '" WS-FED-REQ-CARD
			"' - NEEDS AN ID, LOW <= HIGH, AND FORMAT BLANK OR C"
		MOVE "X001" TO WS-DIAG-CODE
		MOVE WS-FED-REQ-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
	PERFORM CUT-PARA.
	ADD 1 TO WS-FED-FULFILLED.
	PERFORM FEED-NOTE-PARA.
	IF WS-FED-IS-COMPACT THEN
		DISPLAY "EULRFEED: " WS-FED-REQ-ID " FULFILLED - "
			WS-FED-COUNT " PRIME(S) TO PRX"
			FUNCTION TRIM(WS-FED-REQ-ID) " (COMPACT)"
	ELSE
		DISPLAY "EULRFEED: " WS-FED-REQ-ID " FULFILLED - "
			WS-FED-COUNT " PRIME(S) TO PRX"
			FUNCTION TRIM(WS-FED-REQ-ID)
	END-IF.

	CUT-PARA.
	MOVE SPACES TO WS-FED-OUT-NAME.
		DELIMITED BY SIZE INTO WS-FED-OUT-NAME
	END-STRING.
	MOVE 0 TO WS-FED-COUNT.
	MOVE 0 TO WS-FED-BAL-IN.
	MOVE 0 TO WS-FED-BAL-OUT.
	MOVE 0 TO WS-FED-SUM.
	MOVE 0 TO WS-FED-CEOF.
	MOVE 0 TO WS-FED-FIRST.
	MOVE 0 TO WS-FED-PREV.
	INITIALIZE WS-GAP-REC.
	OPEN OUTPUT FEED-OUT-FILE.
	PERFORM BDATE-ENSURE-PARA.
	IF WS-FED-IS-COMPACT THEN
		MOVE "EULRFEED" TO WS-GAP-HDR-PROGRAM
		MOVE WS-BUS-DATE TO WS-GAP-HDR-DATE
		MOVE WS-FED-REQ-ID TO WS-GAP-HDR-REQ
		MOVE "GAP" TO WS-GAP-HDR-FORMAT
		MOVE WS-FED-LOW TO WS-GAP-HDR-LOW
		MOVE WS-FED-HIGH TO WS-GAP-HDR-HIGH
		WRITE FEED-OUT-COMPACT FROM WS-GAP-HDR
	ELSE
		MOVE "EULRFEED" TO WS-FED-HDR-PROGRAM
		MOVE WS-BUS-DATE TO WS-FED-HDR-DATE
		MOVE WS-FED-REQ-ID TO WS-FED-HDR-REQ
		WRITE FEED-OUT-RECORD FROM WS-FED-HDR
	END-IF.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-FED-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-FED-CACHE-STATUS = "00" THEN
		PERFORM CUT-ROW-PARA UNTIL WS-FED-CEOF = 1
		CLOSE E10PRIME-FILE
	END-IF.
	IF WS-FED-IS-COMPACT THEN
		IF WS-GAP-REC-N > 0 THEN
			WRITE FEED-OUT-COMPACT FROM WS-GAP-REC
		END-IF
		MOVE WS-FED-COUNT TO WS-GAP-TRL-COUNT
		MOVE WS-FED-SUM TO WS-GAP-TRL-SUM
		MOVE WS-FED-FIRST TO WS-GAP-TRL-FIRST
		MOVE WS-FED-PREV TO WS-GAP-TRL-LAST
		WRITE FEED-OUT-COMPACT FROM WS-GAP-TRL
	ELSE
		MOVE WS-FED-COUNT TO WS-FED-TRL-COUNT
		MOVE WS-FED-SUM TO WS-FED-TRL-SUM
		WRITE FEED-OUT-RECORD FROM WS-FED-TRL
	END-IF.
	CLOSE FEED-OUT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-FED-REQ-ID TO WS-MAN-PROBLEM
		MOVE WS-FED-OUT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-FED-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
		PERFORM BALANCE-PARA
	END-IF.

*> Control totals onto EULRBAL, one posting per extract: the cache
*> rows taken in range against the primes written. The extract is
*> named by its request id, as on the manifest - PRX<id> does not fit
*> the 8-byte file column
	BALANCE-PARA.
	MOVE "E10PRIME" TO WS-BAL-IN-FILE.
	MOVE WS-FED-REQ-ID TO WS-BAL-OUT-FILE.
	MOVE WS-FED-BAL-IN TO WS-BAL-IN.
	MOVE 0 TO WS-BAL-CARRIED.
	MOVE WS-FED-BAL-OUT TO WS-BAL-OUT.
	MOVE 0 TO WS-BAL-REJECTED.
	PERFORM BAL-POST-PARA.

	CUT-ROW-PARA.
	READ E10PRIME-FILE INTO WS-FED-BUF
		MOVE WS-FED-BUF(1:12) TO WS-FED-PRIME
		IF WS-FED-PRIME >= WS-FED-LOW
				AND WS-FED-PRIME <= WS-FED-HIGH THEN
			ADD 1 TO WS-FED-BAL-IN
			ADD 1 TO WS-FED-COUNT
			COMPUTE WS-FED-SUM = FUNCTION MOD(
				WS-FED-SUM + WS-FED-PRIME,
				1000000000000000000)
			IF WS-FED-IS-COMPACT THEN
				PERFORM GAP-PUT-PARA
			ELSE
				WRITE FEED-OUT-RECORD FROM WS-FED-BUF
				ADD 1 TO WS-FED-BAL-OUT
			END-IF
		END-IF
		IF WS-FED-PRIME > WS-FED-HIGH THEN
			MOVE 1 TO WS-FED-CEOF
		END-IF
	END-IF.

*> Compact form: the first prime in range as the BAS record, every
*> later one as its gap from the one before, a GAP record written
*> each time 18 are held (the part-filled last one at the trailer)
	GAP-PUT-PARA.
	IF WS-FED-COUNT = 1 THEN
		MOVE WS-FED-PRIME TO WS-FED-FIRST
		MOVE WS-FED-PRIME TO WS-GAP-BAS-PRIME
		WRITE FEED-OUT-COMPACT FROM WS-GAP-BAS
	ELSE
		ADD 1 TO WS-GAP-REC-N
		COMPUTE WS-GAP-REC-GAP(WS-GAP-REC-N) =
			WS-FED-PRIME - WS-FED-PREV
		IF WS-GAP-REC-N = WS-GAP-PER-REC THEN
			WRITE FEED-OUT-COMPACT FROM WS-GAP-REC
			INITIALIZE WS-GAP-REC
		END-IF
	END-IF.
	MOVE WS-FED-PRIME TO WS-FED-PREV.
	ADD 1 TO WS-FED-BAL-OUT.

*> One EXTRACT audit line per fulfilled request, the request id in
*> the problem-id column - the fulfillment is on the record
	FEED-NOTE-PARA.

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY DMDPRC.
	COPY MANPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
	COPY BALPRC.
