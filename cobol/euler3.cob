*>             before. Range-mode batches over tens of thousands of
*>             inputs are where the factoring time actually went.

*> 2026-10-15  targets up to 18 digits: E3NUMS records, WS-N/WS-DIV
*>             and the factor table widen from 12 to 18 digits (the
*>             record is read through E3-NUM-PARSE-PARA, so the
*>             12-digit lists on file read unchanged). DIV-PARA now
*>             stops at the square root, steps odd-only past the
*>             prime cache, and gives up trial division at the shared
*>             service's limit (10**6) - what is left goes to the
*>             shared factorization service (FACTDAT.cpy/FACTPRC.cpy):
*>             a strong probable-prime test, and Pollard rho to split
*>             a composite cofactor. E3RPT shows each prime with its
*>             exponent and the method that found it, E3FACT carries
*>             the method and 18-digit wide columns (39 to 79 bytes),
*>             and a cofactor rho could not split inside its budget
*>             is tagged U - UNPROVEN, never called prime - with a
*>             warning, an E303 diagnostic, and RETURN-CODE 4.
*> 2026-10-15  every number is looked up on the persistent
*>             factorization store EULRFDB (FDBDAT.cpy/FDBPRC.cpy/
*>             FDBREC.cpy) before it is factored: a verified record
*>             is unpacked into the factor table and reported exactly
*>             as a fresh factorization would be, with no division
*>             at all. A miss is factored as before and recorded on
*>             the store with this run's date and id, re-multiplied
*>             for its verification flag. No store on file (or no
*>             keyed-file support) factors as before.
*> 2026-10-15  a list loaded under a request id (E3REQID) now also
*>             appends a REQUEST audit line carrying the request id
*>             in the problem-id column, just ahead of the run's own
*>             line - the same fulfillment record EULRFEED writes per
*>             extract, so the monthly chargeback (EULRCBK) can bill
*>             the run's time and its manifest rows to the requester.
*> 2026-10-15  every open of the shared prime cache now appends an
*>             input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id); the E10SPF factor
*>             table, when usable, is stamped with its bound, and an
*>             E3NUMS list with the request it was loaded under. A
*>             questioned result can be traced to the cache
*>             generation it was computed against.
*> 2026-10-15  the E10PRIME cache's and the E10SPF table's content total
*>             is recomputed before it is opened and checked against the
*>             dataset-control registry EULRDCTL (DCTLDAT.cpy,
*>             DCTLPRC.cpy, DCTLCPRC.cpy); a mismatch - a file edited,
*>             partly restored, or copied from the wrong generation - is
*>             diagnostic DC01 with a CRIT notification on EULRNOTQ, and
*>             the run stops with RETURN-CODE 16 instead of answering
*>             from it.
*> 2026-10-15  the checkpoint restart note (E03001I) and the
*>             E10SPF/EULRFDB notes carry message ids (EULRMCAT) and are
*>             appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy), two postings per run:
*>             the numbers taken off E3NUMS (or the E3RANGE sweep)
*>             against the E3RPT detail lines, and against the E3FACT
*>             factor groups written. A number under 2 or not a
*>             number is the rejected count on both. A range restart
*>             that reopens its report carries the checkpoint's line
*>             count forward on the E3RPT posting - those lines are in
*>             the report's count but their numbers were taken by the
*>             cancelled run. Not posted in TEST mode.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULER3.

		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT RANGE-CKPT-FILE ASSIGN TO "E3CKPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-RCKPT-STATUS.
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
	SELECT DCTL-SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-SPF-KEY
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
FD  E3NUMS-FILE.
01  E3NUMS-RECORD                  PIC X(18).

FD  E3REQID-FILE.
01  E3REQID-RECORD                 PIC X(08).
01  E3RPT-RECORD                   PIC X(137).

FD  E3FACT-FILE.
01  E3FACT-FILE-RECORD             PIC X(79).

FD  E3RANGE-FILE.
01  E3RANGE-RECORD                 PIC X(24).
FD  E10SPF-FILE.
	COPY E10SPFR.

FD  EULRFDB-FILE.
	COPY FDBREC.

FD  RANGE-CKPT-FILE.
01  RANGE-CKPT-RECORD              PIC X(55).

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
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  DCTL-SPF-FILE.
01  DCTL-SPF-RECORD.
	05 DCTL-SPF-KEY              PIC 9(12).
	05 FILLER                    PIC X(12).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
	WORKING-STORAGE SECTION.
	COPY E3NUM.
	COPY E3RPT.
	COPY PRIMDAT.
	COPY E10PRM.
	COPY SPFDAT.
	COPY FDBDAT.
	COPY FACTDAT.
	COPY WIDEDAT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY BALDAT.
	COPY EXPDAT.
	COPY E3RANGE.
	COPY RNGCKPT.
	01 WS-E3-RPT-STATUS PIC XX VALUE SPACES.
	01 WS-E3-FACT-STATUS PIC XX VALUE SPACES.
	01 WS-E3-RPT-FRESH PIC 9 VALUE 0.
*> control totals: numbers taken this run, numbers refused, factor
*> groups written to E3FACT, and report lines a restart carried in
	01 WS-E3-TAKEN PIC 9(9) VALUE 0.
	01 WS-E3-REFUSED PIC 9(9) VALUE 0.
	01 WS-E3-FACT-GROUPS PIC 9(9) VALUE 0.
	01 WS-E3-CARRIED PIC 9(9) VALUE 0.
	01 WS-EOF PIC 9 VALUE 0.
	01 WS-N PIC 9(18) VALUE 0.
	01 WS-N-ORIG PIC 9(18) VALUE 0.
	01 WS-DIV PIC 9(18) VALUE 2.
	01 WS-DIV-SQ PIC 9(36) VALUE 0.
	01 WS-DIV-HOW PIC X(01) VALUE SPACE.
	01 WS-TD-DONE PIC 9 VALUE 0.
	01 WS-MOD PIC 9(18) VALUE 0.
	01 WS-NULL PIC 9(18) VALUE 0.
	01 WS-LARGEST PIC 9(18) VALUE 0.
*> one row per prime factor, repeats included, with the method that
*> found it (T / S / P / R / U - see E3FACT.cpy); 2**59 is the most
*> factors an 18-digit number can have
	01 WS-FACTOR-COUNT PIC 9(2) VALUE 0.
	01 WS-FACTOR-TABLE.
		05 WS-FACTOR-ROW OCCURS 64 TIMES.
			10 WS-FACTOR PIC 9(18).
			10 WS-FACTOR-HOW PIC X(01).
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-FACTOR-EDIT PIC Z(17)9.
	01 WS-EXP-EDIT PIC Z9.
	01 WS-FACT-CURRENT PIC 9(18) VALUE 0.
	01 WS-FACT-HOW PIC X(01) VALUE SPACE.
	01 WS-FACT-EXPONENT PIC 9(2) VALUE 0.
	01 WS-RPT-TERM PIC X(30) VALUE SPACES.
	01 WS-RPT-FULL PIC 9 VALUE 0.
	01 WS-RPT-PTR PIC 9(3) VALUE 1.
	01 WS-N-UNPROVEN PIC 9 VALUE 0.
	01 WS-UNPROVEN-SEEN PIC 9 VALUE 0.
	01 WS-PROVE-LIMIT PIC 9(18) VALUE 999999999999.
	01 WS-CACHE-STATUS PIC XX VALUE SPACES.
	01 WS-CACHE-EOF PIC 9 VALUE 0.
	01 WS-CACHE-BUF PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER3" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER3" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM REQID-READ-PARA.
	PERFORM RANGE-READ-PARA.
	PERFORM CACHE-LOAD-PARA.
	PERFORM DCTL-SPF-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	PERFORM SPF-INIT-PARA.
	IF WS-SPF-AVAILABLE = 1 AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10SPF" TO WS-LIN-DATASET
		MOVE SPACES TO WS-LIN-SOURCE-RUN
		MOVE SPACES TO WS-LIN-STAMP
		STRING "BOUND " WS-SPF-BOUND DELIMITED BY SIZE INTO WS-LIN-STAMP
		END-STRING
		PERFORM LIN-NOTE-PARA
	END-IF.
	PERFORM FDB-INIT-PARA.
	IF WS-E3-RANGE-IS-ACTIVE THEN
		PERFORM RCKPT-READ-PARA
	END-IF.
	ELSE
		MOVE "TARGET NUMBERS FROM E3NUMS" TO WS-DTL-PARM-TEXT
	END-IF.
	MOVE "            NUMBER -> PRIME FACTORS, SMALLEST TO LARGEST"
		& "  (T TRIAL  S SPF TABLE  P PRP TEST  R RHO  U UNPROVEN)"
		TO WS-DTL-COLUMN-HEADING.
	IF WS-RCKPT-IS-RESTART THEN
		IF WS-E3-RPT-FRESH = 1 THEN
*> the report already has its title block - only the line counters
*> come back, so the END OF REPORT trailer still balances
			MOVE WS-RCKPT-DETAIL-COUNT TO WS-DTL-DETAIL-COUNT
			MOVE WS-RCKPT-DETAIL-COUNT TO WS-E3-CARRIED
			MOVE 0 TO WS-DTL-LINE-COUNT
		END-IF
		MOVE "E03001I" TO WS-MSG-ID
		STRING "RESTARTING THE RANGE AFTER "
			WS-RCKPT-LAST-VALUE
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		PERFORM DTL-INIT-PARA
	END-IF.
	IF WS-E3-RANGE-IS-ACTIVE THEN
		PERFORM RANGE-MAIN-PARA
	ELSE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM NUMS-LINEAGE-PARA
		END-IF
		OPEN INPUT E3NUMS-FILE
		PERFORM READ-PARA
		PERFORM MAIN-PARA UNTIL WS-EOF = 1
	CLOSE E3RPT-FILE.
	CLOSE E3FACT-FILE.
	PERFORM SPF-CLOSE-PARA.
	PERFORM FDB-CLOSE-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER3" TO WS-MAN-PROBLEM
		MOVE WS-E3-RPT-NAME TO WS-MAN-FILE-NAME
	IF WS-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	ELSE
		IF WS-UNPROVEN-SEEN = 1 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		IF WS-E3-FACT-REQ-ID NOT = SPACES THEN
			PERFORM REQUEST-NOTE-PARA
		END-IF
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Control totals onto EULRBAL: the numbers taken against the
*> report's detail lines (which count a reopened report's earlier
*> lines, carried forward), then against the E3FACT groups
	BALANCE-PARA.
	IF WS-E3-RANGE-IS-ACTIVE THEN
		MOVE "E3RANGE" TO WS-BAL-IN-FILE
	ELSE
		MOVE "E3NUMS" TO WS-BAL-IN-FILE
	END-IF.
	MOVE WS-E3-TAKEN TO WS-BAL-IN.
	MOVE WS-E3-REFUSED TO WS-BAL-REJECTED.
	MOVE "E3RPT" TO WS-BAL-OUT-FILE.
	MOVE WS-E3-CARRIED TO WS-BAL-CARRIED.
	MOVE WS-DTL-DETAIL-COUNT TO WS-BAL-OUT.
	PERFORM BAL-POST-PARA.
	MOVE "E3FACT" TO WS-BAL-OUT-FILE.
	MOVE 0 TO WS-BAL-CARRIED.
	MOVE WS-E3-FACT-GROUPS TO WS-BAL-OUT.
	PERFORM BAL-POST-PARA.

	READ-PARA.
	READ E3NUMS-FILE INTO WS-E3-NUM-RECORD
		AT END MOVE 1 TO WS-EOF
	END-READ.

*> The target list's identity onto the input-lineage log - the
*> request it was loaded under, or a hand-loaded list
	NUMS-LINEAGE-PARA.
	MOVE "E3NUMS" TO WS-LIN-DATASET.
	MOVE SPACES TO WS-LIN-SOURCE-RUN.
	MOVE SPACES TO WS-LIN-STAMP.
	IF WS-E3-FACT-REQ-ID NOT = SPACES THEN
		STRING "REQUEST " WS-E3-FACT-REQ-ID DELIMITED BY SIZE
			INTO WS-LIN-STAMP
		END-STRING
	ELSE
		MOVE "HAND-LOADED LIST" TO WS-LIN-STAMP
	END-IF.
	PERFORM LIN-NOTE-PARA.

*> The request id the intake recorded for the currently loaded
*> E3NUMS list - blank (or no card) means a hand-loaded list
	REQID-READ-PARA.
		CLOSE E3REQID-FILE
	END-IF.

*> One REQUEST audit line for a list loaded under a request id, the
*> request id in the problem-id column - the fulfillment is on the
*> record the way EULRFEED's EXTRACT lines are
	REQUEST-NOTE-PARA.
	PERFORM RUNID-ENSURE-PARA.
	MOVE WS-SUITE-RUN-ID TO WS-AUDIT-RUN-ID.
	MOVE WS-SUITE-PROFILE TO WS-AUDIT-PROFILE.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE TO WS-AUDIT-RUN-DATE.
	ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "USER".
	MOVE WS-E3-FACT-REQ-ID TO WS-AUDIT-PROBLEM-ID.
	PERFORM ELAPSED-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-AUDIT-ELAPSED-CS.
	MOVE "REQUEST" TO WS-AUDIT-OUTCOME.
	PERFORM AUD-SEAL-PARA.
	MOVE "EULRAUD" TO WS-LREG-FILE-NAME.
	MOVE WS-SEAL-LAST-LEN TO WS-LREG-MEASURED.
	PERFORM LREG-CHECK-PARA.
	IF WS-LREG-OK = "Y" THEN
		OPEN EXTEND EULRAUD-FILE
		IF WS-AUDIT-STATUS NOT = "00" THEN
			OPEN OUTPUT EULRAUD-FILE
		END-IF
		WRITE EULRAUD-FILE-RECORD FROM WS-AUDIT-RECORD
		CLOSE EULRAUD-FILE
	ELSE
		MOVE "L001" TO WS-DIAG-CODE
		MOVE "EULRAUD" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
	END-IF.

	MAIN-PARA.
	ADD 1 TO WS-E3-TAKEN.
	PERFORM E3-NUM-PARSE-PARA.
	IF WS-E3-NUM-IS-OK THEN
		MOVE WS-E3-NUM-VALUE TO WS-N-ORIG
		PERFORM PROCESS-N-PARA
	ELSE
		DISPLAY "EULER3: REJECTED INPUT '" WS-E3-NUM-RECORD
			"' - NOT A NUMBER OF UP TO 18 DIGITS"
		MOVE "E301" TO WS-DIAG-CODE
		MOVE WS-E3-NUM-RECORD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-REJECTED
		ADD 1 TO WS-E3-REFUSED
	END-IF.
	PERFORM READ-PARA.

*> Range mode: factor every number from WS-E3-RANGE-FROM through
	PERFORM RCKPT-CLEAR-PARA.

	RANGE-ONE-PARA.
	ADD 1 TO WS-E3-TAKEN.
	PERFORM PROCESS-N-PARA.
	MOVE WS-N-ORIG TO WS-RCKPT-LAST-VALUE.
	MOVE WS-DTL-DETAIL-COUNT TO WS-RCKPT-DETAIL-COUNT.
		MOVE WS-N TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-REJECTED
		ADD 1 TO WS-E3-REFUSED
	ELSE
*> a number proved on any earlier run comes off the store whole -
*> its primes were confirmed when it was recorded
		MOVE WS-N-ORIG TO WS-FDB-N
		PERFORM FDB-LOOKUP-PARA
		IF WS-FDB-HIT = 1 THEN
			PERFORM FDB-EXPAND-PARA
		ELSE
			PERFORM FACTOR-PARA
			PERFORM VERIFY-PARA VARYING WS-K FROM 1 BY 1
				UNTIL WS-K > WS-FACTOR-COUNT
			PERFORM FDB-COLLECT-PARA
			PERFORM FDB-STORE-PARA
		END-IF
		IF WS-N-UNPROVEN = 1 THEN
			DISPLAY "EULER3: " WS-N-ORIG " HAS COFACTOR "
				WS-FACTOR(WS-FACTOR-COUNT)
				" LEFT UNPROVEN - RHO FOUND NO SPLIT"
			MOVE "E303" TO WS-DIAG-CODE
			MOVE WS-N-ORIG TO WS-DIAG-VALUE
			PERFORM DIAG-WRITE-PARA
			MOVE 1 TO WS-UNPROVEN-SEEN
		END-IF
		PERFORM FORMAT-PARA
		MOVE WS-E3-RPT-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		PERFORM FACT-FILE-PARA
	END-IF.

*> A store hit unpacked into the factor table FACTOR-PARA would have
*> built - each distinct prime repeated exponent times, smallest
*> first - so VERIFY/FORMAT/FACT-FILE run on it unchanged
	FDB-EXPAND-PARA.
	MOVE 0 TO WS-FACTOR-COUNT.
	MOVE 0 TO WS-N-UNPROVEN.
	PERFORM FDB-EXPAND-ROW-PARA VARYING WS-FDB-IX FROM 1 BY 1
		UNTIL WS-FDB-IX > WS-FDB-W-COUNT.
	MOVE WS-FACTOR(WS-FACTOR-COUNT) TO WS-LARGEST.
	MOVE 1 TO WS-N.

	FDB-EXPAND-ROW-PARA.
	PERFORM FDB-EXPAND-ONE-PARA VARYING WS-FDB-E FROM 1 BY 1
		UNTIL WS-FDB-E > WS-FDB-W-EXP(WS-FDB-IX).

	FDB-EXPAND-ONE-PARA.
	ADD 1 TO WS-FACTOR-COUNT.
	MOVE WS-FDB-W-PRIME(WS-FDB-IX) TO WS-FACTOR(WS-FACTOR-COUNT).
	MOVE WS-FDB-W-HOW(WS-FDB-IX) TO WS-FACTOR-HOW(WS-FACTOR-COUNT).

*> The fresh factorization grouped into the store's distinct-prime
*> work table for FDB-STORE-PARA; an UNPROVEN piece rides along
*> with its U tag, which records the entry unverified
	FDB-COLLECT-PARA.
	MOVE 0 TO WS-FDB-W-COUNT.
	PERFORM FDB-COLLECT-ROW-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-FACTOR-COUNT.

	FDB-COLLECT-ROW-PARA.
	IF WS-FDB-W-COUNT > 0 THEN
		IF WS-FACTOR(WS-K) = WS-FDB-W-PRIME(WS-FDB-W-COUNT) THEN
			ADD 1 TO WS-FDB-W-EXP(WS-FDB-W-COUNT)
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-FDB-W-COUNT < 20 THEN
		ADD 1 TO WS-FDB-W-COUNT
		MOVE WS-FACTOR(WS-K) TO WS-FDB-W-PRIME(WS-FDB-W-COUNT)
		MOVE 1 TO WS-FDB-W-EXP(WS-FDB-W-COUNT)
		MOVE WS-FACTOR-HOW(WS-K) TO WS-FDB-W-HOW(WS-FDB-W-COUNT)
	END-IF.

*> Load EULER10's persisted prime cache, when present, so FACTOR-PARA
*> can take its candidate divisors from proven primes instead of
*> retesting every composite on the way up. A missing cache leaves
*> WS-CPRIME-COUNT at 0 and the divisor loop behaves as it always has.
	CACHE-LOAD-PARA.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-CACHE-STATUS = "00" THEN
		PERFORM CACHE-LOAD-ROW-PARA
			UNTIL WS-CACHE-EOF = 1 OR WS-CPRIME-COUNT = 10000
		MOVE WS-E10-PRIME-VALUE TO WS-CPRIME(WS-CPRIME-COUNT)
	END-IF.

*> Factor WS-N completely into WS-FACTOR-TABLE, smallest to largest:
*> trial division (cache- and table-fed) as far as the square root or
*> the shared service's trial limit, then the service's prime test
*> and rho split for a large cofactor trial division left behind
	FACTOR-PARA.
	IF WS-CPRIME-COUNT > 0 THEN
		MOVE 1 TO WS-CPRIME-IX
		MOVE 2 TO WS-DIV
	END-IF.
	MOVE 0 TO WS-FACTOR-COUNT.
	MOVE 0 TO WS-N-UNPROVEN.
	MOVE 0 TO WS-TD-DONE.
	PERFORM DIV-PARA UNTIL WS-N < 2 OR WS-TD-DONE = 1.
	IF WS-N > 1 THEN
		PERFORM COFACTOR-PARA
	END-IF.
	MOVE WS-FACTOR(WS-FACTOR-COUNT) TO WS-LARGEST.

*> When the smallest-factor table covers the residue, the next
*> divisor is read, not hunted - the DIVIDE below then lands on a
*> zero remainder every time. Otherwise a divisor past the square
*> root means the residue is itself prime, and one past the trial
*> limit hands the residue to COFACTOR-PARA.
	DIV-PARA.
	MOVE "T" TO WS-DIV-HOW.
	IF WS-SPF-AVAILABLE = 1 AND WS-N <= WS-SPF-BOUND THEN
		MOVE WS-N TO WS-SPF-N
		PERFORM SPF-LOOKUP-PARA
		IF WS-SPF-RESULT > 0 THEN
			MOVE WS-SPF-RESULT TO WS-DIV
			MOVE "S" TO WS-DIV-HOW
		END-IF
	END-IF.
	IF WS-DIV-HOW = "T" THEN
		COMPUTE WS-DIV-SQ = WS-DIV * WS-DIV
		IF WS-DIV-SQ > WS-N THEN
			MOVE WS-N TO WS-DIV
		ELSE
			IF WS-DIV > WS-FAC-TD-LIMIT THEN
				MOVE 1 TO WS-TD-DONE
				EXIT PARAGRAPH
			END-IF
		END-IF
	END-IF.
	DIVIDE WS-N BY WS-DIV GIVING WS-NULL REMAINDER WS-MOD.
		DIVIDE WS-DIV INTO WS-N
		ADD 1 TO WS-FACTOR-COUNT
		MOVE WS-DIV TO WS-FACTOR(WS-FACTOR-COUNT)
		MOVE WS-DIV-HOW TO WS-FACTOR-HOW(WS-FACTOR-COUNT)
	ELSE
		PERFORM NEXT-DIV-PARA
	END-IF.

*> Advance the candidate divisor: the next cached prime while the
*> table lasts, then odd-only stepping from wherever it left off
	NEXT-DIV-PARA.
	IF WS-CPRIME-IX > 0 AND WS-CPRIME-IX < WS-CPRIME-COUNT THEN
		ADD 1 TO WS-CPRIME-IX
		MOVE WS-CPRIME(WS-CPRIME-IX) TO WS-DIV
	ELSE
		MOVE 0 TO WS-CPRIME-IX
		IF WS-DIV < 3 THEN
			ADD 1 TO WS-DIV
		ELSE
			ADD 2 TO WS-DIV
		END-IF
	END-IF.

*> The residue has no factor up to the trial limit: the shared
*> service proves it prime or splits it with rho - every factor it
*> hands back is larger than anything trial division found, so the
*> table stays in ascending order
	COFACTOR-PARA.
	MOVE WS-N TO WS-FAC-C.
	PERFORM FAC-SPLIT-PARA.
	PERFORM COFACTOR-ADD-PARA VARYING WS-FAC-PX FROM 1 BY 1
		UNTIL WS-FAC-PX > WS-FAC-PIECES.
	MOVE 1 TO WS-N.

	COFACTOR-ADD-PARA.
	ADD 1 TO WS-FACTOR-COUNT.
	MOVE WS-FAC-PIECE(WS-FAC-PX) TO WS-FACTOR(WS-FACTOR-COUNT).
	MOVE WS-FAC-PIECE-HOW(WS-FAC-PX) TO WS-FACTOR-HOW(WS-FACTOR-COUNT).
	IF WS-FAC-PIECE-HOW(WS-FAC-PX) = "U" THEN
		MOVE 1 TO WS-N-UNPROVEN
	END-IF.

*> Confirm the WS-K'th entry FACTOR-PARA extracted really is prime:
*> up to 12 digits with the same shared trial-division test EULER7
*> relies on, past that with the service's strong prime test. An
*> UNPROVEN cofactor is known composite and is reported as such.
	VERIFY-PARA.
	IF WS-FACTOR-HOW(WS-K) = "U" THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-FACTOR(WS-K) > WS-PROVE-LIMIT THEN
		MOVE WS-FACTOR(WS-K) TO WS-SPRP-N
		PERFORM SPRP-TEST-PARA
		IF WS-SPRP-NO THEN
			DISPLAY "EULER3: FACTOR-PARA PRODUCED A NON-PRIME FACTOR " WS-FACTOR(WS-K)
		END-IF
	ELSE
		MOVE WS-FACTOR(WS-K) TO WS-PRIME-N
		PERFORM PRIME-TEST-PARA THRU PRIME-TEST-PARA-EXIT
		IF WS-PRIME-NO THEN
			DISPLAY "EULER3: FACTOR-PARA PRODUCED A NON-PRIME FACTOR " WS-FACTOR(WS-K)
		END-IF
	END-IF.

	COPY PRIMTST.
*> construction the largest and carries the "Y" flag
	FACT-FILE-PARA.
	MOVE WS-N-ORIG TO WS-E3-FACT-NUMBER.
	MOVE WS-N-ORIG TO WS-E3-FACT-NUMBER-W.
	MOVE WS-FACTOR(1) TO WS-FACT-CURRENT.
	MOVE WS-FACTOR-HOW(1) TO WS-FACT-HOW.
	MOVE 0 TO WS-FACT-EXPONENT.
	PERFORM FACT-GROUP-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-FACTOR-COUNT.
	MOVE "Y" TO WS-E3-FACT-LARGEST.
	PERFORM FACT-ROW-PARA.
	ADD 1 TO WS-E3-FACT-GROUPS.

	FACT-GROUP-PARA.
	IF WS-FACTOR(WS-K) = WS-FACT-CURRENT THEN
		MOVE "N" TO WS-E3-FACT-LARGEST
		PERFORM FACT-ROW-PARA
		MOVE WS-FACTOR(WS-K) TO WS-FACT-CURRENT
		MOVE WS-FACTOR-HOW(WS-K) TO WS-FACT-HOW
		MOVE 1 TO WS-FACT-EXPONENT
	END-IF.

	FACT-ROW-PARA.
	MOVE WS-FACT-CURRENT TO WS-E3-FACT-FACTOR.
	MOVE WS-FACT-CURRENT TO WS-E3-FACT-FACTOR-W.
	MOVE WS-FACT-HOW TO WS-E3-FACT-HOW.
	MOVE WS-FACT-EXPONENT TO WS-E3-FACT-EXPONENT.
	WRITE E3FACT-FILE-RECORD FROM WS-E3-FACT-RECORD.
	ADD 1 TO WS-E3-FACT-ROWS.

*> Build the "2^2(T) x 3(T)" style factor string for the report
*> line: repeats of a prime grouped under one exponent, every prime
*> tagged with the method that found it. A string too long for the
*> column ends in " ..." - E3FACT always has the complete set.
	FORMAT-PARA.
	MOVE WS-N-ORIG TO WS-E3-RPT-NUMBER.
	MOVE SPACES TO WS-E3-RPT-FACTORS.
	MOVE 1 TO WS-RPT-PTR.
	MOVE 0 TO WS-RPT-FULL.
	MOVE WS-FACTOR(1) TO WS-FACT-CURRENT.
	MOVE WS-FACTOR-HOW(1) TO WS-FACT-HOW.
	MOVE 0 TO WS-FACT-EXPONENT.
	PERFORM FORMAT-GROUP-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-FACTOR-COUNT.
	PERFORM FORMAT-TERM-PARA.

	FORMAT-GROUP-PARA.
	IF WS-FACTOR(WS-K) = WS-FACT-CURRENT THEN
		ADD 1 TO WS-FACT-EXPONENT
	ELSE
		PERFORM FORMAT-TERM-PARA
		MOVE WS-FACTOR(WS-K) TO WS-FACT-CURRENT
		MOVE WS-FACTOR-HOW(WS-K) TO WS-FACT-HOW
		MOVE 1 TO WS-FACT-EXPONENT
	END-IF.

	FORMAT-TERM-PARA.
	IF WS-RPT-FULL = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-FACT-CURRENT TO WS-FACTOR-EDIT.
	MOVE WS-FACT-EXPONENT TO WS-EXP-EDIT.
	MOVE SPACES TO WS-RPT-TERM.
	IF WS-FACT-EXPONENT > 1 THEN
		STRING FUNCTION TRIM(WS-FACTOR-EDIT) "^"
			FUNCTION TRIM(WS-EXP-EDIT) "(" WS-FACT-HOW ")"
			DELIMITED BY SIZE INTO WS-RPT-TERM
		END-STRING
	ELSE
		STRING FUNCTION TRIM(WS-FACTOR-EDIT) "(" WS-FACT-HOW ")"
			DELIMITED BY SIZE INTO WS-RPT-TERM
		END-STRING
	END-IF.
	IF WS-RPT-PTR > 1 THEN
		STRING " x " DELIMITED BY SIZE
			WS-RPT-TERM DELIMITED BY SPACE
			INTO WS-E3-RPT-FACTORS WITH POINTER WS-RPT-PTR
			ON OVERFLOW MOVE 1 TO WS-RPT-FULL
		END-STRING
	ELSE
		STRING WS-RPT-TERM DELIMITED BY SPACE
			INTO WS-E3-RPT-FACTORS WITH POINTER WS-RPT-PTR
			ON OVERFLOW MOVE 1 TO WS-RPT-FULL
		END-STRING
	END-IF.
	IF WS-RPT-FULL = 1 THEN
		MOVE " ..." TO WS-E3-RPT-FACTORS(112:4)
	END-IF.

	DTL-PUT-PARA.
	WRITE E3RPT-RECORD FROM WS-DTL-LINE.

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
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLFPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
	COPY MANPRC.
	COPY GENSPRC.
	COPY E3RANGEP.
	COPY RNGCKPTP.
	COPY SPFPRC.
	COPY FDBPRC.
	COPY E3NUMP.
	COPY FACTPRC.
	COPY WIDEPRC.
	COPY BALPRC.
