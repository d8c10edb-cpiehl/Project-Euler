*>             service SPFDAT/SPFPRC is how EULER3 and the aliquot
*>             sweep consume it.

*> 2026-10-15  the segment table holds only the numbers coprime to
*>             the 2*3*5 wheel - 8 cells per 30 integers instead of
*>             one per integer - so clearing, marking, and scanning a
*>             segment touch barely a quarter of the cells they used
*>             to. Each small prime from 7 up marks only its wheel
*>             multiples, the scan steps through the wheel gaps, and
*>             3 and 5 are taken as primes outright in the bottom
*>             segment. Segment boundaries, the running sums, and
*>             the checkpoint's next-candidate VAL (the first odd at
*>             or past the segment's top) are exactly as before, so
*>             E10SEG, E10PRIME, E10PRIMR, E10SPF, the checkpoints,
*>             slices and top-ups stay byte-compatible; E10SPF's
*>             multiples of 3 and 5 are now answered arithmetically,
*>             like the evens.
*> 2026-10-15  the E10PSTAT record it writes now carries this run's
*>             correlation id in the new build run-id column (cols
*>             83-98, E10STAT.cpy; the record grows 81 to 98 bytes),
*>             so the input-lineage log can name the build every
*>             cache reader was computed against.
*> 2026-10-15  a completed build registers the content totals of
*>             E10PRIME, E10SEG, and (when built) E10SPF on the
*>             dataset-control registry EULRDCTL (DCTLDAT.cpy,
*>             DCTLPRC.cpy), each recomputed off the finished file, so
*>             every consumer can prove the file it opens is the one
*>             this build wrote. The rows are dropped before the files
*>             are rewritten - a cancelled or overflowed build leaves
*>             them unregistered, like the emptied stats record.
*>             Slice runs register nothing; EULRPMRG registers the
*>             merged whole.
*> 2026-10-15  its progress lines, the E10SPF build/skip notes, the
*>             slice-complete note, and the top-up notes carry message
*>             ids E10001I-E10007I (EULRMCAT) and are appended to the
*>             message log EULRMLOG (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  the first segment counts 3 only when 3 lies below its
*>             ceiling, as 5 already was - a ceiling of 3 summed it.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER10.

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
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT DCTL-SEG-FILE ASSIGN TO "E10SEG"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-SEG-KEY
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT DCTL-SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-SPF-KEY
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  E10SPF-FILE.
01  E10PRIMW-RECORD                PIC X(40).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

*> The segment archive's key (WS-E10-SEG-NUM) has to live inside the
*> file's own record, unlike this program's other records, which are
	05 WS-E10-SEG-COUNT         PIC 9(09).

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
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  DCTL-SEG-FILE.
01  DCTL-SEG-RECORD.
	05 DCTL-SEG-KEY              PIC 9(09).
	05 FILLER                    PIC X(51).
FD  DCTL-SPF-FILE.
01  DCTL-SPF-RECORD.
	05 DCTL-SPF-KEY              PIC 9(12).
	05 FILLER                    PIC X(12).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E10PARM.
	COPY E10SLICE.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-CKPT-STATUS PIC XX VALUE SPACES.
	01 WS-SMALL-PRIME-LIST.
		05 WS-SMALL-PRIME PIC 9(9) VALUE 0 OCCURS 10000 TIMES.
	01 WS-SMALL-PRIME-COUNT PIC 9(5) VALUE 0.
*> for each small prime P from 7 up, the slot distance from P * Q to
*> P * Q' for consecutive wheel cofactors Q and Q' - it depends only
*> on P and Q's residue position, so it is worked out once here and
*> the marking loop just adds it
	01 WS-SMALL-DELTA-TABLE.
		05 WS-SMALL-DELTA-ROW OCCURS 10000 TIMES.
			10 WS-SMALL-DELTA PIC 9(6) OCCURS 8 TIMES.
	01 WS-SI PIC 9(9) VALUE 0.
	01 WS-SJ PIC 9(9) VALUE 0.

	01 WS-SEG-HIGH PIC 9(12) VALUE 0.
	01 WS-SEG-COUNT PIC 9(9) VALUE 0.
	01 WS-SEG-OFFSET PIC 9(9) VALUE 0.
*> one cell per wheel slot, not per integer: a segment of
*> WS-SEG-SIZE integers, widened down to its 30-aligned wheel base,
*> spans at most (200029 / 30 + 1) * 8 = 53344 slots
	01 WS-SEG-SLOTS PIC 9(9) VALUE 0.
	01 WS-SEG-WINDOW.
		05 SEG-MARKED PIC 9(1) VALUE 0 OCCURS 53344 TIMES.
	01 WS-SP PIC 9(9) VALUE 0.
	01 WS-P PIC 9(9) VALUE 0.
	01 WS-PSQ PIC 9(12) VALUE 0.
	01 WS-MULT PIC 9(12) VALUE 0.

*> the 2*3*5 wheel: the 8 residues mod 30 coprime to 30, each one's
*> slot position (WS-WHL-POS, indexed by residue + 1, 0 for a residue
*> off the wheel), and the gap from each residue to the next. A
*> number n in a segment lives in slot ((n - WS-WHL-BASE) / 30) * 8
*> + its residue's position.
	01 WS-WHL-POS-VALUES PIC X(30)
		VALUE "010000020003040005060007000008".
	01 WS-WHL-POS-TABLE REDEFINES WS-WHL-POS-VALUES.
		05 WS-WHL-POS PIC 9(1) OCCURS 30 TIMES.
	01 WS-WHL-GAP-VALUES PIC X(8) VALUE "64242462".
	01 WS-WHL-GAP-TABLE REDEFINES WS-WHL-GAP-VALUES.
		05 WS-WHL-GAP PIC 9(1) OCCURS 8 TIMES.
	01 WS-WHL-BASE PIC 9(12) VALUE 0.
	01 WS-WHL-DIFF PIC 9(12) VALUE 0.
	01 WS-WHL-Q PIC 9(12) VALUE 0.
	01 WS-WHL-R PIC 9(2) VALUE 0.
	01 WS-WHL-K PIC 9(1) VALUE 0.
	01 WS-WHL-MK PIC 9(1) VALUE 0.
	01 WS-WHL-MQ PIC 9(12) VALUE 0.
	01 WS-WHL-F1 PIC 9(12) VALUE 0.
	01 WS-WHL-F2 PIC 9(12) VALUE 0.

*> WS-PROGRESS-PCT holds the last 10%-multiple reported, so a checkpoint
*> restart resumes progress reporting from where the ceiling has
*> actually reached rather than starting the count back over at 0%
	01 WS-SPF-BUILD PIC 9 VALUE 0.
	01 WS-SPF-LIMIT PIC 9(12) VALUE 0.
	01 WS-SPF-SEG-TABLE.
		05 SEG-SPF PIC 9(9) VALUE 0 OCCURS 53344 TIMES.
	01 WS-SPF-EMIT-N PIC 9(12) VALUE 0.
	01 WS-SPF-EMIT-TOP PIC 9(12) VALUE 0.
	01 WS-SPF-EMIT-OFF PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER10" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER10" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM SLICE-READ-PARA.
	IF WS-E10-SLICE-IS-ACTIVE THEN
		PERFORM SLICE-SETUP-PARA
		PERFORM TOPUP-CHECK-PARA
	END-IF.
	PERFORM SPF-SETUP-PARA.
	PERFORM CONTROL-DROP-PARA.
	PERFORM SEG-OPEN-PARA.
	PERFORM PRIME-OPEN-PARA.
	PERFORM SEG-DRIVE-PARA UNTIL VAL >= MAX OR WS-SUM-OVERFLOWED.
	PERFORM SEG-CLOSE-PARA.
	IF WS-SPF-BUILD = 1 THEN
		CLOSE E10SPF-FILE
		MOVE "E10002I" TO WS-MSG-ID
		STRING "E10SPF SMALLEST-FACTOR TABLE BUILT TO "
			WS-SPF-LIMIT
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.
	IF NOT WS-E10-SLICE-IS-ACTIVE
			AND NOT WS-SUM-OVERFLOWED AND VAL >= MAX THEN
		PERFORM CONTROL-REGISTER-PARA
	END-IF.
	IF WS-SUM-OVERFLOWED THEN
		DISPLAY "EULER10: RUNNING SUM OVERFLOWED EVEN THE 36-DIGIT"
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	IF WS-E10-SLICE-IS-ACTIVE THEN
		MOVE "E10004I" TO WS-MSG-ID
		STRING "SLICE " WS-E10-SLICE-NO " ("
			WS-E10-SLICE-LOW " TO " WS-E10-SLICE-HIGH
			") COMPLETE - MERGE THE SLICES WITH EULRPMRG"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		WRITE E10SPF-REC
	ELSE
		IF WS-E10-SPF-FLAG = "Y" THEN
			MOVE "E10003W" TO WS-MSG-ID
			STRING "E10SPF BUILD SKIPPED - ONLY A FULL"
				" FRESH SIEVE WRITES A COHERENT TABLE"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
		END-IF
	END-IF.

*> The dataset-control rows for the files this run rewrites come off
*> the registry before the first of them is opened - slice files are
*> not the shared datasets, and E10SPF is only touched when built
	CONTROL-DROP-PARA.
	IF NOT WS-E10-SLICE-IS-ACTIVE THEN
		MOVE "E10PRIME" TO WS-DCTL-DATASET
		PERFORM DCTL-DROP-PARA
		MOVE "E10SEG" TO WS-DCTL-DATASET
		PERFORM DCTL-DROP-PARA
		IF WS-SPF-BUILD = 1 THEN
			MOVE "E10SPF" TO WS-DCTL-DATASET
			PERFORM DCTL-DROP-PARA
		END-IF
	END-IF.

*> A completed build: recompute each rewritten file's content total
*> off the finished file and register it
	CONTROL-REGISTER-PARA.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-REGISTER-PARA.
	PERFORM DCTL-SEG-PASS-PARA.
	PERFORM DCTL-REGISTER-PARA.
	IF WS-SPF-BUILD = 1 THEN
		PERFORM DCTL-SPF-PASS-PARA
		PERFORM DCTL-REGISTER-PARA
	END-IF.

*> Build the small-primes list (every prime below WS-SMALL-CAP) once,
*> up front, with an ordinary in-memory sieve. Every segment window is
*> then swept against this one small table instead of a table sized to
		UNTIL WS-SI * WS-SI >= WS-SMALL-CAP.
	PERFORM SMALL-COLLECT-PARA VARYING WS-SI FROM 3 BY 2
		UNTIL WS-SI >= WS-SMALL-CAP.
	PERFORM SMALL-DELTA-PARA VARYING WS-SP FROM 1 BY 1
		UNTIL WS-SP > WS-SMALL-PRIME-COUNT.

	SMALL-MARK-DRIVE-PARA.
	IF SMALL-MARKED(WS-SI) = 0 THEN
		MOVE WS-SI TO WS-SMALL-PRIME(WS-SMALL-PRIME-COUNT)
	END-IF.

*> The eight slot distances for one small prime: slot(P * Q) for
*> the wheel residues Q = 1, 7, 11, ... 29, 31 in turn
	SMALL-DELTA-PARA.
	MOVE WS-SMALL-PRIME(WS-SP) TO WS-P.
	IF WS-P >= 7 THEN
		MOVE 1 TO WS-WHL-MQ
		PERFORM SMALL-DELTA-K-PARA VARYING WS-WHL-K FROM 1 BY 1
			UNTIL WS-WHL-K > 8
	END-IF.

	SMALL-DELTA-K-PARA.
	COMPUTE WS-WHL-DIFF = WS-P * WS-WHL-MQ.
	DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q REMAINDER WS-WHL-R.
	COMPUTE WS-WHL-F1 = (WS-WHL-Q * 8) + WS-WHL-POS(WS-WHL-R + 1).
	ADD WS-WHL-GAP(WS-WHL-K) TO WS-WHL-MQ.
	COMPUTE WS-WHL-DIFF = WS-P * WS-WHL-MQ.
	DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q REMAINDER WS-WHL-R.
	COMPUTE WS-WHL-F2 = (WS-WHL-Q * 8) + WS-WHL-POS(WS-WHL-R + 1).
	COMPUTE WS-SMALL-DELTA(WS-SP, WS-WHL-K) = WS-WHL-F2 - WS-WHL-F1.

*> Resume from a prior checkpoint, if one is present. Because the
*> segmented sieve never depends on markings from another segment,
*> resuming is just picking VAL back up right after the checkpointed
	IF WS-SEG-HIGH > MAX THEN
		MOVE MAX TO WS-SEG-HIGH
	END-IF.
	DIVIDE WS-SEG-LOW BY 30 GIVING WS-WHL-Q.
	COMPUTE WS-WHL-BASE = WS-WHL-Q * 30.
	COMPUTE WS-WHL-DIFF = WS-SEG-HIGH - WS-WHL-BASE.
	DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q.
	COMPUTE WS-SEG-SLOTS = (WS-WHL-Q + 1) * 8.
	MOVE 0 TO WS-SEG-COUNT.
	PERFORM SEG-CLEAR-PARA VARYING WS-SEG-OFFSET FROM 1 BY 1
		UNTIL WS-SEG-OFFSET > WS-SEG-SLOTS.
	PERFORM SEG-MARK-SMALL-PARA VARYING WS-SP FROM 1 BY 1
		UNTIL WS-SP > WS-SMALL-PRIME-COUNT.
	PERFORM SEG-WHEEL-START-PARA.
	PERFORM SEG-SCAN-PARA UNTIL VAL >= WS-SEG-HIGH OR WS-SUM-OVERFLOWED.
*> the scan stops on the first wheel number past the segment; the
*> checkpoint and the next segment pick up from the first odd one,
*> the next-candidate value the checkpoint has always carried
	IF NOT WS-SUM-OVERFLOWED THEN
		MOVE WS-SEG-HIGH TO VAL
		IF FUNCTION MOD(VAL, 2) = 0 THEN
			ADD 1 TO VAL
		END-IF
	END-IF.
	IF WS-SPF-BUILD = 1 AND WS-SEG-LOW <= WS-SPF-LIMIT THEN
		PERFORM SPF-EMIT-PARA
	END-IF.
	PERFORM CKPT-WRITE-PARA.
	PERFORM PROGRESS-PARA.

*> Write this segment's slice of the E10SPF table: evens are 2, the
*> rest of the multiples of 3 and of 5 are 3 and 5, an unmarked
*> wheel survivor is its own smallest factor, a marked one carries
*> the first prime that hit it
	SPF-EMIT-PARA.
	COMPUTE WS-SPF-EMIT-TOP = WS-SEG-HIGH.
	IF WS-SPF-EMIT-TOP > WS-SPF-LIMIT + 1 THEN
	MOVE WS-SPF-EMIT-N TO WS-SPF-KEY.
	DIVIDE WS-SPF-EMIT-N BY 2 GIVING WS-SPF-EMIT-HALF
		REMAINDER WS-SPF-EMIT-REM.
	EVALUATE TRUE
		WHEN WS-SPF-EMIT-REM = 0
			MOVE 2 TO WS-SPF-FACTOR
		WHEN FUNCTION MOD(WS-SPF-EMIT-N, 3) = 0
			MOVE 3 TO WS-SPF-FACTOR
		WHEN FUNCTION MOD(WS-SPF-EMIT-N, 5) = 0
			MOVE 5 TO WS-SPF-FACTOR
		WHEN OTHER
			COMPUTE WS-WHL-DIFF = WS-SPF-EMIT-N - WS-WHL-BASE
			DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q
				REMAINDER WS-WHL-R
			COMPUTE WS-SPF-EMIT-OFF = (WS-WHL-Q * 8)
				+ WS-WHL-POS(WS-WHL-R + 1)
			IF SEG-MARKED(WS-SPF-EMIT-OFF) = 0 THEN
				MOVE WS-SPF-EMIT-N TO WS-SPF-FACTOR
			ELSE
				MOVE SEG-SPF(WS-SPF-EMIT-OFF) TO WS-SPF-FACTOR
			END-IF
	END-EVALUATE.
	WRITE E10SPF-REC
		INVALID KEY CONTINUE
	END-WRITE.
		MOVE 0 TO SEG-SPF(WS-SEG-OFFSET)
	END-IF.

*> Mark every composite wheel multiple of one small prime that falls
*> inside the current segment window, starting at the larger of the
*> prime squared or the first multiple at/after the segment's low
*> bound. 3 and 5 have no multiples on the wheel; a prime from 7 up
*> is itself on the wheel, so P times each wheel cofactor Q is a
*> wheel number - Q steps through the wheel gaps, never landing on a
*> multiple of 2, 3 or 5.
	SEG-MARK-SMALL-PARA.
	MOVE WS-SMALL-PRIME(WS-SP) TO WS-P.
	IF WS-P < 7 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-PSQ = WS-P * WS-P.
	IF WS-PSQ >= WS-SEG-HIGH THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM SEG-MARK-START-PARA.
	PERFORM SEG-MARK-ONE-PARA UNTIL WS-MULT >= WS-SEG-HIGH.

	SEG-MARK-START-PARA.
	IF WS-PSQ > WS-SEG-LOW THEN
		MOVE WS-P TO WS-WHL-MQ
	ELSE
*> WS-WHL-MQ picks up the truncated (integer) quotient here so the
*> cofactor is the first one whose multiple of WS-P lands at or
*> after WS-SEG-LOW - folding the division into a later COMPUTE
*> would keep its fractional part all the way through.
		COMPUTE WS-WHL-MQ = (WS-SEG-LOW + WS-P - 1) / WS-P
		IF WS-WHL-MQ < WS-P THEN
			MOVE WS-P TO WS-WHL-MQ
		END-IF
	END-IF.
	PERFORM SEG-MARK-SNAP-PARA
		UNTIL WS-WHL-POS(FUNCTION MOD(WS-WHL-MQ, 30) + 1) > 0.
	MOVE WS-WHL-POS(FUNCTION MOD(WS-WHL-MQ, 30) + 1) TO WS-WHL-MK.
	COMPUTE WS-MULT = WS-WHL-MQ * WS-P.
	COMPUTE WS-WHL-DIFF = WS-MULT - WS-WHL-BASE.
	DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q REMAINDER WS-WHL-R.
	COMPUTE WS-SEG-OFFSET = (WS-WHL-Q * 8) + WS-WHL-POS(WS-WHL-R + 1).

	SEG-MARK-SNAP-PARA.
	ADD 1 TO WS-WHL-MQ.

*> The FIRST small prime to mark an offset is, with the list walked
*> ascending, the number's smallest prime factor (every number on
*> the wheel has one of 7 or more) - captured for the E10SPF table
*> when this run is building one
	SEG-MARK-ONE-PARA.
	MOVE 1 TO SEG-MARKED(WS-SEG-OFFSET).
	IF WS-SPF-BUILD = 1
			AND WS-MULT <= WS-SPF-LIMIT
			AND SEG-SPF(WS-SEG-OFFSET) = 0 THEN
		MOVE WS-P TO SEG-SPF(WS-SEG-OFFSET)
	END-IF.
	COMPUTE WS-MULT = WS-MULT + (WS-P * WS-WHL-GAP(WS-WHL-MK)).
	ADD WS-SMALL-DELTA(WS-SP, WS-WHL-MK) TO WS-SEG-OFFSET.
	IF WS-WHL-MK = 8 THEN
		MOVE 1 TO WS-WHL-MK
	ELSE
		ADD 1 TO WS-WHL-MK
	END-IF.

*> Position the scan: 3 and 5 sit off the wheel, so the bottom
*> segment takes them as primes outright; then VAL moves up to the
*> first wheel number at or past it (never 1 - the scan starts at 7)
*> and WS-SEG-OFFSET / WS-WHL-K to its slot and residue position
	SEG-WHEEL-START-PARA.
	IF VAL = 3 AND VAL < WS-SEG-HIGH THEN
		PERFORM SEG-PRIME-PARA
		MOVE 5 TO VAL
	END-IF.
	IF VAL = 5 AND VAL < WS-SEG-HIGH AND NOT WS-SUM-OVERFLOWED THEN
		PERFORM SEG-PRIME-PARA
		MOVE 7 TO VAL
	END-IF.
	IF VAL < 7 THEN
		MOVE 7 TO VAL
	END-IF.
	PERFORM SEG-WHEEL-SNAP-PARA
		UNTIL WS-WHL-POS(FUNCTION MOD(VAL, 30) + 1) > 0.
	COMPUTE WS-WHL-DIFF = VAL - WS-WHL-BASE.
	DIVIDE WS-WHL-DIFF BY 30 GIVING WS-WHL-Q REMAINDER WS-WHL-R.
	MOVE WS-WHL-POS(WS-WHL-R + 1) TO WS-WHL-K.
	COMPUTE WS-SEG-OFFSET = (WS-WHL-Q * 8) + WS-WHL-K.

	SEG-WHEEL-SNAP-PARA.
	ADD 1 TO VAL.

*> Test the next wheel candidate against this segment's markings,
*> take it as a prime if it survived, then step to the next slot -
*> consecutive wheel numbers sit in consecutive slots.
	SEG-SCAN-PARA.
	IF SEG-MARKED(WS-SEG-OFFSET) = 0 THEN
		PERFORM SEG-PRIME-PARA
	END-IF.
	COMPUTE VAL = VAL + WS-WHL-GAP(WS-WHL-K).
	ADD 1 TO WS-SEG-OFFSET.
	IF WS-WHL-K = 8 THEN
		MOVE 1 TO WS-WHL-K
	ELSE
		ADD 1 TO WS-WHL-K
	END-IF.

*> VAL is prime: add it to the running sum and the prime cache.
*> The running sum is guarded with ON SIZE ERROR - S is PIC 9(18) to
*> match WS-SUITE-RESULT/WS-RPT-RESULT, but the true sum of primes
*> below WS-TABLE-CAP's extreme can still exceed that at the very top
*> of the range, so the guard is the actual backstop, not the width.
	SEG-PRIME-PARA.
	COMPUTE S = FUNCTION MOD(S + VAL, 1000000000000000000).
	MOVE WS-S-WIDE TO WS-WIDE-A.
	MOVE VAL TO WS-WIDE-B.
	PERFORM WIDE-ADD-PARA.
	MOVE WS-WIDE-R TO WS-S-WIDE.
	IF WS-WIDE-OVERFLOWED THEN
		MOVE 1 TO WS-SUM-OVERFLOW
	END-IF.
	IF NOT WS-SUM-OVERFLOWED THEN
		ADD 1 TO WS-SEG-COUNT
		ADD 1 TO WS-PRIME-WRITE-COUNT
		MOVE VAL TO WS-E10-PRIME-VALUE
		WRITE E10PRIME-FILE-RECORD FROM WS-E10-PRIME-RECORD
		MOVE VAL TO WS-E10-LAST-PRIME
		IF WS-PRIMR-ACTIVE = 1 THEN
			MOVE VAL TO E10PRIMR-RECORD
			WRITE E10PRIMR-RECORD
		END-IF
	END-IF.

*> Snapshot the running sum so far and the next candidate SEG-SCAN-PARA
*> has not yet tested - SEG-DRIVE-PARA leaves VAL on the first odd
*> number at or past the segment's top, past the last value actually
*> scanned. RESTART-PARA resumes at this VAL as-is (not VAL + 2) so
*> that candidate gets tested exactly once, not skipped.
	CKPT-WRITE-PARA.
	MOVE VAL TO WS-E10-CKPT-VAL.
	MOVE S TO WS-E10-CKPT-SUM.
	COMPUTE WS-PROGRESS-NOW = VAL * 100 / MAX.
	IF WS-PROGRESS-NOW >= WS-PROGRESS-PCT + 10 THEN
		COMPUTE WS-PROGRESS-PCT = (WS-PROGRESS-NOW / 10) * 10
		MOVE "E10001I" TO WS-MSG-ID
		STRING WS-PROGRESS-PCT
			"% COMPLETE (" VAL " OF " MAX ")"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.

*> Can this ceiling raise top up the existing archive instead of
			OR FUNCTION MOD(WS-E10-STAT-CEILING, WS-SEG-SIZE)
			NOT = 0 THEN
		IF WS-E10-STAT-CEILING < MAX THEN
			MOVE "E10005W" TO WS-MSG-ID
			STRING "ARCHIVE AT " WS-E10-STAT-CEILING
				" CANNOT TOP UP (UNALIGNED CEILING OR NO RECORDED"
				" WIDE SUM) - FULL REBUILD"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
			OR WS-TOPUP-DATA-COUNT NOT = WS-TOPUP-TRL-COUNT
			OR WS-TOPUP-DATA-SUM NOT = WS-TOPUP-TRL-SUM
			OR WS-TOPUP-DATA-COUNT NOT = WS-E10-STAT-COUNT THEN
		MOVE "E10006W" TO WS-MSG-ID
		STRING "E10PRIME TRAILER OUT OF BALANCE WITH THE"
			" STATS RECORD - FULL REBUILD"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-E10-TOPUP.
	MOVE WS-E10-STAT-COUNT TO WS-PRIME-WRITE-COUNT.
	MOVE WS-E10-STAT-HIGHEST TO WS-E10-LAST-PRIME.
	COMPUTE WS-PROGRESS-PCT = ((VAL * 100 / MAX) / 10) * 10.
	MOVE "E10007I" TO WS-MSG-ID.
	STRING "TOPPING UP THE ARCHIVE FROM "
		WS-E10-OLD-CEILING " TO " MAX
		" - " WS-PRIME-WRITE-COUNT " PRIMES ALREADY ON FILE"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.

*> The consumer-rule trailer validation over the existing cache,
*> before its figures are adopted as this run's starting state
		MOVE MAX TO WS-E10-STAT-CEILING
		ACCEPT WS-E10-STAT-DATE FROM DATE YYYYMMDD
		MOVE WS-S-WIDE TO WS-E10-STAT-SUM-WIDE
		PERFORM RUNID-ENSURE-PARA
		MOVE WS-SUITE-RUN-ID TO WS-E10-STAT-RUN-ID
		OPEN OUTPUT E10PSTAT-FILE
		WRITE E10PSTAT-FILE-RECORD FROM WS-E10-STAT-RECORD
		CLOSE E10PSTAT-FILE

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY E10SLICEP.
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
	COPY DCTLSPRC.
	COPY DCTLFPRC.
	COPY MANPRC.
