*> Collatz chain-length report over EULER14's memo dataset: E14MEMO
*>   holds a chain length for every start EULER14 has ever walked,
*>   and until now nothing read it back - the run itself reports
*>   only the winning start. This report walks the memo in key order
*>   and prints how far the memo reaches (the highest start memoed
*>   contiguously from 1, and how many of the next EULER14 run's
*>   starts will be keyed lookups rather than walks), a histogram of
*>   chain lengths in COLZPARM-sized buckets, the longest-chain
*>   starts ranked with each one's peak value and the step it peaked
*>   at, and - when the card names one - the full trajectory of a
*>   single start, term by term.
*> compile with cobc -free -O -x -o eulrcolz.exe -I copy eulrcolz.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - sequential pass over the indexed
*>             E14MEMO dataset, COLZRPT report through the shared
*>             detail-report writer, the contiguous memo coverage as
*>             the banner result. Peaks are found by re-walking just
*>             the ranked starts (the memo holds lengths only) on the
*>             same 9(18) fields and ON SIZE ERROR guard as EULER14.
*>             A named start's walked length is checked against its
*>             memo record: a disagreement is a memo defect, written
*>             to EULRDIAG as CZ02 and to EULRNOTQ as WARN with
*>             RETURN-CODE 8 (the EULRXCK discrepancy convention).
*>             RETURN-CODE 16 on a bad card (CZ01) or with no memo
*>             to read.
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
PROGRAM-ID. EULRCOLZ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT COLZPARM-FILE ASSIGN TO "COLZPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-COLZ-PARM-STATUS.
	SELECT E14PARM-FILE ASSIGN TO "E14PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-COLZ-E14P-STATUS.
	SELECT E14MEMO-FILE ASSIGN TO "E14MEMO"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY WS-COLZ-MEMO-KEY
		FILE STATUS WS-COLZ-MEMO-STATUS.
	SELECT COLZRPT-FILE ASSIGN TO "COLZRPT"
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COLZPARM-FILE.
01  COLZPARM-RECORD                PIC X(18).

FD  E14PARM-FILE.
01  E14PARM-RECORD                 PIC X(12).

*> same record shape EULER14 memoes chains with - the key has to live
*> inside the record, so it is declared here, not mirrored
FD  E14MEMO-FILE.
01  E14MEMO-IN-RECORD.
	05 WS-COLZ-MEMO-KEY         PIC 9(12).
	05 WS-COLZ-MEMO-LENGTH      PIC 9(04).

FD  COLZRPT-FILE.
01  COLZRPT-RECORD                 PIC X(132).

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
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY COLZPRM.
	COPY DTLHDR.
	COPY RPTHDR.
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
	COPY NOTDAT.

	01 WS-COLZ-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-COLZ-E14P-STATUS PIC XX VALUE SPACES.
	01 WS-COLZ-MEMO-STATUS PIC XX VALUE SPACES.
	01 WS-COLZ-EOF PIC 9 VALUE 0.
	01 WS-COLZ-REJECTED PIC 9 VALUE 0.
	01 WS-COLZ-WIDTH PIC 9(4) VALUE 25.
	01 WS-COLZ-TOPK PIC 9(2) VALUE 10.
	01 WS-COLZ-TRAJ-START PIC 9(12) VALUE 0.

*> memo coverage: the next start expected if the memo is still
*> contiguous from 1, and how many memoed starts fall under the
*> ceiling on the E14PARM card (each one a keyed READ instead of a
*> walk on EULER14's next run)
	01 WS-COLZ-NEXT PIC 9(12) VALUE 1.
	01 WS-COLZ-COVERAGE PIC 9(12) VALUE 0.
	01 WS-COLZ-RECORDS PIC 9(12) VALUE 0.
	01 WS-COLZ-HIGH-KEY PIC 9(12) VALUE 0.
	01 WS-COLZ-LEN-SUM PIC 9(15) VALUE 0.
	01 WS-COLZ-MEAN PIC 9(4)V9(2) VALUE 0.
	01 WS-COLZ-SHORTEST PIC 9(4) VALUE 0.
	01 WS-COLZ-LONGEST PIC 9(4) VALUE 0.
	01 WS-COLZ-CEIL-X PIC X(12) VALUE SPACES.
	01 WS-COLZ-CEIL PIC 9(12) VALUE 0.
	01 WS-COLZ-UNDER-CEIL PIC 9(12) VALUE 0.
	01 WS-COLZ-SWEEP PIC 9(12) VALUE 0.
	01 WS-COLZ-PCT PIC 9(3)V9(2) VALUE 0.
	01 WS-COLZ-PCT-ED PIC ZZ9.99.
	01 WS-COLZ-MEAN-ED PIC Z(3)9.99.

*> the histogram: bucket b holds lengths (b-1)*WIDTH+1 through
*> b*WIDTH, and the last bucket takes everything longer still
	01 WS-COLZ-MAX-BUCKETS PIC 9(4) VALUE 1000.
	01 WS-COLZ-HIST-TABLE.
		05 WS-COLZ-HIST PIC 9(12) VALUE 0 OCCURS 1000 TIMES.
	01 WS-COLZ-BUCKET PIC 9(4) VALUE 0.
	01 WS-COLZ-FIRST-B PIC 9(4) VALUE 0.
	01 WS-COLZ-LAST-B PIC 9(4) VALUE 0.
	01 WS-COLZ-BIGGEST PIC 9(12) VALUE 0.
	01 WS-COLZ-BAR-LEN PIC 9(2) VALUE 0.
	01 WS-COLZ-BAR PIC X(50) VALUE ALL "*".
	01 WS-COLZ-LO PIC 9(6) VALUE 0.
	01 WS-COLZ-HI PIC 9(6) VALUE 0.

*> the longest-chain starts, kept in descending order of length (the
*> lower start keeps its place on a tie, the memo being read in key
*> order) - the same slot-and-shift shape as EULRPGAP's top-gap table
	01 WS-COLZ-TOP-TABLE.
		05 WS-COLZ-TOP-ROW OCCURS 50 TIMES.
			10 WS-TOP-START        PIC 9(12) VALUE 0.
			10 WS-TOP-LENGTH       PIC 9(4) VALUE 0.
	01 WS-COLZ-TOP-FILLED PIC 9(2) VALUE 0.
	01 WS-COLZ-SLOT PIC 9(2) VALUE 0.
	01 WS-K PIC 9(4) VALUE 0.
	01 WS-J PIC 9(2) VALUE 0.

*> one chain walk - 9(18) fields because a chain peaks far above its
*> start; step 0 is the start itself, so a chain of N terms ends at
*> step N-1
	01 WS-COLZ-WALK-START PIC 9(12) VALUE 0.
	01 WS-COLZ-VAL PIC 9(18) VALUE 0.
	01 WS-COLZ-HALF PIC 9(18) VALUE 0.
	01 WS-COLZ-REM PIC 9(1) VALUE 0.
	01 WS-COLZ-STEPS PIC 9(6) VALUE 0.
	01 WS-COLZ-PEAK PIC 9(18) VALUE 0.
	01 WS-COLZ-PEAK-STEP PIC 9(6) VALUE 0.
	01 WS-COLZ-WALK-LEN PIC 9(6) VALUE 0.
	01 WS-COLZ-OVER PIC 9 VALUE 0.
	01 WS-COLZ-DONE PIC 9 VALUE 0.
	01 WS-COLZ-TRACE PIC 9 VALUE 0.
	01 WS-COLZ-TR-SLOT PIC 9(1) VALUE 0.

*> the named start's memo record, caught on the sequential pass, and
*> the walks that disagreed with the memo (the first one kept for the
*> diagnostic)
	01 WS-COLZ-TRAJ-MEMO PIC 9(4) VALUE 0.
	01 WS-COLZ-TRAJ-FOUND PIC 9 VALUE 0.
	01 WS-COLZ-MISMATCH PIC 9(2) VALUE 0.
	01 WS-COLZ-BAD-START PIC 9(12) VALUE 0.
	01 WS-COLZ-BAD-WALKED PIC 9(6) VALUE 0.
	01 WS-COLZ-BAD-MEMO PIC 9(4) VALUE 0.
	01 WS-COLZ-CHECK-MEMO PIC 9(4) VALUE 0.
	01 WS-COLZ-TRAJ-RANKED PIC 9 VALUE 0.

	01 WS-COLZ-HIST-LINE.
		05 FILLER                  PIC X(07) VALUE "LENGTH ".
		05 WS-COLZ-HL-LO           PIC Z(5)9.
		05 FILLER                  PIC X(03) VALUE " - ".
		05 WS-COLZ-HL-HI           PIC Z(5)9.
		05 FILLER                  PIC X(09) VALUE "  STARTS ".
		05 WS-COLZ-HL-COUNT        PIC Z(11)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-COLZ-HL-PCT          PIC ZZ9.99.
		05 FILLER                  PIC X(02) VALUE "% ".
		05 WS-COLZ-HL-BAR          PIC X(50).
		05 WS-COLZ-HL-FLAG         PIC X(12).

	01 WS-COLZ-RANK-LINE.
		05 WS-COLZ-RL-TAG          PIC X(08).
		05 FILLER                  PIC X(06) VALUE "START ".
		05 WS-COLZ-RL-START        PIC Z(11)9.
		05 FILLER                  PIC X(09) VALUE "  LENGTH ".
		05 WS-COLZ-RL-LENGTH       PIC Z(3)9.
		05 FILLER                  PIC X(07) VALUE "  PEAK ".
		05 WS-COLZ-RL-PEAK         PIC Z(17)9.
		05 FILLER                  PIC X(10) VALUE "  AT STEP ".
		05 WS-COLZ-RL-STEP         PIC Z(5)9.
		05 WS-COLZ-RL-FLAG         PIC X(20).

*> a trajectory prints four terms to a line
	01 WS-COLZ-TRACE-LINE.
		05 WS-COLZ-TR-ENTRY OCCURS 4 TIMES.
			10 WS-COLZ-TR-TAG      PIC X(05).
			10 WS-COLZ-TR-STEP     PIC Z(4)9.
			10 FILLER              PIC X(01).
			10 WS-COLZ-TR-VAL      PIC Z(17)9.
			10 FILLER              PIC X(03).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCOLZ" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCOLZ" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-COLZ-REJECTED = 1 THEN
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	OPEN INPUT E14MEMO-FILE.
	IF WS-COLZ-MEMO-STATUS NOT = "00" THEN
		DISPLAY "EULRCOLZ: REJECTED - NO E14MEMO DATASET ON FILE"
			" (STATUS " WS-COLZ-MEMO-STATUS "), RUN EULER14 FIRST"
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM CEILING-PARA.
	PERFORM MEMO-READ-PARA.
	PERFORM MEMO-ROW-PARA UNTIL WS-COLZ-EOF = 1.
	CLOSE E14MEMO-FILE.
	COMPUTE WS-COLZ-COVERAGE = WS-COLZ-NEXT - 1.
	OPEN OUTPUT COLZRPT-FILE.
	MOVE "EULRCOLZ - COLLATZ CHAIN LENGTHS ON THE EULER14 MEMO"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "BUCKET WIDTH " WS-COLZ-WIDTH "  RANKED " WS-COLZ-TOPK
		"  TRAJECTORY " WS-COLZ-TRAJ-X
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "COVERAGE, LENGTH HISTOGRAM, LONGEST CHAINS, TRAJECTORY"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM COVERAGE-PARA.
	PERFORM HISTOGRAM-PARA.
	PERFORM RANKING-PARA.
	IF WS-COLZ-TRAJ-START > 0 THEN
		PERFORM TRAJECTORY-PARA
	END-IF.
	PERFORM DTL-END-PARA.
	CLOSE COLZRPT-FILE.
	DISPLAY "EULRCOLZ: " WS-COLZ-RECORDS " MEMOED START(S), CONTIGUOUS"
		" THROUGH " WS-COLZ-COVERAGE.
	MOVE WS-COLZ-COVERAGE TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-COLZ-MISMATCH > 0 THEN
		DISPLAY "EULRCOLZ: " WS-COLZ-MISMATCH " MEMO RECORD(S) WRONG -"
			" START " WS-COLZ-BAD-START " WALKS TO " WS-COLZ-BAD-WALKED
			" TERMS BUT E14MEMO HOLDS " WS-COLZ-BAD-MEMO
		MOVE "CZ02" TO WS-DIAG-CODE
		MOVE WS-COLZ-BAD-START TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 8 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "WARN" TO WS-NOT-SEVERITY
			MOVE "EULRCOLZ" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING "E14MEMO LENGTH WRONG FOR " WS-COLZ-BAD-START
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read the optional card - a missing COLZPARM keeps every default,
*> a field that is present must be valid
	P-PARA.
	MOVE SPACES TO WS-COLZ-PARM-CARD.
	OPEN INPUT COLZPARM-FILE.
	IF WS-COLZ-PARM-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	READ COLZPARM-FILE INTO WS-COLZ-PARM-CARD
		AT END MOVE SPACES TO WS-COLZ-PARM-CARD
	END-READ.
	CLOSE COLZPARM-FILE.
	IF WS-COLZ-WIDTH-X NOT = SPACES THEN
		IF WS-COLZ-WIDTH-X IS NUMERIC
				AND WS-COLZ-WIDTH-X NOT = "0000" THEN
			MOVE WS-COLZ-WIDTH-X TO WS-COLZ-WIDTH
		ELSE
			MOVE 1 TO WS-COLZ-REJECTED
		END-IF
	END-IF.
	IF WS-COLZ-TOPK-X NOT = SPACES THEN
		IF WS-COLZ-TOPK-X IS NUMERIC
				AND WS-COLZ-TOPK-X NOT = "00"
				AND FUNCTION NUMVAL(WS-COLZ-TOPK-X) <= 50 THEN
			MOVE FUNCTION NUMVAL(WS-COLZ-TOPK-X) TO WS-COLZ-TOPK
		ELSE
			MOVE 1 TO WS-COLZ-REJECTED
		END-IF
	END-IF.
	IF WS-COLZ-TRAJ-X NOT = SPACES THEN
		IF WS-COLZ-TRAJ-X IS NUMERIC
				AND WS-COLZ-TRAJ-X NOT = "000000000000" THEN
			MOVE FUNCTION NUMVAL(WS-COLZ-TRAJ-X) TO WS-COLZ-TRAJ-START
		ELSE
			MOVE 1 TO WS-COLZ-REJECTED
		END-IF
	END-IF.
	IF WS-COLZ-REJECTED = 1 THEN
		DISPLAY "EULRCOLZ: REJECTED CARD '" WS-COLZ-PARM-CARD
			"' - NEED WIDTH 0001-9999, RANK SIZE 01-50, START 1 UP"
		MOVE "CZ01" TO WS-DIAG-CODE
		MOVE WS-COLZ-PARM-CARD TO WS-DIAG-VALUE
	END-IF.

*> The ceiling EULER14 will run to next - optional; without a usable
*> card the look-ahead line is left off the report
	CEILING-PARA.
	MOVE 0 TO WS-COLZ-CEIL.
	OPEN INPUT E14PARM-FILE.
	IF WS-COLZ-E14P-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	READ E14PARM-FILE INTO WS-COLZ-CEIL-X
		AT END MOVE SPACES TO WS-COLZ-CEIL-X
	END-READ.
	CLOSE E14PARM-FILE.
	IF WS-COLZ-CEIL-X IS NUMERIC
			AND FUNCTION NUMVAL(WS-COLZ-CEIL-X) >= 2 THEN
		MOVE FUNCTION NUMVAL(WS-COLZ-CEIL-X) TO WS-COLZ-CEIL
	END-IF.

	MEMO-READ-PARA.
	READ E14MEMO-FILE
		AT END MOVE 1 TO WS-COLZ-EOF
	END-READ.

*> One memo record onto every running figure: coverage (the memo is
*> read in ascending key order, so the first gap ends the contiguous
*> run for good), the histogram bucket, and the ranked starts
	MEMO-ROW-PARA.
	ADD 1 TO WS-COLZ-RECORDS.
	MOVE WS-COLZ-MEMO-KEY TO WS-COLZ-HIGH-KEY.
	ADD WS-COLZ-MEMO-LENGTH TO WS-COLZ-LEN-SUM.
	IF WS-COLZ-MEMO-KEY = WS-COLZ-NEXT THEN
		ADD 1 TO WS-COLZ-NEXT
	END-IF.
	IF WS-COLZ-MEMO-KEY < WS-COLZ-CEIL THEN
		ADD 1 TO WS-COLZ-UNDER-CEIL
	END-IF.
	IF WS-COLZ-MEMO-KEY = WS-COLZ-TRAJ-START THEN
		MOVE 1 TO WS-COLZ-TRAJ-FOUND
		MOVE WS-COLZ-MEMO-LENGTH TO WS-COLZ-TRAJ-MEMO
	END-IF.
	IF WS-COLZ-RECORDS = 1
			OR WS-COLZ-MEMO-LENGTH < WS-COLZ-SHORTEST THEN
		MOVE WS-COLZ-MEMO-LENGTH TO WS-COLZ-SHORTEST
	END-IF.
	IF WS-COLZ-MEMO-LENGTH > WS-COLZ-LONGEST THEN
		MOVE WS-COLZ-MEMO-LENGTH TO WS-COLZ-LONGEST
	END-IF.
	IF WS-COLZ-MEMO-LENGTH = 0 THEN
		MOVE 1 TO WS-COLZ-BUCKET
	ELSE
		COMPUTE WS-COLZ-BUCKET =
			(WS-COLZ-MEMO-LENGTH - 1) / WS-COLZ-WIDTH + 1
	END-IF.
	IF WS-COLZ-BUCKET > WS-COLZ-MAX-BUCKETS THEN
		MOVE WS-COLZ-MAX-BUCKETS TO WS-COLZ-BUCKET
	END-IF.
	ADD 1 TO WS-COLZ-HIST(WS-COLZ-BUCKET).
	MOVE 0 TO WS-COLZ-SLOT.
	PERFORM TOP-FIND-PARA VARYING WS-J FROM WS-COLZ-TOPK BY -1
		UNTIL WS-J < 1.
	IF WS-COLZ-SLOT > 0 THEN
		IF WS-COLZ-TOP-FILLED < WS-COLZ-TOPK THEN
			ADD 1 TO WS-COLZ-TOP-FILLED
		END-IF
		PERFORM TOP-SHIFT-PARA VARYING WS-J FROM WS-COLZ-TOP-FILLED
			BY -1 UNTIL WS-J <= WS-COLZ-SLOT
		MOVE WS-COLZ-MEMO-KEY TO WS-TOP-START(WS-COLZ-SLOT)
		MOVE WS-COLZ-MEMO-LENGTH TO WS-TOP-LENGTH(WS-COLZ-SLOT)
	END-IF.
	PERFORM MEMO-READ-PARA.

	TOP-FIND-PARA.
	IF WS-J > WS-COLZ-TOP-FILLED
			OR WS-COLZ-MEMO-LENGTH > WS-TOP-LENGTH(WS-J) THEN
		MOVE WS-J TO WS-COLZ-SLOT
	END-IF.

	TOP-SHIFT-PARA.
	MOVE WS-COLZ-TOP-ROW(WS-J - 1) TO WS-COLZ-TOP-ROW(WS-J).

*> How far the memo reaches and what it saves the next EULER14 run
	COVERAGE-PARA.
	MOVE "MEMO COVERAGE" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "  STARTS MEMOED " WS-COLZ-RECORDS
		"  HIGHEST START " WS-COLZ-HIGH-KEY
		"  CONTIGUOUS FROM 1 THROUGH " WS-COLZ-COVERAGE
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	IF WS-COLZ-RECORDS > 0 THEN
		COMPUTE WS-COLZ-MEAN ROUNDED =
			WS-COLZ-LEN-SUM / WS-COLZ-RECORDS
	END-IF.
	MOVE WS-COLZ-MEAN TO WS-COLZ-MEAN-ED.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "  CHAIN LENGTHS SHORTEST " WS-COLZ-SHORTEST
		"  LONGEST " WS-COLZ-LONGEST "  MEAN " WS-COLZ-MEAN-ED
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	IF WS-COLZ-CEIL > 0 THEN
		COMPUTE WS-COLZ-SWEEP = WS-COLZ-CEIL - 1
		COMPUTE WS-COLZ-PCT ROUNDED =
			WS-COLZ-UNDER-CEIL * 100 / WS-COLZ-SWEEP
		MOVE WS-COLZ-PCT TO WS-COLZ-PCT-ED
		MOVE SPACES TO WS-DTL-LINE
		STRING "  NEXT EULER14 RUN (CEILING " WS-COLZ-CEIL "): "
			WS-COLZ-UNDER-CEIL " OF " WS-COLZ-SWEEP
			" STARTS ARE LOOKUPS (" WS-COLZ-PCT-ED "%)"
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
		PERFORM DTL-WRITE-PARA
	END-IF.

*> The histogram from the first occupied bucket to the last, empty
*> buckets in between shown as such; bars scale to the fullest bucket
	HISTOGRAM-PARA.
	MOVE "CHAIN-LENGTH HISTOGRAM" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE 0 TO WS-COLZ-FIRST-B.
	MOVE 0 TO WS-COLZ-LAST-B.
	MOVE 0 TO WS-COLZ-BIGGEST.
	PERFORM HIST-SCAN-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-COLZ-MAX-BUCKETS.
	IF WS-COLZ-FIRST-B = 0 THEN
		MOVE "  NO CHAINS ON THE MEMO" TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM HIST-LINE-PARA VARYING WS-K FROM WS-COLZ-FIRST-B BY 1
		UNTIL WS-K > WS-COLZ-LAST-B.

	HIST-SCAN-PARA.
	IF WS-COLZ-HIST(WS-K) > 0 THEN
		IF WS-COLZ-FIRST-B = 0 THEN
			MOVE WS-K TO WS-COLZ-FIRST-B
		END-IF
		MOVE WS-K TO WS-COLZ-LAST-B
		IF WS-COLZ-HIST(WS-K) > WS-COLZ-BIGGEST THEN
			MOVE WS-COLZ-HIST(WS-K) TO WS-COLZ-BIGGEST
		END-IF
	END-IF.

	HIST-LINE-PARA.
	COMPUTE WS-COLZ-LO = (WS-K - 1) * WS-COLZ-WIDTH + 1.
	COMPUTE WS-COLZ-HI = WS-K * WS-COLZ-WIDTH.
	MOVE WS-COLZ-LO TO WS-COLZ-HL-LO.
	MOVE WS-COLZ-HI TO WS-COLZ-HL-HI.
	MOVE WS-COLZ-HIST(WS-K) TO WS-COLZ-HL-COUNT.
	COMPUTE WS-COLZ-PCT ROUNDED =
		WS-COLZ-HIST(WS-K) * 100 / WS-COLZ-RECORDS.
	MOVE WS-COLZ-PCT TO WS-COLZ-HL-PCT.
	MOVE SPACES TO WS-COLZ-HL-BAR.
	COMPUTE WS-COLZ-BAR-LEN ROUNDED =
		WS-COLZ-HIST(WS-K) * 50 / WS-COLZ-BIGGEST.
	IF WS-COLZ-BAR-LEN = 0 AND WS-COLZ-HIST(WS-K) > 0 THEN
		MOVE 1 TO WS-COLZ-BAR-LEN
	END-IF.
	IF WS-COLZ-BAR-LEN > 0 THEN
		MOVE WS-COLZ-BAR(1:WS-COLZ-BAR-LEN) TO WS-COLZ-HL-BAR
	END-IF.
	IF WS-K = WS-COLZ-MAX-BUCKETS THEN
		MOVE " AND LONGER" TO WS-COLZ-HL-FLAG
	ELSE
		MOVE SPACES TO WS-COLZ-HL-FLAG
	END-IF.
	MOVE WS-COLZ-HIST-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

*> The ranked starts - each one re-walked for its peak, which the
*> memo does not keep
	RANKING-PARA.
	MOVE "LONGEST CHAINS ON THE MEMO" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE 0 TO WS-COLZ-TRACE.
	PERFORM RANK-LINE-PARA VARYING WS-J FROM 1 BY 1
		UNTIL WS-J > WS-COLZ-TOP-FILLED.

	RANK-LINE-PARA.
	MOVE WS-TOP-START(WS-J) TO WS-COLZ-WALK-START.
	PERFORM WALK-PARA.
	MOVE SPACES TO WS-COLZ-RL-TAG.
	STRING "RANK " WS-J DELIMITED BY SIZE INTO WS-COLZ-RL-TAG
	END-STRING.
	MOVE WS-TOP-START(WS-J) TO WS-COLZ-RL-START.
	MOVE WS-TOP-LENGTH(WS-J) TO WS-COLZ-RL-LENGTH.
	MOVE WS-COLZ-PEAK TO WS-COLZ-RL-PEAK.
	MOVE WS-COLZ-PEAK-STEP TO WS-COLZ-RL-STEP.
	IF WS-COLZ-OVER = 1 THEN
		MOVE "  PEAK PAST 18 DIGITS" TO WS-COLZ-RL-FLAG
	ELSE
		IF WS-COLZ-WALK-LEN NOT = WS-TOP-LENGTH(WS-J) THEN
			MOVE "  MEMO LENGTH WRONG" TO WS-COLZ-RL-FLAG
			MOVE WS-TOP-LENGTH(WS-J) TO WS-COLZ-CHECK-MEMO
			PERFORM MISMATCH-PARA
		ELSE
			MOVE SPACES TO WS-COLZ-RL-FLAG
		END-IF
	END-IF.
	MOVE WS-COLZ-RANK-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

*> The named start walked term by term, then its totals and the
*> check against its memo record
	TRAJECTORY-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "TRAJECTORY OF START " WS-COLZ-TRAJ-START
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE 0 TO WS-COLZ-TRAJ-RANKED.
	PERFORM TRAJ-RANKED-PARA VARYING WS-J FROM 1 BY 1
		UNTIL WS-J > WS-COLZ-TOP-FILLED.
	MOVE WS-COLZ-TRAJ-START TO WS-COLZ-WALK-START.
	MOVE 1 TO WS-COLZ-TRACE.
	PERFORM WALK-PARA.
	MOVE 0 TO WS-COLZ-TRACE.
	MOVE SPACES TO WS-DTL-LINE.
	IF WS-COLZ-OVER = 1 THEN
		STRING "  CHAIN RAN PAST THE 18-DIGIT WORK FIELDS AFTER STEP "
			WS-COLZ-STEPS " - TRAJECTORY ENDS THERE"
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
		PERFORM DTL-WRITE-PARA
		EXIT PARAGRAPH
	END-IF.
	STRING "  LENGTH " WS-COLZ-WALK-LEN " TERMS  PEAK " WS-COLZ-PEAK
		" AT STEP " WS-COLZ-PEAK-STEP
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	IF WS-COLZ-TRAJ-FOUND = 0 THEN
		MOVE "  NOT ON THE MEMO" TO WS-DTL-LINE
	ELSE
		IF WS-COLZ-TRAJ-MEMO = WS-COLZ-WALK-LEN THEN
			STRING "  MEMO LENGTH " WS-COLZ-TRAJ-MEMO " AGREES"
				DELIMITED BY SIZE INTO WS-DTL-LINE
			END-STRING
		ELSE
			STRING "  MEMO LENGTH " WS-COLZ-TRAJ-MEMO
				" DISAGREES - MEMO RECORD IS WRONG"
				DELIMITED BY SIZE INTO WS-DTL-LINE
			END-STRING
			MOVE WS-COLZ-TRAJ-MEMO TO WS-COLZ-CHECK-MEMO
			IF WS-COLZ-TRAJ-RANKED = 0 THEN
				PERFORM MISMATCH-PARA
			END-IF
		END-IF
	END-IF.
	PERFORM DTL-WRITE-PARA.

*> a ranked start was already checked against the memo on its rank
*> line, so a disagreement is not counted twice
	TRAJ-RANKED-PARA.
	IF WS-TOP-START(WS-J) = WS-COLZ-TRAJ-START THEN
		MOVE 1 TO WS-COLZ-TRAJ-RANKED
	END-IF.

*> A walk that disagrees with its memo record - the first one is kept
*> for the diagnostic
	MISMATCH-PARA.
	ADD 1 TO WS-COLZ-MISMATCH.
	IF WS-COLZ-MISMATCH = 1 THEN
		MOVE WS-COLZ-WALK-START TO WS-COLZ-BAD-START
		MOVE WS-COLZ-WALK-LEN TO WS-COLZ-BAD-WALKED
		MOVE WS-COLZ-CHECK-MEMO TO WS-COLZ-BAD-MEMO
	END-IF.

*> One chain walked from WS-COLZ-WALK-START down to 1, tracking the
*> peak and, when tracing, printing every term on the way
	WALK-PARA.
	MOVE WS-COLZ-WALK-START TO WS-COLZ-VAL.
	MOVE 0 TO WS-COLZ-STEPS.
	MOVE 0 TO WS-COLZ-PEAK.
	MOVE 0 TO WS-COLZ-PEAK-STEP.
	MOVE 0 TO WS-COLZ-OVER.
	MOVE 0 TO WS-COLZ-DONE.
	MOVE 0 TO WS-COLZ-TR-SLOT.
	MOVE SPACES TO WS-COLZ-TRACE-LINE.
	PERFORM WALK-STEP-PARA UNTIL WS-COLZ-DONE = 1.
	IF WS-COLZ-TRACE = 1 AND WS-COLZ-TR-SLOT > 0 THEN
		MOVE WS-COLZ-TRACE-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.
	COMPUTE WS-COLZ-WALK-LEN = WS-COLZ-STEPS + 1.

	WALK-STEP-PARA.
	IF WS-COLZ-VAL > WS-COLZ-PEAK THEN
		MOVE WS-COLZ-VAL TO WS-COLZ-PEAK
		MOVE WS-COLZ-STEPS TO WS-COLZ-PEAK-STEP
	END-IF.
	IF WS-COLZ-TRACE = 1 THEN
		PERFORM TRACE-TERM-PARA
	END-IF.
	IF WS-COLZ-VAL = 1 THEN
		MOVE 1 TO WS-COLZ-DONE
		EXIT PARAGRAPH
	END-IF.
	DIVIDE WS-COLZ-VAL BY 2 GIVING WS-COLZ-HALF
		REMAINDER WS-COLZ-REM.
	IF WS-COLZ-REM = 0 THEN
		MOVE WS-COLZ-HALF TO WS-COLZ-VAL
	ELSE
		COMPUTE WS-COLZ-VAL = 3 * WS-COLZ-VAL + 1
			ON SIZE ERROR
				MOVE 1 TO WS-COLZ-OVER
				MOVE 1 TO WS-COLZ-DONE
		END-COMPUTE
	END-IF.
	IF WS-COLZ-DONE = 0 THEN
		ADD 1 TO WS-COLZ-STEPS
	END-IF.

	TRACE-TERM-PARA.
	ADD 1 TO WS-COLZ-TR-SLOT.
	MOVE "STEP " TO WS-COLZ-TR-TAG(WS-COLZ-TR-SLOT).
	MOVE WS-COLZ-STEPS TO WS-COLZ-TR-STEP(WS-COLZ-TR-SLOT).
	MOVE WS-COLZ-VAL TO WS-COLZ-TR-VAL(WS-COLZ-TR-SLOT).
	IF WS-COLZ-TR-SLOT = 4 THEN
		MOVE WS-COLZ-TRACE-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		MOVE SPACES TO WS-COLZ-TRACE-LINE
		MOVE 0 TO WS-COLZ-TR-SLOT
	END-IF.

	DTL-PUT-PARA.
	WRITE COLZRPT-RECORD FROM WS-DTL-LINE.

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
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY NOTPRC.
