*>             reconciles it like every sibling. RETURN-CODE 0
*>             normal, 16 on a bad card (EC01) or a search past the
*>             12-digit work fields (EC02).
*> 2026-10-15  milestone mode - an "M" in E12PARM col 06 makes the
*>             same single pass also write the E12MRPT report
*>             (E12MRPT.cpy): every triangle number whose divisor
*>             count sets a new record high on the way to the
*>             threshold, with its ordinal, value, divisor count, and
*>             factorization, so the analysts' milestone table comes
*>             from one run instead of a threshold sweep. The winner,
*>             banner, and E12RPT are unchanged; any other col-06
*>             value is EC01.
*> 2026-10-15  both halves of every triangle and the winner itself
*>             are looked up on the persistent factorization store
*>             EULRFDB (FDBDAT.cpy/FDBPRC.cpy/FDBREC.cpy) before
*>             they are factored - a verified record gives the
*>             exponents in one keyed READ - and a miss is factored
*>             as before and recorded on the store for every run
*>             after this one, EULER3's discipline. No store on file
*>             factors as before.
*> 2026-10-15  every open of the shared prime cache now appends an
*>             input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id); the E10SPF factor
*>             table, when usable, is stamped with its bound. A
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
*> 2026-10-15  the E10SPF and EULRFDB degraded-mode notes carry message
*>             ids (SPF/FDB in EULRMCAT) and are appended to the message
*>             log EULRMLOG (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER12.
		FILE STATUS WS-E12-PARM-STATUS.
	SELECT E12RPT-FILE ASSIGN TO "E12RPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E12MRPT-FILE ASSIGN TO "E12MRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E10SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT E10PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CACHE-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.

	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
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

DATA DIVISION.
FILE SECTION.
FD  E12PARM-FILE.
01  E12PARM-RECORD                 PIC X(06).

FD  E12RPT-FILE.
01  E12RPT-RECORD                  PIC X(132).

FD  E12MRPT-FILE.
01  E12MRPT-RECORD                 PIC X(132).

FD  E10SPF-FILE.
	COPY E10SPFR.

FD  EULRFDB-FILE.
	COPY FDBREC.

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).

FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
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
	WORKING-STORAGE SECTION.
	COPY E10PRM.
	COPY SPFDAT.
	COPY FDBDAT.
	COPY E12MRPT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-E12-PARM-STATUS PIC XX VALUE SPACES.
*> E12PARM: cols 01-04 the divisor threshold, col 06 "M" for the
*> milestone report (blank for the winner only)
	01 WS-E12-PARM-CARD.
		05 WS-E12-THRESH-X         PIC X(04).
		05 FILLER                  PIC X(01).
		05 WS-E12-MODE             PIC X(01).
			88 WS-E12-MILESTONES       VALUE "M".
			88 WS-E12-MODE-OK          VALUE "M" " ".
	01 WS-E12-THRESH PIC 9(4) VALUE 0.
	01 WS-E12-RECORD PIC 9(9) VALUE 0.
	01 WS-E12-MILE-COUNT PIC 9(5) VALUE 0.
	01 WS-E12-MILE-OPEN PIC 9 VALUE 0.
	01 WS-E12-REJECTED PIC 9 VALUE 0.

*> candidate divisors off EULER10's prime cache, EULER3's head start
	01 WS-FAC-NULL PIC 9(12) VALUE 0.
	01 WS-FAC-TAU PIC 9(9) VALUE 0.
	01 WS-FAC-EXP PIC 9(2) VALUE 0.
	01 WS-FAC-HOW PIC X(01) VALUE SPACE.
	01 WS-FAC-TABLE.
		05 WS-FAC-ROW OCCURS 50 TIMES.
			10 WS-FAC-PRIME        PIC 9(12).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER12" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER12" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E12-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
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
	IF WS-E12-MILESTONES THEN
		PERFORM MILE-OPEN-PARA
	END-IF.
	PERFORM SEARCH-PARA.
	IF WS-E12-MILESTONES THEN
		PERFORM MILE-CLOSE-PARA
	END-IF.
	PERFORM SPF-CLOSE-PARA.
	IF WS-E12-OVER = 1 THEN
		PERFORM FDB-CLOSE-PARA
		DISPLAY "EULER12: SEARCH RAN PAST THE 12-DIGIT WORK"
			" FIELDS BEFORE THE THRESHOLD WAS MET"
		MOVE "EC02" TO WS-DIAG-CODE
		GOBACK
	END-IF.
	PERFORM REPORT-PARA.
	PERFORM FDB-CLOSE-PARA.
	DISPLAY "EULER12: TRIANGLE " WS-E12-N " = " WS-E12-TRI
		" HAS " WS-E12-TAU " DIVISORS".
	MOVE WS-E12-TRI TO WS-RPT-RESULT.
	ELSE
		MOVE FUNCTION NUMVAL(WS-E12-THRESH-X) TO WS-E12-THRESH
	END-IF.
	IF NOT WS-E12-MODE-OK THEN
		DISPLAY "EULER12: REJECTED MODE '" WS-E12-MODE
			"' - COL 06 MUST BE M (MILESTONES) OR BLANK"
		MOVE "EC01" TO WS-DIAG-CODE
		MOVE WS-E12-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E12-REJECTED
	END-IF.

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
	PERFORM TAU-PARA.
	MOVE WS-FAC-TAU TO WS-E12-TAU-B.
	COMPUTE WS-E12-TAU = WS-E12-TAU-A * WS-E12-TAU-B.
	IF WS-E12-MILESTONES AND WS-E12-TAU > WS-E12-RECORD THEN
		MOVE WS-E12-TAU TO WS-E12-RECORD
		PERFORM MILE-LINE-PARA
	END-IF.
	IF WS-E12-TAU > WS-E12-THRESH THEN
		MOVE 1 TO WS-E12-FOUND
		COMPUTE WS-E12-TRI = WS-E12-N * (WS-E12-N + 1) / 2
	END-IF.

*> Divisor count of WS-FAC-N off its factor exponents - the product
*> of (exponent + 1) per distinct prime, the E3FACT arithmetic. A
*> store hit supplies the exponents; a miss is factored and stored.
	TAU-PARA.
	MOVE 1 TO WS-FAC-TAU.
	IF WS-FAC-N < 2 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-FAC-N TO WS-FDB-N.
	PERFORM FDB-LOOKUP-PARA.
	IF WS-FDB-HIT = 1 THEN
		PERFORM TAU-STORED-PARA VARYING WS-FDB-IX FROM 1 BY 1
			UNTIL WS-FDB-IX > WS-FDB-W-COUNT
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-FDB-W-COUNT.
	IF WS-CPRIME-COUNT > 0 THEN
		MOVE 1 TO WS-CPRIME-IX
		MOVE WS-CPRIME(1) TO WS-FAC-DIV
		MOVE 2 TO WS-FAC-DIV
	END-IF.
	PERFORM TAU-PRIME-PARA UNTIL WS-FAC-N < 2.
	PERFORM FDB-STORE-PARA.

	TAU-STORED-PARA.
	COMPUTE WS-FAC-TAU = WS-FAC-TAU * (WS-FDB-W-EXP(WS-FDB-IX) + 1).

	TAU-PRIME-PARA.
	MOVE "T" TO WS-FAC-HOW.
	IF WS-SPF-AVAILABLE = 1 AND WS-FAC-N <= WS-SPF-BOUND THEN
		MOVE WS-FAC-N TO WS-SPF-N
		PERFORM SPF-LOOKUP-PARA
		IF WS-SPF-RESULT > 0 THEN
			MOVE WS-SPF-RESULT TO WS-FAC-DIV
			MOVE "S" TO WS-FAC-HOW
		END-IF
	END-IF.
	IF WS-FAC-DIV * WS-FAC-DIV > WS-FAC-N THEN
		MOVE 0 TO WS-FAC-EXP
		PERFORM TAU-STRIP-PARA UNTIL WS-FAC-MOD NOT = ZERO
		COMPUTE WS-FAC-TAU = WS-FAC-TAU * (WS-FAC-EXP + 1)
		PERFORM FDB-NOTE-PARA
	END-IF.
	PERFORM TAU-NEXT-PARA.

*> one distinct prime just divided out, onto the store's work table
	FDB-NOTE-PARA.
	IF WS-FDB-W-COUNT < 20 THEN
		ADD 1 TO WS-FDB-W-COUNT
		MOVE WS-FAC-DIV TO WS-FDB-W-PRIME(WS-FDB-W-COUNT)
		MOVE WS-FAC-EXP TO WS-FDB-W-EXP(WS-FDB-W-COUNT)
		MOVE WS-FAC-HOW TO WS-FDB-W-HOW(WS-FDB-W-COUNT)
	END-IF.

	TAU-STRIP-PARA.
	DIVIDE WS-FAC-DIV INTO WS-FAC-N.
	ADD 1 TO WS-FAC-EXP.
*> The winner's full factorization, rebuilt over the triangle
*> number itself for the report - p**e terms smallest to largest
	REPORT-PARA.
	PERFORM FACTORIZE-PARA.
	OPEN OUTPUT E12RPT-FILE.
	MOVE "EULER12 - FIRST TRIANGLE PAST THE DIVISOR THRESHOLD"
		TO WS-DTL-TITLE.
	END-IF.


*> Factorization text of WS-E12-TRI into WS-E12-FACTORS
	FACTORIZE-PARA.
	MOVE 0 TO WS-FAC-COUNT.
	MOVE WS-E12-TRI TO WS-FDB-N.
	PERFORM FDB-LOOKUP-PARA.
	IF WS-FDB-HIT = 1 THEN
		PERFORM FULL-STORED-PARA VARYING WS-FDB-IX FROM 1 BY 1
			UNTIL WS-FDB-IX > WS-FDB-W-COUNT
	ELSE
		MOVE 0 TO WS-FDB-W-COUNT
		MOVE WS-E12-TRI TO WS-FAC-N
		IF WS-CPRIME-COUNT > 0 THEN
			MOVE 1 TO WS-CPRIME-IX
			MOVE WS-CPRIME(1) TO WS-FAC-DIV
		ELSE
			MOVE 0 TO WS-CPRIME-IX
			MOVE 2 TO WS-FAC-DIV
		END-IF
		PERFORM FULL-PRIME-PARA UNTIL WS-FAC-N < 2
		PERFORM FDB-STORE-PARA
	END-IF.
	MOVE SPACES TO WS-E12-FACTORS.
	PERFORM FACTOR-TEXT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-FAC-COUNT.

	FULL-STORED-PARA.
	IF WS-FAC-COUNT < 50 THEN
		ADD 1 TO WS-FAC-COUNT
		MOVE WS-FDB-W-PRIME(WS-FDB-IX) TO WS-FAC-PRIME(WS-FAC-COUNT)
		MOVE WS-FDB-W-EXP(WS-FDB-IX) TO WS-FAC-POWER(WS-FAC-COUNT)
	END-IF.

	FULL-PRIME-PARA.
	MOVE "T" TO WS-FAC-HOW.
	IF WS-SPF-AVAILABLE = 1 AND WS-FAC-N <= WS-SPF-BOUND THEN
		MOVE WS-FAC-N TO WS-SPF-N
		PERFORM SPF-LOOKUP-PARA
		IF WS-SPF-RESULT > 0 THEN
			MOVE WS-SPF-RESULT TO WS-FAC-DIV
			MOVE "S" TO WS-FAC-HOW
		END-IF
	END-IF.
	IF WS-FAC-DIV * WS-FAC-DIV > WS-FAC-N THEN
			MOVE WS-FAC-DIV TO WS-FAC-PRIME(WS-FAC-COUNT)
			MOVE WS-FAC-EXP TO WS-FAC-POWER(WS-FAC-COUNT)
		END-IF
		PERFORM FDB-NOTE-PARA
	END-IF.
	PERFORM TAU-NEXT-PARA.

		END-STRING
	END-IF.

*> Milestone report: opened before the pass, one line per new
*> divisor-count record as the pass meets it, closed after - a run
*> stopped by EC02 still leaves the milestones it reached
	MILE-OPEN-PARA.
	OPEN OUTPUT E12MRPT-FILE.
	MOVE "EULER12 - TRIANGLE DIVISOR-COUNT MILESTONES" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "NEW RECORD HIGHS UP TO THRESHOLD " WS-E12-THRESH
		" DIVISORS"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "        N            TRIANGLE   DIVISORS  FACTORIZATION"
		TO WS-DTL-COLUMN-HEADING.
	MOVE 1 TO WS-E12-MILE-OPEN.
	PERFORM DTL-INIT-PARA.

	MILE-LINE-PARA.
	COMPUTE WS-E12-TRI = WS-E12-N * (WS-E12-N + 1) / 2.
	PERFORM FACTORIZE-PARA.
	MOVE WS-E12-N TO WS-E12-MRPT-N.
	MOVE WS-E12-TRI TO WS-E12-MRPT-TRI.
	MOVE WS-E12-TAU TO WS-E12-MRPT-TAU.
	MOVE WS-E12-FACTORS TO WS-E12-MRPT-FACTORS.
	MOVE WS-E12-MRPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	ADD 1 TO WS-E12-MILE-COUNT.

	MILE-CLOSE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "MILESTONES " WS-E12-MILE-COUNT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E12MRPT-FILE.
	MOVE 0 TO WS-E12-MILE-OPEN.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER12" TO WS-MAN-PROBLEM
		MOVE "E12MRPT" TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	DTL-PUT-PARA.
	IF WS-E12-MILE-OPEN = 1 THEN
		WRITE E12MRPT-RECORD FROM WS-DTL-LINE
	ELSE
		WRITE E12RPT-RECORD FROM WS-DTL-LINE
	END-IF.

	COPY DTLPRT.


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
	COPY SPFPRC.
	COPY FDBPRC.
