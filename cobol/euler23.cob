*> A perfect number is a number for which the sum of its proper
*>   divisors is exactly equal to the number. A number n is called
*>   deficient if the sum of its proper divisors is less than n and it
*>   is called abundant if this sum exceeds n. As 12 is the smallest
*>   abundant number, the smallest number that can be written as the
*>   sum of two abundant numbers is 24. By mathematical analysis, it
*>   can be shown that all integers greater than 28123 can be written
*>   as the sum of two abundant numbers. Find the sum of all the
*>   positive integers which cannot be written as the sum of two
*>   abundant numbers.
*> Answer (limit 28123): 4179871
*> compile with cobc -free -O -x -o euler23.exe -I copy euler23.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the limit comes off the E23PARM card
*>             (E23PARM.cpy: cols 01-05, 00001-50000, blank for
*>             28123; EM01 on a bad card). Every number up to it is
*>             factored and its divisor sum formed from the factor
*>             exponents, (p**(e+1) - 1) / (p - 1) per distinct
*>             prime taken as 1 + p + ... + p**e - through the E10SPF
*>             smallest-factor table (SPFDAT.cpy/SPFPRC.cpy) when the
*>             sieve has built one reaching the limit, through the
*>             shared factorization service (FACTDAT.cpy/FACTPRC.cpy)
*>             when it has not, and for any single number the table
*>             cannot answer. Proper-divisor sum over the number
*>             marks it abundant, EULRDIVF's rule; every pair of
*>             abundant numbers is then summed once and its total
*>             marked, and the numbers left unmarked are totalled.
*>             Each abundant or non-expressible number - divisor
*>             sum, which of the two it is, running total - goes to
*>             the dated E23RPT on the shared writer, noted on
*>             EULRGENS and the output manifest. Total as the banner
*>             result, the usual audit/export hookup, EULER23 on
*>             EULREF.
*> 2026-10-15  the E10SPF factor table, when this run can use it, is
*>             stamped on the input-lineage log (LINDAT.cpy/LINPRC.cpy,
*>             EULRLIN) with its bound, so a questioned total can be
*>             traced to the table it was factored against.
*> 2026-10-15  the E10SPF table's content total is recomputed before it
*>             is opened and checked against the dataset-control
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
PROGRAM-ID. EULER23.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E23PARM-FILE ASSIGN TO "E23PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E23-PARM-STATUS.
	SELECT E23RPT-FILE ASSIGN TO WS-E23-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E10SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-EXPORT-STATUS.
	SELECT EULRHIST-FILE ASSIGN TO WS-SHAD-HIST-NAME
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-HIST-KEY
		FILE STATUS WS-HIST-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT EULRGENS-FILE ASSIGN TO "EULRGENS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GENS-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.

	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BUS-CARD-STATUS.
	SELECT SHAD-WIPE-FILE ASSIGN TO WS-SHAD-WIPE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SHAD-WIPE-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO WS-SHAD-MANI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
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
FD  E23PARM-FILE.
01  E23PARM-RECORD                 PIC X(05).

FD  E23RPT-FILE.
01  E23RPT-RECORD                  PIC X(132).

FD  E10SPF-FILE.
	COPY E10SPFR.

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRGENS-FILE.
01  EULRGENS-FILE-RECORD           PIC X(17).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
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
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
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
	COPY E23PARM.
	COPY SPFDAT.
	COPY FACTDAT.
	COPY WIDEDAT.
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
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-E23-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E23-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E23-REJECTED PIC 9 VALUE 0.
	01 WS-E23-LIMIT PIC 9(5) VALUE 0.

*> how this run factors: the E10SPF table when it reaches the limit,
*> the shared service otherwise, and how many numbers went each way
	01 WS-E23-USE-SPF PIC 9 VALUE 0.
	01 WS-E23-SPF-MISS PIC 9 VALUE 0.
	01 WS-E23-VIA-SPF PIC 9(6) VALUE 0.
	01 WS-E23-VIA-FAC PIC 9(6) VALUE 0.

*> per number up to the limit: its proper-divisor sum, whether it is
*> abundant, and whether some pair of abundant numbers sums to it
	01 WS-E23-NUMBER-TABLE.
		05 WS-E23-NUMBER OCCURS 50000 TIMES.
			10 WS-E23-DIVSUM       PIC 9(6).
			10 WS-E23-ABUNDANT     PIC 9.
			10 WS-E23-PAIRED       PIC 9.
*> the abundant numbers in ascending order
	01 WS-E23-ABUND-TABLE.
		05 WS-E23-ABUND PIC 9(5) OCCURS 50000 TIMES.
	01 WS-E23-ABUND-COUNT PIC 9(6) VALUE 0.

	01 WS-E23-N PIC 9(6) VALUE 0.
	01 WS-I PIC 9(6) VALUE 0.
	01 WS-J PIC 9(6) VALUE 0.
	01 WS-E23-PAIR PIC 9(6) VALUE 0.
	01 WS-E23-REST PIC 9(18) VALUE 0.
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-E23-X PIC 9(2) VALUE 0.
	01 WS-E23-SIGMA PIC 9(18) VALUE 0.
	01 WS-E23-TERM PIC 9(18) VALUE 0.
	01 WS-E23-POWER PIC 9(18) VALUE 0.
	01 WS-E23-NONSUM-COUNT PIC 9(6) VALUE 0.
	01 WS-E23-TOTAL PIC 9(12) VALUE 0.
	01 WS-E23-TOTAL-EDIT PIC Z(11)9.

*> one report line: a number that is abundant, not a sum of two
*> abundant numbers, or both
	01 WS-E23-LINE.
		05 WS-E23-L-NUMBER         PIC Z(5)9.
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-E23-L-DIVSUM         PIC Z(5)9.
		05 FILLER                  PIC X(07) VALUE SPACES.
		05 WS-E23-L-ABUNDANT       PIC X(03).
		05 FILLER                  PIC X(07) VALUE SPACES.
		05 WS-E23-L-NONSUM         PIC X(03).
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-E23-L-RUNNING        PIC Z(11)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER23" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER23" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E23-REJECTED = 1 THEN
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
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
	IF WS-SPF-AVAILABLE = 1 AND WS-E23-LIMIT <= WS-SPF-BOUND THEN
		MOVE 1 TO WS-E23-USE-SPF
	ELSE
		MOVE 0 TO WS-E23-USE-SPF
	END-IF.
	MOVE ZEROS TO WS-E23-NUMBER-TABLE.
	MOVE 0 TO WS-E23-ABUND-COUNT.
	PERFORM CLASSIFY-PARA VARYING WS-E23-N FROM 1 BY 1
		UNTIL WS-E23-N > WS-E23-LIMIT.
	PERFORM SPF-CLOSE-PARA.
	PERFORM PAIR-PARA VARYING WS-I FROM 1 BY 1
		UNTIL WS-I > WS-E23-ABUND-COUNT
		OR WS-E23-ABUND(WS-I) * 2 > WS-E23-LIMIT.
	PERFORM REPORT-PARA.
	MOVE WS-E23-TOTAL TO WS-E23-TOTAL-EDIT.
	DISPLAY "EULER23: " WS-E23-NONSUM-COUNT " NUMBERS UP TO "
		WS-E23-LIMIT " ARE NOT THE SUM OF TWO ABUNDANT NUMBERS, TOTAL "
		FUNCTION TRIM(WS-E23-TOTAL-EDIT).
	MOVE WS-E23-TOTAL TO WS-RPT-RESULT.
	MOVE WS-E23-TOTAL TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E23-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E23-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E23PARM-FILE.
	IF WS-E23-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER23: REJECTED - E23PARM CARD NOT FOUND"
		MOVE "EM01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E23-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E23-PARM-CARD.
	READ E23PARM-FILE INTO WS-E23-PARM-CARD
		AT END MOVE SPACES TO WS-E23-PARM-CARD
	END-READ.
	CLOSE E23PARM-FILE.
	IF WS-E23-LIMIT-X = SPACES THEN
		MOVE 28123 TO WS-E23-LIMIT
		EXIT PARAGRAPH
	END-IF.
	IF WS-E23-LIMIT-X IS NOT NUMERIC THEN
		MOVE 0 TO WS-E23-LIMIT
	ELSE
		MOVE WS-E23-LIMIT-X TO WS-E23-LIMIT
	END-IF.
	IF WS-E23-LIMIT < 1 OR WS-E23-LIMIT > 50000 THEN
		DISPLAY "EULER23: REJECTED LIMIT '" WS-E23-LIMIT-X
			"' - MUST BE 00001 THROUGH 50000, OR BLANK FOR 28123"
		MOVE "EM01" TO WS-DIAG-CODE
		MOVE WS-E23-LIMIT-X TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E23-REJECTED
	END-IF.

*> One number: factored, its divisor sum formed from the exponents,
*> and the proper part of it compared with the number
	CLASSIFY-PARA.
	IF WS-E23-N = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-E23-SPF-MISS.
	IF WS-E23-USE-SPF = 1 THEN
		PERFORM SPF-FACTOR-PARA
	END-IF.
	IF WS-E23-SPF-MISS = 1 THEN
		MOVE WS-E23-N TO WS-FAC-N
		PERFORM FAC-FACTOR-PARA
		ADD 1 TO WS-E23-VIA-FAC
	ELSE
		ADD 1 TO WS-E23-VIA-SPF
	END-IF.
	MOVE 1 TO WS-E23-SIGMA.
	PERFORM SIGMA-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-FAC-COUNT.
	COMPUTE WS-E23-DIVSUM(WS-E23-N) = WS-E23-SIGMA - WS-E23-N.
	IF WS-E23-DIVSUM(WS-E23-N) > WS-E23-N THEN
		MOVE 1 TO WS-E23-ABUNDANT(WS-E23-N)
		ADD 1 TO WS-E23-ABUND-COUNT
		MOVE WS-E23-N TO WS-E23-ABUND(WS-E23-ABUND-COUNT)
	END-IF.

*> The factorization off the E10SPF table: smallest factor, divide it
*> out, look up what is left, into the shared service's factor table
*> so the divisor sum reads the same either way. A key the table
*> cannot answer leaves WS-E23-SPF-MISS set and the number goes to
*> the shared service whole
	SPF-FACTOR-PARA.
	MOVE 0 TO WS-E23-SPF-MISS.
	MOVE 0 TO WS-FAC-COUNT.
	MOVE 0 TO WS-FAC-UNPROVEN.
	MOVE WS-E23-N TO WS-E23-REST.
	PERFORM SPF-STEP-PARA
		UNTIL WS-E23-REST < 2 OR WS-E23-SPF-MISS = 1.

	SPF-STEP-PARA.
	MOVE WS-E23-REST TO WS-SPF-N.
	PERFORM SPF-LOOKUP-PARA.
	IF WS-SPF-RESULT = 0 THEN
		MOVE 1 TO WS-E23-SPF-MISS
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SPF-RESULT TO WS-FAC-ADD-P.
	MOVE "S" TO WS-FAC-ADD-HOW.
	PERFORM FAC-ADD-PARA.
	DIVIDE WS-SPF-RESULT INTO WS-E23-REST.

*> One distinct prime's share of the divisor sum, 1 + p + ... + p**e
	SIGMA-PARA.
	MOVE 1 TO WS-E23-TERM.
	MOVE 1 TO WS-E23-POWER.
	PERFORM SIGMA-TERM-PARA VARYING WS-E23-X FROM 1 BY 1
		UNTIL WS-E23-X > WS-FAC-EXP(WS-K).
	MULTIPLY WS-E23-TERM BY WS-E23-SIGMA.

	SIGMA-TERM-PARA.
	MULTIPLY WS-FAC-PRIME(WS-K) BY WS-E23-POWER.
	ADD WS-E23-POWER TO WS-E23-TERM.

*> Every pair of abundant numbers, smaller first, whose sum is inside
*> the limit: the sum is marked. The list is ascending, so a pair
*> past the limit ends the inner run and a doubled entry past it
*> ends the outer one
	PAIR-PARA.
	PERFORM PAIR-MARK-PARA VARYING WS-J FROM WS-I BY 1
		UNTIL WS-J > WS-E23-ABUND-COUNT
		OR WS-E23-ABUND(WS-I) + WS-E23-ABUND(WS-J) > WS-E23-LIMIT.

	PAIR-MARK-PARA.
	COMPUTE WS-E23-PAIR = WS-E23-ABUND(WS-I) + WS-E23-ABUND(WS-J).
	MOVE 1 TO WS-E23-PAIRED(WS-E23-PAIR).

*> The dated report, in number order: every number that is abundant,
*> not a sum of two abundant numbers, or both, with the running total
*> of the second kind - the total itself is worked here
	REPORT-PARA.
	MOVE "E23RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E23-RPT-NAME.
	OPEN OUTPUT E23RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER23 - NUMBERS NOT THE SUM OF TWO ABUNDANT NUMBERS"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	IF WS-E23-USE-SPF = 1 THEN
		STRING "LIMIT " WS-E23-LIMIT "  FACTORED ON E10SPF"
			DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
		END-STRING
	ELSE
		STRING "LIMIT " WS-E23-LIMIT "  FACTORED BY THE SHARED SERVICE"
			DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
		END-STRING
	END-IF.
	MOVE "NUMBER  DIVISOR SUM  ABUNDANT  NOT A SUM   RUNNING TOTAL"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-E23-TOTAL.
	MOVE 0 TO WS-E23-NONSUM-COUNT.
	PERFORM REPORT-LINE-PARA VARYING WS-E23-N FROM 1 BY 1
		UNTIL WS-E23-N > WS-E23-LIMIT.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "ABUNDANT NUMBERS " WS-E23-ABUND-COUNT
		"  NOT A SUM OF TWO " WS-E23-NONSUM-COUNT
		"  TOTAL " WS-E23-TOTAL
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "FACTORED ON E10SPF " WS-E23-VIA-SPF
		"  BY THE SHARED FACTORIZATION " WS-E23-VIA-FAC
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E23RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER23" TO WS-MAN-PROBLEM
		MOVE WS-E23-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	REPORT-LINE-PARA.
	IF WS-E23-PAIRED(WS-E23-N) = 0 THEN
		ADD 1 TO WS-E23-NONSUM-COUNT
		ADD WS-E23-N TO WS-E23-TOTAL
	END-IF.
	IF WS-E23-ABUNDANT(WS-E23-N) = 0 AND WS-E23-PAIRED(WS-E23-N) = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E23-N TO WS-E23-L-NUMBER.
	MOVE WS-E23-DIVSUM(WS-E23-N) TO WS-E23-L-DIVSUM.
	MOVE SPACES TO WS-E23-L-ABUNDANT.
	IF WS-E23-ABUNDANT(WS-E23-N) = 1 THEN
		MOVE "YES" TO WS-E23-L-ABUNDANT
	END-IF.
	MOVE SPACES TO WS-E23-L-NONSUM.
	IF WS-E23-PAIRED(WS-E23-N) = 0 THEN
		MOVE "YES" TO WS-E23-L-NONSUM
	END-IF.
	MOVE WS-E23-TOTAL TO WS-E23-L-RUNNING.
	MOVE WS-E23-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E23RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.

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
	COPY DCTLPRC.
	COPY DCTLFPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY MANPRC.
	COPY GENSPRC.
	COPY SPFPRC.
	COPY FACTPRC.
	COPY WIDEPRC.
