*> Monthly chargeback statement for research and planning requests:
*>   the research group's prime-extract feeds (EULRFEED), the
*>   planning system's factorization requests (EULRFINT into
*>   EULER3), the parameter sweeps (EULRSWP) and the Goldbach/
*>   number-profile studies all spend batch-window time and disk
*>   that operations pays for, and nobody could say how much of it
*>   was whose. This program takes the month's elapsed time off the
*>   audit trail (EULRAUD), the rows produced off the output
*>   manifest (EULRMANI), and the cache coverage demanded off the
*>   demand log (EULRDMND), attributes each to its request id, maps
*>   the request ids to the requesting groups through the requester
*>   registry (EULRREQR), and writes one statement per group with a
*>   suite total - so capacity costs can be billed back.
*> compile with cobc -free -O -x -o eulrcbk.exe -I copy eulrcbk.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - CBKPARM card: cols 01-06 the month
*>             YYYYMM (blank, or no card, = the current month); a bad
*>             month is CB01, a missing or overfull registry CB02.
*>             Attribution: an EXTRACT (EULRFEED) or REQUEST (EULER3
*>             under an E3REQID) audit line is charged to the request
*>             id in its problem-id column, for the time since the
*>             run's previous fulfillment line; the run's own COMPLETE
*>             or REJECTED line after it carries the remainder to the
*>             same request, and its manifest rows follow it there.
*>             Every other run is charged to its own program id,
*>             which the registry may hold as a standing study. Note
*>             lines (LONGRUN, MISMATCH, CARDCHG ...) are not runs.
*>             Shortfalls on EULRDMND are charged to the program that
*>             hit them. Ids not on the registry are the suite's own
*>             production and are stated last, as UNBILLED. The
*>             statement goes to the dated CBKRPT on the shared
*>             writer: per group a heading, one line per request id
*>             (runs, elapsed seconds, rows output, shortfalls, the
*>             largest ceiling asked), and a group total with its
*>             share of the suite's elapsed time; the suite total
*>             closes it. Billed-group count as the banner result;
*>             RETURN-CODE 0 normal, 4 when more ids were seen than
*>             the statement holds (the excess is lumped as *OTHER*),
*>             16 rejected.
*> 2026-10-15  the statement-overflow and sort warnings carry message
*>             ids CBK001W/CBK002W (EULRMCAT) and are appended to the
*>             message log EULRMLOG (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCBK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CBKPARM-FILE ASSIGN TO "CBKPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CBK-PARM-STATUS.
	SELECT EULRREQR-FILE ASSIGN TO "EULRREQR"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-REQR-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CBK-AUD-STATUS.
	SELECT EULRMANI-IN-FILE ASSIGN TO "EULRMANI"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CBK-MANI-STATUS.
	SELECT EULRDMND-IN-FILE ASSIGN TO "EULRDMND"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CBK-DMND-STATUS.
	SELECT CBKRPT-FILE ASSIGN TO WS-CBK-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT CBKSORT-FILE ASSIGN TO "CBKSORT".
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CBKPARM-FILE.
01  CBKPARM-RECORD                 PIC X(06).

FD  EULRREQR-FILE.
01  EULRREQR-RECORD                PIC X(58).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULRMANI-IN-FILE.
01  EULRMANI-IN-RECORD             PIC X(63).

FD  EULRDMND-IN-FILE.
01  EULRDMND-IN-RECORD             PIC X(45).

FD  CBKRPT-FILE.
01  CBKRPT-RECORD                  PIC X(132).

*> the sort work record: billed groups ahead of the unbilled usage,
*> then group and request id; the usage rides along
SD  CBKSORT-FILE.
01  CBKSORT-RECORD.
	05 CBKSORT-CLASS               PIC 9(01).
	05 CBKSORT-GROUP               PIC X(08).
	05 CBKSORT-ID                  PIC X(08).
	05 CBKSORT-DESC                PIC X(40).
	05 CBKSORT-RUNS                PIC 9(05).
	05 CBKSORT-CS                  PIC 9(12).
	05 CBKSORT-ROWS                PIC 9(12).
	05 CBKSORT-SHORT               PIC 9(05).
	05 CBKSORT-ASK                 PIC 9(12).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
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
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY REQRDAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-CBK-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-CBK-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-CBK-MANI-STATUS PIC XX VALUE SPACES.
	01 WS-CBK-DMND-STATUS PIC XX VALUE SPACES.
	01 WS-CBK-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-CBK-REJECTED PIC 9 VALUE 0.
	01 WS-CBK-EOF PIC 9 VALUE 0.

	01 WS-CBK-PARM-CARD.
		05 WS-CBK-MONTH-X          PIC X(06).
	01 WS-CBK-MONTH PIC 9(6) VALUE 0.
	01 WS-CBK-MONTH-R REDEFINES WS-CBK-MONTH PIC X(06).
	01 WS-CBK-TODAY PIC 9(8) VALUE 0.
	01 WS-CBK-MM PIC 9(2) VALUE 0.

*> the month's usage, one row per request id (or program id); the
*> last row is kept back for whatever does not fit
	01 WS-CBK-ACC-TABLE.
		05 WS-CBK-ACC OCCURS 500 TIMES.
			10 WS-CBK-A-ID         PIC X(08) VALUE SPACES.
			10 WS-CBK-A-RUNS       PIC 9(05) VALUE 0.
			10 WS-CBK-A-CS         PIC 9(12) VALUE 0.
			10 WS-CBK-A-ROWS       PIC 9(12) VALUE 0.
			10 WS-CBK-A-SHORT      PIC 9(05) VALUE 0.
			10 WS-CBK-A-ASK        PIC 9(12) VALUE 0.
	01 WS-CBK-ACC-COUNT PIC 9(3) VALUE 0.
	01 WS-CBK-ACC-IX PIC 9(3) VALUE 0.
	01 WS-CBK-K PIC 9(3) VALUE 0.
	01 WS-CBK-KEY PIC X(08) VALUE SPACES.
	01 WS-CBK-OVERFLOW PIC 9 VALUE 0.
	01 WS-CBK-SORT-RC PIC -(4)9.

*> which request each fulfilling run served: run id and program id to
*> request id, so the run's manifest rows are billed with its time
	01 WS-CBK-TAG-TABLE.
		05 WS-CBK-TAG OCCURS 500 TIMES.
			10 WS-CBK-T-RUN        PIC X(16) VALUE SPACES.
			10 WS-CBK-T-PROBLEM    PIC X(08) VALUE SPACES.
			10 WS-CBK-T-REQ        PIC X(08) VALUE SPACES.
	01 WS-CBK-TAG-COUNT PIC 9(3) VALUE 0.
	01 WS-CBK-TAG-IX PIC 9(3) VALUE 0.

*> the audit pass: the run being read, its last fulfillment line's
*> elapsed (each line's elapsed counts from the run's start), and
*> the request that line served
	01 WS-CBK-CUR-RUN PIC X(16) VALUE SPACES.
	01 WS-CBK-TAGGED PIC 9(8) VALUE 0.
	01 WS-CBK-PEND-REQ PIC X(08) VALUE SPACES.
	01 WS-CBK-ELAPSED PIC 9(8) VALUE 0.
	01 WS-CBK-CHARGE PIC 9(8) VALUE 0.

	01 WS-CBK-AUD-LINE.
		05 WS-CBK-AL-PROBLEM       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-AL-DATE          PIC X(08).
		05 FILLER                  PIC X(10).
		05 WS-CBK-AL-OPERATOR      PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-AL-OUTCOME       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-AL-ELAPSED       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-AL-RUN-ID        PIC X(16).
		05 FILLER                  PIC X(31).
	01 WS-CBK-MANI-LINE.
		05 WS-CBK-ML-RUN-ID        PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-CBK-ML-PROBLEM       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-ML-DATE          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-ML-FILE          PIC X(18).
		05 FILLER                  PIC X(01).
		05 WS-CBK-ML-COUNT         PIC X(09).
	01 WS-CBK-DMND-LINE.
		05 WS-CBK-DL-DATE          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-DL-SOURCE        PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CBK-DL-TYPE          PIC X(01).
		05 FILLER                  PIC X(01).
		05 WS-CBK-DL-ASKED         PIC X(12).
		05 FILLER                  PIC X(01).
		05 WS-CBK-DL-HELD          PIC X(12).

*> the statement side of the sort: the group being stated, its
*> running totals, and the suite's
	01 WS-CBK-CUR-GROUP PIC X(08) VALUE SPACES.
	01 WS-CBK-CUR-CLASS PIC 9 VALUE 0.
	01 WS-CBK-GROUP-COUNT PIC 9(3) VALUE 0.
	01 WS-CBK-BILLED-COUNT PIC 9(3) VALUE 0.
	01 WS-CBK-G-RUNS PIC 9(05) VALUE 0.
	01 WS-CBK-G-CS PIC 9(12) VALUE 0.
	01 WS-CBK-G-ROWS PIC 9(12) VALUE 0.
	01 WS-CBK-G-SHORT PIC 9(05) VALUE 0.
	01 WS-CBK-G-ASK PIC 9(12) VALUE 0.
	01 WS-CBK-S-RUNS PIC 9(05) VALUE 0.
	01 WS-CBK-S-CS PIC 9(12) VALUE 0.
	01 WS-CBK-S-ROWS PIC 9(12) VALUE 0.
	01 WS-CBK-S-SHORT PIC 9(05) VALUE 0.
	01 WS-CBK-S-ASK PIC 9(12) VALUE 0.
	01 WS-CBK-PCT PIC 9(3)V99 VALUE 0.
	01 WS-CBK-PCT-EDIT PIC ZZ9.99.

*> one statement line: a request id's usage, or a group or suite
*> total in the same columns
	01 WS-CBK-STMT-LINE.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-ID            PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-RUNS          PIC Z(4)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-SECS          PIC Z(9)9.99.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-ROWS          PIC Z(11)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-SHORT         PIC Z(9)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-ASK           PIC Z(11)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CBK-SL-DESC          PIC X(40).
	01 WS-CBK-SECS PIC 9(10)V99 VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCBK" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCBK" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-CBK-REJECTED = 0 THEN
		PERFORM REQR-LOAD-PARA
	END-IF.
	IF WS-CBK-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM AUD-PASS-PARA.
	PERFORM MANI-PASS-PARA.
	PERFORM DMND-PASS-PARA.
	PERFORM STATEMENT-PARA.
	DISPLAY "EULRCBK: " WS-CBK-MONTH " - " WS-CBK-BILLED-COUNT
		" GROUP(S) BILLED, " WS-CBK-ACC-COUNT " ID(S) STATED ON "
		FUNCTION TRIM(WS-CBK-RPT-NAME).
	IF WS-CBK-OVERFLOW = 1 THEN
		MOVE "CBK001W" TO WS-MSG-ID
		STRING "MORE IDS THAN THE STATEMENT HOLDS,"
			" THE EXCESS IS LUMPED AS *OTHER*"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-CBK-BILLED-COUNT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The month under review: the card's YYYYMM, or this month when the
*> card is blank or absent
	P-PARA.
	MOVE SPACES TO WS-CBK-PARM-CARD.
	OPEN INPUT CBKPARM-FILE.
	IF WS-CBK-PARM-STATUS = "00" THEN
		READ CBKPARM-FILE INTO WS-CBK-PARM-CARD
			AT END MOVE SPACES TO WS-CBK-PARM-CARD
		END-READ
		CLOSE CBKPARM-FILE
	END-IF.
	IF WS-CBK-MONTH-X = SPACES THEN
		ACCEPT WS-CBK-TODAY FROM DATE YYYYMMDD
		DIVIDE WS-CBK-TODAY BY 100 GIVING WS-CBK-MONTH
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-MONTH-X IS NUMERIC THEN
		MOVE WS-CBK-MONTH-X(5:2) TO WS-CBK-MM
	END-IF.
	IF WS-CBK-MONTH-X IS NOT NUMERIC OR WS-CBK-MM < 1
			OR WS-CBK-MM > 12 THEN
		DISPLAY "EULRCBK: REJECTED MONTH '" WS-CBK-MONTH-X
			"' - MUST BE YYYYMM OR BLANK"
		MOVE "CB01" TO WS-DIAG-CODE
		MOVE WS-CBK-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CBK-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CBK-MONTH-X TO WS-CBK-MONTH.

*> The requester registry into core - without it nothing can be
*> billed, so a missing (or overfull) registry rejects the run
	REQR-LOAD-PARA.
	OPEN INPUT EULRREQR-FILE.
	IF WS-REQR-STATUS NOT = "00" THEN
		DISPLAY "EULRCBK: REJECTED - NO EULRREQR REQUESTER REGISTRY"
		MOVE "CB02" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CBK-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-REQR-COUNT.
	MOVE 0 TO WS-CBK-EOF.
	PERFORM REQR-ROW-PARA UNTIL WS-CBK-EOF = 1.
	CLOSE EULRREQR-FILE.

	REQR-ROW-PARA.
	MOVE SPACES TO WS-REQR-RECORD.
	READ EULRREQR-FILE INTO WS-REQR-RECORD
		AT END MOVE 1 TO WS-CBK-EOF
	END-READ.
	IF WS-CBK-EOF = 1 OR WS-REQR-ID = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-REQR-COUNT >= 200 THEN
		DISPLAY "EULRCBK: REJECTED - EULRREQR HOLDS MORE THAN 200 "
			"REQUEST IDS"
		MOVE "CB02" TO WS-DIAG-CODE
		MOVE WS-REQR-ID TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CBK-REJECTED
		MOVE 1 TO WS-CBK-EOF
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-REQR-COUNT.
	MOVE WS-REQR-ID TO WS-REQR-T-ID(WS-REQR-COUNT).
	MOVE WS-REQR-GROUP TO WS-REQR-T-GROUP(WS-REQR-COUNT).
	MOVE WS-REQR-DESC TO WS-REQR-T-DESC(WS-REQR-COUNT).

*> The month's runs off the audit trail. A fulfillment line (EXTRACT,
*> REQUEST) is charged to its request id for the time since the run's
*> previous one; the run's own line then takes the remainder to the
*> last request it served. A run that served none is charged to its
*> own program id. Any other outcome is a note, not a run
	AUD-PASS-PARA.
	OPEN INPUT EULRAUD-IN-FILE.
	IF WS-CBK-AUD-STATUS NOT = "00" THEN
		DISPLAY "EULRCBK: NO EULRAUD AUDIT TRAIL - NO TIME TO CHARGE"
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-CBK-CUR-RUN.
	MOVE 0 TO WS-CBK-TAGGED.
	MOVE SPACES TO WS-CBK-PEND-REQ.
	MOVE 0 TO WS-CBK-EOF.
	PERFORM AUD-ROW-PARA UNTIL WS-CBK-EOF = 1.
	CLOSE EULRAUD-IN-FILE.

	AUD-ROW-PARA.
	MOVE SPACES TO WS-CBK-AUD-LINE.
	READ EULRAUD-IN-FILE INTO WS-CBK-AUD-LINE
		AT END MOVE 1 TO WS-CBK-EOF
	END-READ.
	IF WS-CBK-EOF = 1 OR WS-CBK-AL-DATE(1:6) NOT = WS-CBK-MONTH-R THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-AL-OUTCOME NOT = "EXTRACT" AND NOT = "REQUEST"
			AND NOT = "COMPLETE" AND NOT = "REJECTED" THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-AL-RUN-ID NOT = WS-CBK-CUR-RUN THEN
		MOVE WS-CBK-AL-RUN-ID TO WS-CBK-CUR-RUN
		MOVE 0 TO WS-CBK-TAGGED
		MOVE SPACES TO WS-CBK-PEND-REQ
	END-IF.
	MOVE 0 TO WS-CBK-ELAPSED.
	IF WS-CBK-AL-ELAPSED IS NUMERIC THEN
		MOVE WS-CBK-AL-ELAPSED TO WS-CBK-ELAPSED
	END-IF.
	MOVE 0 TO WS-CBK-CHARGE.
	IF WS-CBK-ELAPSED > WS-CBK-TAGGED THEN
		COMPUTE WS-CBK-CHARGE = WS-CBK-ELAPSED - WS-CBK-TAGGED
	END-IF.
	IF WS-CBK-AL-OUTCOME = "EXTRACT" OR WS-CBK-AL-OUTCOME = "REQUEST" THEN
		MOVE WS-CBK-AL-PROBLEM TO WS-CBK-KEY
		PERFORM ACC-FIND-PARA
		ADD 1 TO WS-CBK-A-RUNS(WS-CBK-ACC-IX)
		ADD WS-CBK-CHARGE TO WS-CBK-A-CS(WS-CBK-ACC-IX)
		MOVE WS-CBK-ELAPSED TO WS-CBK-TAGGED
		MOVE WS-CBK-AL-PROBLEM TO WS-CBK-PEND-REQ
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-PEND-REQ NOT = SPACES THEN
		MOVE WS-CBK-PEND-REQ TO WS-CBK-KEY
		PERFORM ACC-FIND-PARA
		ADD WS-CBK-CHARGE TO WS-CBK-A-CS(WS-CBK-ACC-IX)
		PERFORM TAG-ADD-PARA
	ELSE
		MOVE WS-CBK-AL-PROBLEM TO WS-CBK-KEY
		PERFORM ACC-FIND-PARA
		ADD 1 TO WS-CBK-A-RUNS(WS-CBK-ACC-IX)
		ADD WS-CBK-CHARGE TO WS-CBK-A-CS(WS-CBK-ACC-IX)
	END-IF.
	MOVE 0 TO WS-CBK-TAGGED.
	MOVE SPACES TO WS-CBK-PEND-REQ.

*> Remember that this run's program served the pending request
	TAG-ADD-PARA.
	IF WS-CBK-TAG-COUNT < 500 THEN
		ADD 1 TO WS-CBK-TAG-COUNT
		MOVE WS-CBK-CUR-RUN TO WS-CBK-T-RUN(WS-CBK-TAG-COUNT)
		MOVE WS-CBK-AL-PROBLEM TO WS-CBK-T-PROBLEM(WS-CBK-TAG-COUNT)
		MOVE WS-CBK-PEND-REQ TO WS-CBK-T-REQ(WS-CBK-TAG-COUNT)
	END-IF.

*> The month's output rows off the manifest, each billed to the
*> request its run served - or to its own problem id (an extract's
*> rows are already manifested under the request id)
	MANI-PASS-PARA.
	OPEN INPUT EULRMANI-IN-FILE.
	IF WS-CBK-MANI-STATUS NOT = "00" THEN
		DISPLAY "EULRCBK: NO EULRMANI MANIFEST - NO ROWS TO CHARGE"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CBK-EOF.
	PERFORM MANI-ROW-PARA UNTIL WS-CBK-EOF = 1.
	CLOSE EULRMANI-IN-FILE.

	MANI-ROW-PARA.
	MOVE SPACES TO WS-CBK-MANI-LINE.
	READ EULRMANI-IN-FILE INTO WS-CBK-MANI-LINE
		AT END MOVE 1 TO WS-CBK-EOF
	END-READ.
	IF WS-CBK-EOF = 1 OR WS-CBK-ML-DATE(1:6) NOT = WS-CBK-MONTH-R THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CBK-ML-PROBLEM TO WS-CBK-KEY.
	PERFORM TAG-FIND-PARA VARYING WS-CBK-K FROM 1 BY 1
		UNTIL WS-CBK-K > WS-CBK-TAG-COUNT.
	PERFORM ACC-FIND-PARA.
	IF WS-CBK-ML-COUNT IS NUMERIC THEN
		ADD FUNCTION NUMVAL(WS-CBK-ML-COUNT)
			TO WS-CBK-A-ROWS(WS-CBK-ACC-IX)
	END-IF.

	TAG-FIND-PARA.
	IF WS-CBK-T-RUN(WS-CBK-K) = WS-CBK-ML-RUN-ID
			AND WS-CBK-T-PROBLEM(WS-CBK-K) = WS-CBK-ML-PROBLEM THEN
		MOVE WS-CBK-T-REQ(WS-CBK-K) TO WS-CBK-KEY
	END-IF.

*> The month's coverage shortfalls off the demand log, charged to the
*> program that hit them - how often, and the largest ceiling asked
	DMND-PASS-PARA.
	OPEN INPUT EULRDMND-IN-FILE.
	IF WS-CBK-DMND-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CBK-EOF.
	PERFORM DMND-ROW-PARA UNTIL WS-CBK-EOF = 1.
	CLOSE EULRDMND-IN-FILE.

	DMND-ROW-PARA.
	MOVE SPACES TO WS-CBK-DMND-LINE.
	READ EULRDMND-IN-FILE INTO WS-CBK-DMND-LINE
		AT END MOVE 1 TO WS-CBK-EOF
	END-READ.
	IF WS-CBK-EOF = 1 OR WS-CBK-DL-DATE(1:6) NOT = WS-CBK-MONTH-R THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CBK-DL-SOURCE TO WS-CBK-KEY.
	PERFORM ACC-FIND-PARA.
	ADD 1 TO WS-CBK-A-SHORT(WS-CBK-ACC-IX).
	IF WS-CBK-DL-TYPE = "C" AND WS-CBK-DL-ASKED IS NUMERIC THEN
		IF FUNCTION NUMVAL(WS-CBK-DL-ASKED) > WS-CBK-A-ASK(WS-CBK-ACC-IX)
				THEN
			MOVE WS-CBK-DL-ASKED TO WS-CBK-A-ASK(WS-CBK-ACC-IX)
		END-IF
	END-IF.

*> The usage row for WS-CBK-KEY: found, or added - and once the table
*> is full, the last row takes everything further as *OTHER*
	ACC-FIND-PARA.
	MOVE 0 TO WS-CBK-ACC-IX.
	PERFORM ACC-SCAN-PARA VARYING WS-CBK-K FROM 1 BY 1
		UNTIL WS-CBK-K > WS-CBK-ACC-COUNT OR WS-CBK-ACC-IX > 0.
	IF WS-CBK-ACC-IX > 0 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-ACC-COUNT < 499 THEN
		ADD 1 TO WS-CBK-ACC-COUNT
		MOVE WS-CBK-ACC-COUNT TO WS-CBK-ACC-IX
		MOVE WS-CBK-KEY TO WS-CBK-A-ID(WS-CBK-ACC-IX)
	ELSE
		MOVE 500 TO WS-CBK-ACC-COUNT
		MOVE 500 TO WS-CBK-ACC-IX
		MOVE "*OTHER*" TO WS-CBK-A-ID(WS-CBK-ACC-IX)
		MOVE 1 TO WS-CBK-OVERFLOW
	END-IF.

	ACC-SCAN-PARA.
	IF WS-CBK-A-ID(WS-CBK-K) = WS-CBK-KEY THEN
		MOVE WS-CBK-K TO WS-CBK-ACC-IX
	END-IF.

*> The statement: usage sorted into groups, billed groups first, onto
*> the dated report with a total per group and for the suite
	STATEMENT-PARA.
	MOVE "CBKRPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-CBK-RPT-NAME.
	OPEN OUTPUT CBKRPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULRCBK - MONTHLY CHARGEBACK STATEMENT" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "MONTH " WS-CBK-MONTH "  REGISTRY EULRREQR, "
		WS-REQR-COUNT " REQUEST ID(S)"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "  REQUEST    RUNS  ELAPSED (SEC)   ROWS OUTPUT  SHORTFALLS"
		& "   LARGEST ASK  DESCRIPTION" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-CBK-S-RUNS.
	MOVE 0 TO WS-CBK-S-CS.
	MOVE 0 TO WS-CBK-S-ROWS.
	MOVE 0 TO WS-CBK-S-SHORT.
	MOVE 0 TO WS-CBK-S-ASK.
	MOVE SPACES TO WS-CBK-CUR-GROUP.
	MOVE 0 TO WS-CBK-GROUP-COUNT.
	MOVE 0 TO WS-CBK-BILLED-COUNT.
	SORT CBKSORT-FILE ON ASCENDING KEY CBKSORT-CLASS CBKSORT-GROUP
			CBKSORT-ID
		INPUT PROCEDURE IS SORT-IN-PARA
		OUTPUT PROCEDURE IS SORT-OUT-PARA.
	IF SORT-RETURN NOT = 0 THEN
		MOVE SORT-RETURN TO WS-CBK-SORT-RC
		MOVE "CBK002W" TO WS-MSG-ID
		STRING "SORT ENDED WITH RETURN " FUNCTION TRIM(WS-CBK-SORT-RC)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE "SUITE" TO WS-CBK-SL-ID.
	MOVE WS-CBK-S-RUNS TO WS-CBK-SL-RUNS.
	COMPUTE WS-CBK-SECS = WS-CBK-S-CS / 100.
	MOVE WS-CBK-SECS TO WS-CBK-SL-SECS.
	MOVE WS-CBK-S-ROWS TO WS-CBK-SL-ROWS.
	MOVE WS-CBK-S-SHORT TO WS-CBK-SL-SHORT.
	MOVE WS-CBK-S-ASK TO WS-CBK-SL-ASK.
	MOVE SPACES TO WS-CBK-SL-DESC.
	STRING "SUITE TOTAL - " WS-CBK-GROUP-COUNT " GROUP(S), "
		WS-CBK-BILLED-COUNT " BILLED"
		DELIMITED BY SIZE INTO WS-CBK-SL-DESC
	END-STRING.
	MOVE WS-CBK-STMT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE CBKRPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULRCBK" TO WS-MAN-PROBLEM
		MOVE WS-CBK-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

*> The sort's input side: each usage row released under its group
*> (UNBILLED, sorted last, when its id is not on the registry), and
*> the suite totals taken on the way, ahead of any share worked out
	SORT-IN-PARA.
	PERFORM SORT-RELEASE-PARA VARYING WS-CBK-ACC-IX FROM 1 BY 1
		UNTIL WS-CBK-ACC-IX > WS-CBK-ACC-COUNT.

	SORT-RELEASE-PARA.
	MOVE 0 TO WS-REQR-FOUND.
	PERFORM REQR-SCAN-PARA VARYING WS-REQR-IX FROM 1 BY 1
		UNTIL WS-REQR-IX > WS-REQR-COUNT OR WS-REQR-FOUND > 0.
	IF WS-REQR-FOUND > 0 THEN
		MOVE 0 TO CBKSORT-CLASS
		MOVE WS-REQR-T-GROUP(WS-REQR-FOUND) TO CBKSORT-GROUP
		MOVE WS-REQR-T-DESC(WS-REQR-FOUND) TO CBKSORT-DESC
	ELSE
		MOVE 1 TO CBKSORT-CLASS
		MOVE "UNBILLED" TO CBKSORT-GROUP
		MOVE SPACES TO CBKSORT-DESC
	END-IF.
	MOVE WS-CBK-A-ID(WS-CBK-ACC-IX) TO CBKSORT-ID.
	MOVE WS-CBK-A-RUNS(WS-CBK-ACC-IX) TO CBKSORT-RUNS.
	MOVE WS-CBK-A-CS(WS-CBK-ACC-IX) TO CBKSORT-CS.
	MOVE WS-CBK-A-ROWS(WS-CBK-ACC-IX) TO CBKSORT-ROWS.
	MOVE WS-CBK-A-SHORT(WS-CBK-ACC-IX) TO CBKSORT-SHORT.
	MOVE WS-CBK-A-ASK(WS-CBK-ACC-IX) TO CBKSORT-ASK.
	ADD CBKSORT-RUNS TO WS-CBK-S-RUNS.
	ADD CBKSORT-CS TO WS-CBK-S-CS.
	ADD CBKSORT-ROWS TO WS-CBK-S-ROWS.
	ADD CBKSORT-SHORT TO WS-CBK-S-SHORT.
	IF CBKSORT-ASK > WS-CBK-S-ASK THEN
		MOVE CBKSORT-ASK TO WS-CBK-S-ASK
	END-IF.
	RELEASE CBKSORT-RECORD.

	REQR-SCAN-PARA.
	IF WS-REQR-T-ID(WS-REQR-IX) = WS-CBK-A-ID(WS-CBK-ACC-IX) THEN
		MOVE WS-REQR-IX TO WS-REQR-FOUND
	END-IF.

*> The sort's output side: a heading at each new group, one line per
*> request id, and the group's total closed off at the break
	SORT-OUT-PARA.
	MOVE 0 TO WS-CBK-EOF.
	PERFORM SORT-RETURN-PARA UNTIL WS-CBK-EOF = 1.
	IF WS-CBK-GROUP-COUNT > 0 THEN
		PERFORM GROUP-END-PARA
	END-IF.

	SORT-RETURN-PARA.
	RETURN CBKSORT-FILE
		AT END MOVE 1 TO WS-CBK-EOF
	END-RETURN.
	IF WS-CBK-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CBK-GROUP-COUNT = 0 OR CBKSORT-GROUP NOT = WS-CBK-CUR-GROUP
			OR CBKSORT-CLASS NOT = WS-CBK-CUR-CLASS THEN
		IF WS-CBK-GROUP-COUNT > 0 THEN
			PERFORM GROUP-END-PARA
		END-IF
		PERFORM GROUP-START-PARA
	END-IF.
	MOVE CBKSORT-ID TO WS-CBK-SL-ID.
	MOVE CBKSORT-RUNS TO WS-CBK-SL-RUNS.
	COMPUTE WS-CBK-SECS = CBKSORT-CS / 100.
	MOVE WS-CBK-SECS TO WS-CBK-SL-SECS.
	MOVE CBKSORT-ROWS TO WS-CBK-SL-ROWS.
	MOVE CBKSORT-SHORT TO WS-CBK-SL-SHORT.
	MOVE CBKSORT-ASK TO WS-CBK-SL-ASK.
	MOVE CBKSORT-DESC TO WS-CBK-SL-DESC.
	MOVE WS-CBK-STMT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	ADD CBKSORT-RUNS TO WS-CBK-G-RUNS.
	ADD CBKSORT-CS TO WS-CBK-G-CS.
	ADD CBKSORT-ROWS TO WS-CBK-G-ROWS.
	ADD CBKSORT-SHORT TO WS-CBK-G-SHORT.
	IF CBKSORT-ASK > WS-CBK-G-ASK THEN
		MOVE CBKSORT-ASK TO WS-CBK-G-ASK
	END-IF.

	GROUP-START-PARA.
	ADD 1 TO WS-CBK-GROUP-COUNT.
	MOVE CBKSORT-GROUP TO WS-CBK-CUR-GROUP.
	MOVE CBKSORT-CLASS TO WS-CBK-CUR-CLASS.
	IF CBKSORT-CLASS = 0 THEN
		ADD 1 TO WS-CBK-BILLED-COUNT
	END-IF.
	MOVE 0 TO WS-CBK-G-RUNS.
	MOVE 0 TO WS-CBK-G-CS.
	MOVE 0 TO WS-CBK-G-ROWS.
	MOVE 0 TO WS-CBK-G-SHORT.
	MOVE 0 TO WS-CBK-G-ASK.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	IF CBKSORT-CLASS = 0 THEN
		STRING "STATEMENT FOR GROUP " CBKSORT-GROUP
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
	ELSE
		MOVE "UNBILLED - THE SUITE'S OWN PRODUCTION, IDS NOT ON EULRREQR"
			TO WS-DTL-LINE
	END-IF.
	PERFORM DTL-WRITE-PARA.

	GROUP-END-PARA.
	MOVE 0 TO WS-CBK-PCT.
	IF WS-CBK-S-CS > 0 THEN
		COMPUTE WS-CBK-PCT ROUNDED = WS-CBK-G-CS * 100 / WS-CBK-S-CS
	END-IF.
	MOVE WS-CBK-PCT TO WS-CBK-PCT-EDIT.
	MOVE "TOTAL" TO WS-CBK-SL-ID.
	MOVE WS-CBK-G-RUNS TO WS-CBK-SL-RUNS.
	COMPUTE WS-CBK-SECS = WS-CBK-G-CS / 100.
	MOVE WS-CBK-SECS TO WS-CBK-SL-SECS.
	MOVE WS-CBK-G-ROWS TO WS-CBK-SL-ROWS.
	MOVE WS-CBK-G-SHORT TO WS-CBK-SL-SHORT.
	MOVE WS-CBK-G-ASK TO WS-CBK-SL-ASK.
	MOVE SPACES TO WS-CBK-SL-DESC.
	STRING FUNCTION TRIM(WS-CBK-CUR-GROUP) " - "
		FUNCTION TRIM(WS-CBK-PCT-EDIT) "% OF SUITE ELAPSED"
		DELIMITED BY SIZE INTO WS-CBK-SL-DESC
	END-STRING.
	MOVE WS-CBK-STMT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE CBKRPT-RECORD FROM WS-DTL-LINE.

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
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY MANPRC.
	COPY GENSPRC.
