*> Using names.txt, a file of first names, begin by sorting it into
*>   alphabetical order. Then working out the alphabetical value for
*>   each name, multiply this value by its alphabetical position in
*>   the list to obtain a name score. For example, COLIN is worth
*>   3 + 15 + 12 + 9 + 14 = 53 and is the 938th name in the list, so
*>   scores 938 x 53 = 49714. What is the total of all the name scores
*>   in the file?
*> Answer (E22NAMES, the 301-name sample list): 2963013
*> compile with cobc -free -O -x -o euler22.exe -I copy euler22.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the names file named on the card
*>             (E22PARM.cpy: cols 01-08; EL01 on a bad card) opens
*>             with "HDR " and a list label, holds one name per
*>             record, and closes with "TRL " and the count of names
*>             above it. A first pass validates it whole: every name
*>             upper-case A-Z only, 20 letters at most, no blanks or
*>             embedded spaces, offenders listed on E22DQRPT by
*>             record number with the reason, and the trailer count
*>             balanced against the names read - anything wrong
*>             rejects the file (EL02) before a single score is
*>             worked. The clean file then goes through the SORT
*>             verb: the input procedure releases each name with its
*>             letter value (A=1 ... Z=26), the output procedure
*>             takes them back in alphabetical order and scores each
*>             one at its position. Every name - position, name,
*>             letter value, score - goes to the dated E22RPT on the
*>             shared writer, noted on EULRGENS and the output
*>             manifest. Total of the scores as the banner result,
*>             the usual audit/export hookup, EULER22 on EULREF.
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
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the names read off the
*>             names file in, the E22RPT score rows out, and the names
*>             rejected - every name of a file refused for a bad name
*>             on E22DQRPT or a broken trailer, which rejects it whole.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER22.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E22PARM-FILE ASSIGN TO "E22PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E22-PARM-STATUS.
	SELECT E22NAMES-FILE ASSIGN TO WS-E22-NAMES-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E22-NAMES-STATUS.
	SELECT E22DQRPT-FILE ASSIGN TO "E22DQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E22RPT-FILE ASSIGN TO WS-E22-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E22SORT-FILE ASSIGN TO "E22SORT".
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
FD  E22PARM-FILE.
01  E22PARM-RECORD                 PIC X(08).

FD  E22NAMES-FILE.
01  E22NAMES-RECORD                PIC X(80).

FD  E22DQRPT-FILE.
01  E22DQRPT-RECORD                PIC X(80).

FD  E22RPT-FILE.
01  E22RPT-RECORD                  PIC X(132).

*> the sort work record: the name is the key, its letter value rides
*> along so the output side need not work it out again
SD  E22SORT-FILE.
01  E22SORT-RECORD.
	05 E22SORT-NAME                PIC X(20).
	05 E22SORT-VALUE               PIC 9(03).

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
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
	WORKING-STORAGE SECTION.
	COPY E22PARM.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY EULRSLT.
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
	COPY BALDAT.
	COPY EXPDAT.

	01 WS-E22-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E22-NAMES-STATUS PIC XX VALUE SPACES.
	01 WS-E22-NAMES-NAME PIC X(08) VALUE SPACES.
	01 WS-E22-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E22-REJECTED PIC 9 VALUE 0.
	01 WS-E22-EOF PIC 9 VALUE 0.
	01 WS-E22-BLANKS PIC 9(2) VALUE 0.

*> one record of the names file, with the control-record view over it
	01 WS-E22-BUF PIC X(80) VALUE SPACES.
	01 WS-E22-BUF-CTL REDEFINES WS-E22-BUF.
		05 WS-E22-BUF-TAG          PIC X(04).
		05 WS-E22-BUF-TRL-COUNT    PIC X(06).
		05 FILLER                  PIC X(70).

*> the validation pass: records read, names counted, trailer seen last
	01 WS-E22-REC-NO PIC 9(7) VALUE 0.
	01 WS-E22-NAME-COUNT PIC 9(7) VALUE 0.
	01 WS-E22-TRL-LAST PIC 9 VALUE 0.
	01 WS-E22-TRL-COUNT PIC 9(7) VALUE 0.
	01 WS-E22-DQ-COUNT PIC 9(6) VALUE 0.
	01 WS-E22-DQ-REASON PIC X(24) VALUE SPACES.

*> one name: its length, letter value, and whether a letter failed
	01 WS-E22-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	01 WS-E22-NAME PIC X(20) VALUE SPACES.
	01 WS-E22-LEN PIC 9(2) VALUE 0.
	01 WS-E22-K PIC 9(2) VALUE 0.
	01 WS-E22-ORD PIC 9(2) VALUE 0.
	01 WS-E22-VALUE PIC 9(3) VALUE 0.
	01 WS-E22-BAD-CHAR PIC 9 VALUE 0.

*> the scoring side of the sort
	01 WS-E22-POSITION PIC 9(7) VALUE 0.
	01 WS-E22-SCORE PIC 9(10) VALUE 0.
	01 WS-E22-TOTAL PIC 9(15) VALUE 0.
	01 WS-E22-TOTAL-EDIT PIC Z(14)9.

	01 WS-E22-DQ-LINE.
		05 FILLER                  PIC X(07) VALUE "RECORD ".
		05 WS-E22-DQ-REC           PIC Z(6)9.
		05 FILLER                  PIC X(07) VALUE " NAME '".
		05 WS-E22-DQ-NAME          PIC X(20).
		05 FILLER                  PIC X(03) VALUE "'  ".
		05 WS-E22-DQ-WHY           PIC X(24).

*> one scored name
	01 WS-E22-SCORE-LINE.
		05 WS-E22-SL-POSITION      PIC Z(6)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-E22-SL-NAME          PIC X(20).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-E22-SL-VALUE         PIC ZZ9.
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-E22-SL-SCORE         PIC Z(9)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER22" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER22" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE 0 TO WS-E22-NAME-COUNT.
	PERFORM P-PARA.
	IF WS-E22-REJECTED = 0 THEN
		PERFORM NAMES-CHECK-PARA
	END-IF.
	IF WS-E22-REJECTED = 0 THEN
		PERFORM RANK-PARA
	END-IF.
	IF WS-E22-REJECTED = 1 THEN
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			IF WS-E22-NAME-COUNT > 0 THEN
				MOVE 0 TO WS-BAL-OUT
				MOVE WS-E22-NAME-COUNT TO WS-BAL-REJECTED
				PERFORM BALANCE-PARA
			END-IF
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE WS-E22-TOTAL TO WS-E22-TOTAL-EDIT.
	DISPLAY "EULER22: TOTAL OF NAME SCORES "
		FUNCTION TRIM(WS-E22-TOTAL-EDIT) " OVER " WS-E22-NAME-COUNT
		" NAMES OF " WS-E22-NAMES-NAME.
	MOVE WS-E22-TOTAL TO WS-RPT-RESULT.
	MOVE WS-E22-TOTAL TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E22-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E22-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E22-POSITION TO WS-BAL-OUT
		MOVE WS-E22-DQ-COUNT TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Control totals onto EULRBAL: names in as the check pass read
*> them, the caller sets out (report rows) and rejected - a file
*> with any bad name is refused whole, so every name it held is
*> rejected
	BALANCE-PARA.
	MOVE WS-E22-NAMES-NAME TO WS-BAL-IN-FILE.
	MOVE "E22RPT" TO WS-BAL-OUT-FILE.
	MOVE WS-E22-NAME-COUNT TO WS-BAL-IN.
	MOVE 0 TO WS-BAL-CARRIED.
	PERFORM BAL-POST-PARA.

	P-PARA.
	OPEN INPUT E22PARM-FILE.
	IF WS-E22-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER22: REJECTED - E22PARM CARD NOT FOUND"
		MOVE "EL01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E22-PARM-CARD.
	READ E22PARM-FILE INTO WS-E22-PARM-CARD
		AT END MOVE SPACES TO WS-E22-PARM-CARD
	END-READ.
	CLOSE E22PARM-FILE.
	MOVE 0 TO WS-E22-BLANKS.
	INSPECT FUNCTION TRIM(WS-E22-NAMES-X, TRAILING) TALLYING WS-E22-BLANKS
		FOR ALL SPACE.
	IF WS-E22-NAMES-X(1:1) IS NOT ALPHABETIC OR WS-E22-NAMES-X(1:1) = SPACE
			OR WS-E22-BLANKS > 0 THEN
		DISPLAY "EULER22: REJECTED NAMES FILE NAME '" WS-E22-NAMES-X
			"' - A LETTER FIRST, NO EMBEDDED SPACES"
		MOVE "EL01" TO WS-DIAG-CODE
		MOVE WS-E22-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E22-NAMES-X TO WS-E22-NAMES-NAME.

*> The validation pass over the whole names file: the header first,
*> every name checked, the trailer last with a count that balances -
*> offenders are listed on E22DQRPT and the file rejected whole, so
*> the sort only ever sees a clean list
	NAMES-CHECK-PARA.
	OPEN OUTPUT E22DQRPT-FILE.
	MOVE SPACES TO E22DQRPT-RECORD.
	STRING WS-E22-NAMES-NAME DELIMITED BY SPACE
		" NAMES DATA-QUALITY REPORT" DELIMITED BY SIZE
		INTO E22DQRPT-RECORD
	END-STRING.
	WRITE E22DQRPT-RECORD.
	OPEN INPUT E22NAMES-FILE.
	IF WS-E22-NAMES-STATUS NOT = "00" THEN
		DISPLAY "EULER22: REJECTED - " WS-E22-NAMES-NAME " NOT ON FILE"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-NAMES-NAME TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		CLOSE E22DQRPT-FILE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-E22-EOF.
	MOVE 0 TO WS-E22-REC-NO.
	MOVE 0 TO WS-E22-NAME-COUNT.
	MOVE 0 TO WS-E22-DQ-COUNT.
	MOVE 0 TO WS-E22-TRL-LAST.
	MOVE 0 TO WS-E22-TRL-COUNT.
	MOVE SPACES TO WS-E22-BUF.
	READ E22NAMES-FILE INTO WS-E22-BUF
		AT END MOVE 1 TO WS-E22-EOF
	END-READ.
	IF WS-E22-EOF = 1 OR WS-E22-BUF-TAG NOT = "HDR " THEN
		DISPLAY "EULER22: REJECTED - " WS-E22-NAMES-NAME
			" MUST OPEN WITH AN 'HDR ' RECORD"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-BUF(1:40) TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		CLOSE E22NAMES-FILE
		CLOSE E22DQRPT-FILE
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-E22-REC-NO.
	PERFORM CHECK-REC-PARA UNTIL WS-E22-EOF = 1.
	CLOSE E22NAMES-FILE.
	MOVE SPACES TO E22DQRPT-RECORD.
	STRING "BAD NAMES FOUND: " WS-E22-DQ-COUNT
		DELIMITED BY SIZE INTO E22DQRPT-RECORD
	END-STRING.
	WRITE E22DQRPT-RECORD.
	CLOSE E22DQRPT-FILE.
	IF WS-E22-DQ-COUNT > 0 THEN
		DISPLAY "EULER22: REJECTED - " WS-E22-DQ-COUNT " BAD NAME(S) IN "
			WS-E22-NAMES-NAME ", SEE E22DQRPT"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-DQ-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E22-TRL-LAST = 0 THEN
		DISPLAY "EULER22: REJECTED - " WS-E22-NAMES-NAME
			" DOES NOT END WITH A 'TRL ' RECORD"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-NAMES-NAME TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E22-TRL-COUNT NOT = WS-E22-NAME-COUNT THEN
		DISPLAY "EULER22: REJECTED - TRAILER COUNTS " WS-E22-TRL-COUNT
			" NAMES, " WS-E22-NAME-COUNT " ON FILE"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-NAME-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E22-NAME-COUNT = 0 THEN
		DISPLAY "EULER22: REJECTED - " WS-E22-NAMES-NAME " HOLDS NO NAMES"
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE WS-E22-NAMES-NAME TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
	END-IF.

*> One record after the header: the trailer (remembered, and forgotten
*> again if anything follows it) or a name to check
	CHECK-REC-PARA.
	MOVE SPACES TO WS-E22-BUF.
	READ E22NAMES-FILE INTO WS-E22-BUF
		AT END MOVE 1 TO WS-E22-EOF
	END-READ.
	IF WS-E22-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E22-REC-NO.
	IF WS-E22-BUF-TAG = "TRL " THEN
		MOVE 1 TO WS-E22-TRL-LAST
		IF WS-E22-BUF-TRL-COUNT IS NUMERIC THEN
			MOVE WS-E22-BUF-TRL-COUNT TO WS-E22-TRL-COUNT
		ELSE
			MOVE 9999999 TO WS-E22-TRL-COUNT
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-E22-TRL-LAST.
	ADD 1 TO WS-E22-NAME-COUNT.
	MOVE WS-E22-BUF(1:20) TO WS-E22-NAME.
	PERFORM NAME-LEN-PARA.
	MOVE SPACES TO WS-E22-DQ-REASON.
	EVALUATE TRUE
		WHEN WS-E22-LEN = 0
			MOVE "BLANK NAME" TO WS-E22-DQ-REASON
		WHEN WS-E22-BUF(21:) NOT = SPACES
			MOVE "LONGER THAN 20 LETTERS" TO WS-E22-DQ-REASON
		WHEN WS-E22-NAME(WS-E22-LEN + 1:) NOT = SPACES
			MOVE "EMBEDDED SPACE" TO WS-E22-DQ-REASON
		WHEN OTHER
			PERFORM LETTERS-PARA
			IF WS-E22-BAD-CHAR = 1 THEN
				MOVE "NOT UPPER-CASE A-Z ONLY" TO WS-E22-DQ-REASON
			END-IF
	END-EVALUATE.
	IF WS-E22-DQ-REASON NOT = SPACES THEN
		ADD 1 TO WS-E22-DQ-COUNT
		MOVE WS-E22-REC-NO TO WS-E22-DQ-REC
		MOVE WS-E22-NAME TO WS-E22-DQ-NAME
		MOVE WS-E22-DQ-REASON TO WS-E22-DQ-WHY
		WRITE E22DQRPT-RECORD FROM WS-E22-DQ-LINE
	END-IF.

*> The name's length: the letters before its first space
	NAME-LEN-PARA.
	MOVE 0 TO WS-E22-LEN.
	INSPECT WS-E22-NAME TALLYING WS-E22-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.

*> The name's letter value, A=1 through Z=26: each letter's place in
*> the alphabet is the count of letters before it there, plus one. A
*> character not in the alphabet counts all 26 and flags the name
	LETTERS-PARA.
	MOVE 0 TO WS-E22-VALUE.
	MOVE 0 TO WS-E22-BAD-CHAR.
	PERFORM LETTER-PARA VARYING WS-E22-K FROM 1 BY 1
		UNTIL WS-E22-K > WS-E22-LEN.

	LETTER-PARA.
	MOVE 0 TO WS-E22-ORD.
	INSPECT WS-E22-ALPHABET TALLYING WS-E22-ORD
		FOR CHARACTERS BEFORE INITIAL WS-E22-NAME(WS-E22-K:1).
	IF WS-E22-ORD = 26 THEN
		MOVE 1 TO WS-E22-BAD-CHAR
	ELSE
		COMPUTE WS-E22-VALUE = WS-E22-VALUE + WS-E22-ORD + 1
	END-IF.

*> Sort the clean list and score it onto the dated report
	RANK-PARA.
	MOVE "E22RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E22-RPT-NAME.
	OPEN OUTPUT E22RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER22 - NAMES SCORES, SORTED NAME FILE" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "NAMES FILE " WS-E22-NAMES-NAME "  NAMES " WS-E22-NAME-COUNT
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "POSITION  NAME                  VALUE       SCORE"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-E22-POSITION.
	MOVE 0 TO WS-E22-TOTAL.
	SORT E22SORT-FILE ON ASCENDING KEY E22SORT-NAME
		INPUT PROCEDURE IS SORT-IN-PARA
		OUTPUT PROCEDURE IS SORT-OUT-PARA.
	IF SORT-RETURN NOT = 0 THEN
		DISPLAY "EULER22: REJECTED - SORT ENDED WITH RETURN " SORT-RETURN
		MOVE "EL02" TO WS-DIAG-CODE
		MOVE SORT-RETURN TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E22-REJECTED
	END-IF.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "TOTAL OF NAME SCORES " WS-E22-TOTAL
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E22RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER22" TO WS-MAN-PROBLEM
		MOVE WS-E22-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

*> The sort's input side: the names file read again past its header,
*> each name released with its letter value, the trailer left behind
	SORT-IN-PARA.
	OPEN INPUT E22NAMES-FILE.
	MOVE 0 TO WS-E22-EOF.
	READ E22NAMES-FILE INTO WS-E22-BUF
		AT END MOVE 1 TO WS-E22-EOF
	END-READ.
	PERFORM SORT-RELEASE-PARA UNTIL WS-E22-EOF = 1.
	CLOSE E22NAMES-FILE.

	SORT-RELEASE-PARA.
	MOVE SPACES TO WS-E22-BUF.
	READ E22NAMES-FILE INTO WS-E22-BUF
		AT END MOVE 1 TO WS-E22-EOF
	END-READ.
	IF WS-E22-EOF = 1 OR WS-E22-BUF-TAG = "TRL " THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E22-BUF(1:20) TO WS-E22-NAME.
	PERFORM NAME-LEN-PARA.
	PERFORM LETTERS-PARA.
	MOVE WS-E22-NAME TO E22SORT-NAME.
	MOVE WS-E22-VALUE TO E22SORT-VALUE.
	RELEASE E22SORT-RECORD.

*> The sort's output side: names back in alphabetical order, each
*> scored at its position and written to the report
	SORT-OUT-PARA.
	MOVE 0 TO WS-E22-EOF.
	PERFORM SORT-RETURN-PARA UNTIL WS-E22-EOF = 1.

	SORT-RETURN-PARA.
	RETURN E22SORT-FILE
		AT END MOVE 1 TO WS-E22-EOF
	END-RETURN.
	IF WS-E22-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E22-POSITION.
	COMPUTE WS-E22-SCORE = WS-E22-POSITION * E22SORT-VALUE.
	ADD WS-E22-SCORE TO WS-E22-TOTAL.
	MOVE WS-E22-POSITION TO WS-E22-SL-POSITION.
	MOVE E22SORT-NAME TO WS-E22-SL-NAME.
	MOVE E22SORT-VALUE TO WS-E22-SL-VALUE.
	MOVE WS-E22-SCORE TO WS-E22-SL-SCORE.
	MOVE WS-E22-SCORE-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E22RPT-RECORD FROM WS-DTL-LINE.

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
	COPY MANPRC.
	COPY GENSPRC.
	COPY BALPRC.
