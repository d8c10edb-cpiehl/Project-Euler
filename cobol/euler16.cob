*> 2^15 = 32768 and the sum of its digits is 3 + 2 + 7 + 6 + 8 = 26.
*>   What is the sum of the digits of the number 2^1000?
*> Answer (N = 1000): 1366
*> compile with cobc -free -O -x -o euler16.exe -I copy euler16.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the exponent comes off the E16PARM card
*>             (E16PARM.cpy: N cols 01-05, zero-padded; EG01 on a bad
*>             card). 2**1000 is 302 digits, far past the 36-digit
*>             wide service, so the power is built on the shared
*>             digit-array service (DIGADAT/DIGAPRC): start at 1 and
*>             multiply by 2**29 while 29 or more doublings remain,
*>             then once by what is left - the same value as N
*>             doublings in a thirtieth of the passes. A power past
*>             the array's capacity is reported (EG02), never
*>             wrapped. The full value goes to the dated E16RPT on the
*>             shared writer, 100 digits to a line, noted on EULRGENS
*>             and the output manifest. Digit sum as the banner
*>             result, the usual audit/export hookup, EULER16 on
*>             EULREF.
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
PROGRAM-ID. EULER16.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E16PARM-FILE ASSIGN TO "E16PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E16-PARM-STATUS.
	SELECT E16RPT-FILE ASSIGN TO WS-E16-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
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

DATA DIVISION.
FILE SECTION.
FD  E16PARM-FILE.
01  E16PARM-RECORD                 PIC X(05).

FD  E16RPT-FILE.
01  E16RPT-RECORD                  PIC X(132).

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
	WORKING-STORAGE SECTION.
	COPY E16PARM.
	COPY DIGADAT.
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
	COPY EXPDAT.

	01 WS-E16-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E16-N PIC 9(5) VALUE 0.
	01 WS-E16-LEFT PIC 9(5) VALUE 0.
	01 WS-E16-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E16-REJECTED PIC 9 VALUE 0.

*> 2**29 is the largest power of two the service takes as one factor
	01 WS-E16-STRIDE PIC 9(2) VALUE 29.
	01 WS-E16-STRIDE-FACTOR PIC 9(9) VALUE 536870912.

*> the full value, 100 digits to a report line
	01 WS-E16-CHUNK PIC 9(4) VALUE 0.
	01 WS-E16-CHUNK-LEN PIC 9(4) VALUE 0.
	01 WS-E16-SUM-EDIT PIC Z(8)9.
	01 WS-E16-LEN-EDIT PIC ZZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER16" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER16" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E16-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE 1 TO WS-DIGA-VALUE.
	PERFORM DIGA-SET-PARA.
	MOVE WS-E16-N TO WS-E16-LEFT.
	MOVE WS-E16-STRIDE-FACTOR TO WS-DIGA-FACTOR.
	PERFORM STRIDE-PARA
		UNTIL WS-E16-LEFT < WS-E16-STRIDE OR WS-DIGA-OVERFLOWED.
	COMPUTE WS-DIGA-FACTOR = 2 ** WS-E16-LEFT.
	PERFORM DIGA-MULT-PARA.
	IF WS-DIGA-OVERFLOWED THEN
		DISPLAY "EULER16: REJECTED - 2**" WS-E16-N " RUNS PAST "
			WS-DIGA-CAP " DIGITS"
		MOVE "EG02" TO WS-DIAG-CODE
		MOVE WS-E16-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM DIGA-SUM-PARA.
	PERFORM DIGA-RENDER-PARA.
	MOVE WS-DIGA-DIGIT-SUM TO WS-E16-SUM-EDIT.
	MOVE WS-DIGA-A-LEN TO WS-E16-LEN-EDIT.
	DISPLAY "EULER16: DIGIT SUM OF 2**" WS-E16-N " IS "
		FUNCTION TRIM(WS-E16-SUM-EDIT) " ("
		FUNCTION TRIM(WS-E16-LEN-EDIT) " DIGITS)".
	PERFORM REPORT-PARA.
	MOVE WS-DIGA-DIGIT-SUM TO WS-RPT-RESULT.
	MOVE WS-DIGA-DIGIT-SUM TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E16-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E16-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E16PARM-FILE.
	IF WS-E16-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER16: REJECTED - E16PARM CARD NOT FOUND"
		MOVE "EG01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E16-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E16-PARM-CARD.
	READ E16PARM-FILE INTO WS-E16-PARM-CARD
		AT END MOVE SPACES TO WS-E16-PARM-CARD
	END-READ.
	CLOSE E16PARM-FILE.
	IF WS-E16-N-X IS NOT NUMERIC THEN
		DISPLAY "EULER16: REJECTED EXPONENT '" WS-E16-N-X
			"' - MUST BE 00000 THROUGH 99999"
		MOVE "EG01" TO WS-DIAG-CODE
		MOVE WS-E16-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E16-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E16-N-X TO WS-E16-N.

*> Twenty-nine doublings at one pass
	STRIDE-PARA.
	PERFORM DIGA-MULT-PARA.
	SUBTRACT WS-E16-STRIDE FROM WS-E16-LEFT.

*> The dated E16RPT: the power in full, then its length and digit sum
	REPORT-PARA.
	MOVE "E16RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E16-RPT-NAME.
	OPEN OUTPUT E16RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER16 - DIGIT SUM OF A POWER OF TWO" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "EXPONENT N = " WS-E16-N "  VALUE 2**N"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "2**N IN FULL, MOST SIGNIFICANT DIGIT FIRST, 100 DIGITS TO"
		& " A LINE" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM VALUE-LINE-PARA VARYING WS-E16-CHUNK FROM 1 BY 100
		UNTIL WS-E16-CHUNK > WS-DIGA-A-LEN.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "DIGITS " WS-DIGA-A-LEN "  DIGIT SUM " WS-DIGA-DIGIT-SUM
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E16RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER16" TO WS-MAN-PROBLEM
		MOVE WS-E16-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	VALUE-LINE-PARA.
	COMPUTE WS-E16-CHUNK-LEN = WS-DIGA-A-LEN - WS-E16-CHUNK + 1.
	IF WS-E16-CHUNK-LEN > 100 THEN
		MOVE 100 TO WS-E16-CHUNK-LEN
	END-IF.
	MOVE WS-DIGA-TEXT(WS-E16-CHUNK:WS-E16-CHUNK-LEN) TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E16RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY DIGAPRC.

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
