*> n! means n x (n - 1) x ... x 3 x 2 x 1. For example 10! = 3628800,
*>   and the sum of the digits in 10! is 3 + 6 + 2 + 8 + 8 + 0 + 0 = 27.
*>   Find the sum of the digits in the number 100!
*> Answer (N = 100): 648
*> compile with cobc -free -O -x -o euler20.exe -I copy euler20.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - N comes off the E20PARM card
*>             (E20PARM.cpy: N cols 01-04, zero-padded; EK01 on a bad
*>             card). 100! is 158 digits, past the 36-digit wide
*>             service, so the factorial is built on the shared
*>             digit-array service (DIGADAT/DIGAPRC): start at 1 and
*>             multiply by 2, 3, ... N in turn. A factorial past the
*>             array's capacity is reported (EK02), never wrapped.
*>             The full value goes to the dated E20RPT on the shared
*>             writer, 100 digits to a line, noted on EULRGENS and the
*>             output manifest. Digit sum as the banner result, the
*>             usual audit/export hookup, EULER20 on EULREF.
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
PROGRAM-ID. EULER20.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E20PARM-FILE ASSIGN TO "E20PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E20-PARM-STATUS.
	SELECT E20RPT-FILE ASSIGN TO WS-E20-RPT-NAME
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
FD  E20PARM-FILE.
01  E20PARM-RECORD                 PIC X(04).

FD  E20RPT-FILE.
01  E20RPT-RECORD                  PIC X(132).

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
	COPY E20PARM.
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

	01 WS-E20-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E20-N PIC 9(4) VALUE 0.
	01 WS-E20-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E20-REJECTED PIC 9 VALUE 0.

*> the full value, 100 digits to a report line
	01 WS-E20-CHUNK PIC 9(4) VALUE 0.
	01 WS-E20-CHUNK-LEN PIC 9(4) VALUE 0.
	01 WS-E20-SUM-EDIT PIC Z(8)9.
	01 WS-E20-LEN-EDIT PIC ZZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER20" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER20" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E20-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE 1 TO WS-DIGA-VALUE.
	PERFORM DIGA-SET-PARA.
	PERFORM DIGA-MULT-PARA VARYING WS-DIGA-FACTOR FROM 2 BY 1
		UNTIL WS-DIGA-FACTOR > WS-E20-N OR WS-DIGA-OVERFLOWED.
	IF WS-DIGA-OVERFLOWED THEN
		DISPLAY "EULER20: REJECTED - " WS-E20-N "! RUNS PAST "
			WS-DIGA-CAP " DIGITS"
		MOVE "EK02" TO WS-DIAG-CODE
		MOVE WS-E20-PARM-CARD TO WS-DIAG-VALUE
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
	MOVE WS-DIGA-DIGIT-SUM TO WS-E20-SUM-EDIT.
	MOVE WS-DIGA-A-LEN TO WS-E20-LEN-EDIT.
	DISPLAY "EULER20: DIGIT SUM OF " WS-E20-N "! IS "
		FUNCTION TRIM(WS-E20-SUM-EDIT) " ("
		FUNCTION TRIM(WS-E20-LEN-EDIT) " DIGITS)".
	PERFORM REPORT-PARA.
	MOVE WS-DIGA-DIGIT-SUM TO WS-RPT-RESULT.
	MOVE WS-DIGA-DIGIT-SUM TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E20-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E20-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E20PARM-FILE.
	IF WS-E20-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER20: REJECTED - E20PARM CARD NOT FOUND"
		MOVE "EK01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E20-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E20-PARM-CARD.
	READ E20PARM-FILE INTO WS-E20-PARM-CARD
		AT END MOVE SPACES TO WS-E20-PARM-CARD
	END-READ.
	CLOSE E20PARM-FILE.
	IF WS-E20-N-X IS NOT NUMERIC THEN
		DISPLAY "EULER20: REJECTED N '" WS-E20-N-X
			"' - MUST BE 0000 THROUGH 9999"
		MOVE "EK01" TO WS-DIAG-CODE
		MOVE WS-E20-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E20-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E20-N-X TO WS-E20-N.

*> The dated E20RPT: the factorial in full, then its length and digit sum
	REPORT-PARA.
	MOVE "E20RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E20-RPT-NAME.
	OPEN OUTPUT E20RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER20 - DIGIT SUM OF A FACTORIAL" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "N = " WS-E20-N "  VALUE N!"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "N! IN FULL, MOST SIGNIFICANT DIGIT FIRST, 100 DIGITS TO"
		& " A LINE" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM VALUE-LINE-PARA VARYING WS-E20-CHUNK FROM 1 BY 100
		UNTIL WS-E20-CHUNK > WS-DIGA-A-LEN.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "DIGITS " WS-DIGA-A-LEN "  DIGIT SUM " WS-DIGA-DIGIT-SUM
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E20RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER20" TO WS-MAN-PROBLEM
		MOVE WS-E20-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	VALUE-LINE-PARA.
	COMPUTE WS-E20-CHUNK-LEN = WS-DIGA-A-LEN - WS-E20-CHUNK + 1.
	IF WS-E20-CHUNK-LEN > 100 THEN
		MOVE 100 TO WS-E20-CHUNK-LEN
	END-IF.
	MOVE WS-DIGA-TEXT(WS-E20-CHUNK:WS-E20-CHUNK-LEN) TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E20RPT-RECORD FROM WS-DTL-LINE.

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
