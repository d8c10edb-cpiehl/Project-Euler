*> If the numbers 1 to 5 are written out in words: one, two, three,
*>   four, five, then there are 3 + 3 + 5 + 4 + 4 = 19 letters used in
*>   total. If all the numbers from 1 to 1000 (one thousand)
*>   inclusive were written out in words, how many letters would be
*>   used? Do not count spaces or hyphens; "and" is used in compliance
*>   with British usage (three hundred and forty-two).
*> Answer (N = 1000): 21124
*> compile with cobc -free -O -x -o euler17.exe -I copy euler17.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - N comes off the E17PARM card
*>             (E17PARM.cpy: N cols 01-06, 000001-999999; EH01 on a
*>             bad card). Each number 1 through N is written out on
*>             the shared number-to-words service (WORDDAT/WORDPRC),
*>             the same wording the suite uses wherever an amount is
*>             stated in words, and its letters - spaces and hyphens
*>             not counted - added to the total. Col 08 = W also lists
*>             every number, its wording, its letters and the running
*>             total to the dated E17RPT on the shared writer, noted
*>             on EULRGENS and the output manifest. Letter total as
*>             the banner result, the usual audit/export hookup,
*>             EULER17 on EULREF.
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
PROGRAM-ID. EULER17.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E17PARM-FILE ASSIGN TO "E17PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E17-PARM-STATUS.
	SELECT E17RPT-FILE ASSIGN TO WS-E17-RPT-NAME
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
FD  E17PARM-FILE.
01  E17PARM-RECORD                 PIC X(08).

FD  E17RPT-FILE.
01  E17RPT-RECORD                  PIC X(132).

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
	COPY E17PARM.
	COPY WORDDAT.
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

	01 WS-E17-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E17-N PIC 9(6) VALUE 0.
	01 WS-E17-I PIC 9(7) VALUE 0.
	01 WS-E17-TOTAL PIC 9(9) VALUE 0.
	01 WS-E17-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E17-REJECTED PIC 9 VALUE 0.
	01 WS-E17-TOTAL-EDIT PIC Z(8)9.

*> one listed number: the number, its letters, the running total,
*> then its wording
	01 WS-E17-LIST-LINE.
		05 WS-E17-LL-NUMBER          PIC Z(5)9.
		05 FILLER                    PIC X(02) VALUE SPACES.
		05 WS-E17-LL-LETTERS         PIC ZZ9.
		05 FILLER                    PIC X(02) VALUE SPACES.
		05 WS-E17-LL-TOTAL           PIC Z(8)9.
		05 FILLER                    PIC X(02) VALUE SPACES.
		05 WS-E17-LL-WORDS           PIC X(108).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER17" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER17" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E17-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-E17-WANT-LIST THEN
		PERFORM REPORT-OPEN-PARA
	END-IF.
	PERFORM NUMBER-PARA VARYING WS-E17-I FROM 1 BY 1
		UNTIL WS-E17-I > WS-E17-N.
	IF WS-E17-WANT-LIST THEN
		PERFORM REPORT-CLOSE-PARA
	END-IF.
	MOVE WS-E17-TOTAL TO WS-E17-TOTAL-EDIT.
	DISPLAY "EULER17: " FUNCTION TRIM(WS-E17-TOTAL-EDIT)
		" LETTERS WRITING OUT 1 THROUGH " WS-E17-N " IN WORDS".
	MOVE WS-E17-TOTAL TO WS-RPT-RESULT.
	MOVE WS-E17-TOTAL TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E17-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E17-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E17PARM-FILE.
	IF WS-E17-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER17: REJECTED - E17PARM CARD NOT FOUND"
		MOVE "EH01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E17-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E17-PARM-CARD.
	READ E17PARM-FILE INTO WS-E17-PARM-CARD
		AT END MOVE SPACES TO WS-E17-PARM-CARD
	END-READ.
	CLOSE E17PARM-FILE.
	IF WS-E17-N-X IS NOT NUMERIC OR WS-E17-N-X = "000000" THEN
		DISPLAY "EULER17: REJECTED N '" WS-E17-N-X
			"' - MUST BE 000001 THROUGH 999999"
		MOVE "EH01" TO WS-DIAG-CODE
		MOVE WS-E17-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E17-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E17-LIST-SW NOT = "W" AND WS-E17-LIST-SW NOT = SPACE THEN
		DISPLAY "EULER17: REJECTED LIST SWITCH '" WS-E17-LIST-SW
			"' - MUST BE W OR BLANK"
		MOVE "EH01" TO WS-DIAG-CODE
		MOVE WS-E17-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E17-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E17-N-X TO WS-E17-N.

*> One number written out and its letters counted
	NUMBER-PARA.
	MOVE WS-E17-I TO WS-WORD-VALUE.
	PERFORM WORD-RENDER-PARA.
	ADD WS-WORD-LETTERS TO WS-E17-TOTAL.
	IF WS-E17-WANT-LIST THEN
		MOVE WS-E17-I TO WS-E17-LL-NUMBER
		MOVE WS-WORD-LETTERS TO WS-E17-LL-LETTERS
		MOVE WS-E17-TOTAL TO WS-E17-LL-TOTAL
		MOVE WS-WORD-TEXT TO WS-E17-LL-WORDS
		MOVE WS-E17-LIST-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.

*> The dated E17RPT: one line per number, 1 through N
	REPORT-OPEN-PARA.
	MOVE "E17RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E17-RPT-NAME.
	OPEN OUTPUT E17RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER17 - NUMBER LETTER COUNTS, BRITISH ENGLISH WORDING"
		TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "NUMBERS 1 THROUGH " WS-E17-N
		"  SPACES AND HYPHENS NOT COUNTED"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "NUMBER  LTR      TOTAL  IN WORDS" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.

	REPORT-CLOSE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "NUMBERS " WS-E17-N "  LETTERS " WS-E17-TOTAL
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E17RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER17" TO WS-MAN-PROBLEM
		MOVE WS-E17-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	DTL-PUT-PARA.
	WRITE E17RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY WORDPRC.

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
