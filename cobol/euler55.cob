*> Project Euler #55
*> Reverse-and-add: how many Lychrel numbers are there below ten
*>   thousand - starting numbers that never form a palindrome by
*>   repeatedly adding their own digit reversal (a Lychrel candidate
*>   here: none within the iteration cap)?
*> Answer (1 through 9999, cap 50): 249
*> compile with cobc -free -O -x -o euler55.exe -I copy euler55.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the research group's reverse-and-add
*>             search. The E55PARM card gives a range of starting
*>             numbers and an iteration cap (see E55PARM.cpy; LY01 on
*>             a bad or missing card). Every start is reversed and
*>             added to itself until the sum is a palindrome, on
*>             EULER4's palindrome test (shared now as PALDAT.cpy/
*>             PALPRC.cpy) with the sums carried on the 36-digit wide
*>             service (WIDEDAT.cpy/WIDEPRC.cpy); a start still
*>             unresolved at the cap - or whose sum outgrows 36
*>             digits first - is a Lychrel candidate. One line per
*>             start on the dated E55RPT detail report (steps, final
*>             palindrome or last value, outcome) with the totals on
*>             the trailer lines; the candidate count is the banner
*>             result, with the usual export/audit/manifest hookup
*>             and EULER55 on EULREF so EULERRUN runs it.
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
PROGRAM-ID. EULER55.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E55PARM-FILE ASSIGN TO "E55PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E55-PARM-STATUS.
	SELECT E55RPT-FILE ASSIGN TO WS-E55-RPT-NAME
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
FD  E55PARM-FILE.
01  E55PARM-RECORD                 PIC X(28).

FD  E55RPT-FILE.
01  E55RPT-RECORD                  PIC X(67).

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
	COPY E55PARM.
	COPY E55RPT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.
	COPY PALDAT.
	COPY WIDEDAT.

	01 WS-E55-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E55-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E55-REJECTED PIC 9 VALUE 0.
	01 WS-E55-LOW PIC 9(12) VALUE 0.
	01 WS-E55-HIGH PIC 9(12) VALUE 0.
	01 WS-E55-CAP PIC 9(3) VALUE 50.

*> the sweep: the current start, the value its iteration has reached
*> (36 digits - a sub-10000 start peaks near 29 within 50 steps), and
*> the run's tallies
	01 WS-E55-CUR PIC 9(12) VALUE 0.
	01 WS-E55-VAL PIC 9(36) VALUE 0.
	01 WS-E55-STEPS PIC 9(3) VALUE 0.
	01 WS-E55-DONE PIC 9 VALUE 0.
	01 WS-E55-OUTCOME PIC X(12) VALUE SPACES.
	01 WS-E55-EXAMINED PIC 9(12) VALUE 0.
	01 WS-E55-RESOLVED PIC 9(12) VALUE 0.
	01 WS-E55-CANDIDATES PIC 9(12) VALUE 0.
	01 WS-E55-WIDE-CANDS PIC 9(12) VALUE 0.
	01 WS-E55-MOST-STEPS PIC 9(3) VALUE 0.
	01 WS-E55-MOST-START PIC 9(12) VALUE 0.
	01 WS-E55-COUNT-EDIT PIC Z(11)9.
	01 WS-E55-COUNT-EDIT2 PIC Z(11)9.
	01 WS-E55-STEPS-EDIT PIC ZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER55" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER55" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E55-REJECTED = 1 THEN
		MOVE "LY01" TO WS-DIAG-CODE
		MOVE WS-E55-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	MOVE "E55RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E55-RPT-NAME.
	OPEN OUTPUT E55RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER55 - REVERSE-AND-ADD (LYCHREL CANDIDATES)" TO WS-DTL-TITLE.
	MOVE WS-E55-LOW TO WS-E55-COUNT-EDIT.
	MOVE WS-E55-HIGH TO WS-E55-COUNT-EDIT2.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "STARTS " FUNCTION TRIM(WS-E55-COUNT-EDIT) " THROUGH "
		FUNCTION TRIM(WS-E55-COUNT-EDIT2) "  ITERATION CAP " WS-E55-CAP
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "       START  STEPS  OUTCOME       FINAL VALUE (PALINDROME"
		& " REACHED, OR LAST VALUE CARRIED)"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE WS-E55-LOW TO WS-E55-CUR.
	PERFORM START-PARA UNTIL WS-E55-CUR > WS-E55-HIGH.
	PERFORM TOTAL-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E55RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER55" TO WS-MAN-PROBLEM
		MOVE WS-E55-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.
	DISPLAY "EULER55: " WS-E55-CANDIDATES " LYCHREL CANDIDATE(S) IN "
		WS-E55-EXAMINED " START(S), " WS-E55-WIDE-CANDS
		" STOPPED AT 36 DIGITS; MOST STEPS TO A PALINDROME "
		WS-E55-MOST-STEPS " (START " WS-E55-MOST-START ")".
	MOVE WS-E55-CANDIDATES TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-E55-CANDIDATES TO WS-SUITE-RESULT.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E55-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E55-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read and prove the E55PARM card: low and high numeric with
*> 1 <= low <= high, the cap blank (50) or 1 through 999
	P-PARA.
	MOVE SPACES TO WS-E55-PARM-CARD.
	OPEN INPUT E55PARM-FILE.
	IF WS-E55-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER55: REJECTED - E55PARM CARD NOT FOUND"
		MOVE 1 TO WS-E55-REJECTED
		EXIT PARAGRAPH
	END-IF.
	READ E55PARM-FILE INTO WS-E55-PARM-CARD
		AT END MOVE SPACES TO WS-E55-PARM-CARD
	END-READ.
	CLOSE E55PARM-FILE.
	IF WS-E55-LOW-X IS NOT NUMERIC OR WS-E55-HIGH-X IS NOT NUMERIC THEN
		DISPLAY "EULER55: REJECTED RANGE '" WS-E55-PARM-CARD(1:24)
			"' - COLS 1-12 AND 13-24 MUST BE NUMERIC"
		MOVE 1 TO WS-E55-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E55-LOW-X TO WS-E55-LOW.
	MOVE WS-E55-HIGH-X TO WS-E55-HIGH.
	IF WS-E55-LOW < 1 OR WS-E55-HIGH < WS-E55-LOW THEN
		DISPLAY "EULER55: REJECTED RANGE " WS-E55-LOW " TO " WS-E55-HIGH
			" - MUST BE 1 <= LOW <= HIGH"
		MOVE 1 TO WS-E55-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-E55-CAP-X = SPACES THEN
		MOVE 50 TO WS-E55-CAP
	ELSE
		IF WS-E55-CAP-X IS NOT NUMERIC THEN
			MOVE 0 TO WS-E55-CAP
		ELSE
			MOVE WS-E55-CAP-X TO WS-E55-CAP
		END-IF
		IF WS-E55-CAP < 1 THEN
			DISPLAY "EULER55: REJECTED ITERATION CAP '" WS-E55-CAP-X
				"' - MUST BE 1 THROUGH 999 OR BLANK (COLS 26-28)"
			MOVE 1 TO WS-E55-REJECTED
		END-IF
	END-IF.

*> One start: reverse and add until the sum reads the same both ways,
*> the cap runs out, or the sum outgrows the wide fields. The test of
*> each sum also leaves its reversal in WS-PAL-REV, ready for the
*> next step's add.
	START-PARA.
	MOVE WS-E55-CUR TO WS-E55-VAL.
	MOVE 0 TO WS-E55-STEPS.
	MOVE 0 TO WS-E55-DONE.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	MOVE "CANDIDATE" TO WS-E55-OUTCOME.
	MOVE 10 TO WS-PAL-BASE.
	MOVE WS-E55-VAL TO WS-PAL-N.
	PERFORM PAL-TEST-PARA.
	PERFORM STEP-PARA UNTIL WS-E55-DONE = 1
		OR WS-E55-STEPS >= WS-E55-CAP.
	ADD 1 TO WS-E55-EXAMINED.
	IF WS-E55-DONE = 1 AND NOT WS-WIDE-OVERFLOWED THEN
		ADD 1 TO WS-E55-RESOLVED
		IF WS-E55-STEPS > WS-E55-MOST-STEPS THEN
			MOVE WS-E55-STEPS TO WS-E55-MOST-STEPS
			MOVE WS-E55-CUR TO WS-E55-MOST-START
		END-IF
	ELSE
		ADD 1 TO WS-E55-CANDIDATES
		IF WS-WIDE-OVERFLOWED THEN
			ADD 1 TO WS-E55-WIDE-CANDS
		END-IF
	END-IF.
	MOVE WS-E55-CUR TO WS-E55-RPT-START.
	MOVE WS-E55-STEPS TO WS-E55-RPT-STEPS.
	MOVE WS-E55-OUTCOME TO WS-E55-RPT-OUTCOME.
	MOVE WS-E55-VAL TO WS-E55-RPT-FINAL.
	MOVE WS-E55-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	ADD 1 TO WS-E55-CUR.

	STEP-PARA.
	MOVE WS-E55-VAL TO WS-WIDE-A.
	MOVE WS-PAL-REV TO WS-WIDE-B.
	PERFORM WIDE-ADD-PARA.
	IF WS-WIDE-OVERFLOWED THEN
		MOVE "CANDIDATE-36" TO WS-E55-OUTCOME
		MOVE 1 TO WS-E55-DONE
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E55-STEPS.
	MOVE WS-WIDE-R TO WS-E55-VAL.
	MOVE WS-E55-VAL TO WS-PAL-N.
	PERFORM PAL-TEST-PARA.
	IF WS-PAL-IS = 1 THEN
		MOVE "PALINDROME" TO WS-E55-OUTCOME
		MOVE 1 TO WS-E55-DONE
	END-IF.

*> Totals on the report's closing lines, ahead of the writer's own
*> END OF REPORT trailer
	TOTAL-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	MOVE WS-E55-EXAMINED TO WS-E55-COUNT-EDIT.
	MOVE WS-E55-RESOLVED TO WS-E55-COUNT-EDIT2.
	STRING "STARTS EXAMINED " FUNCTION TRIM(WS-E55-COUNT-EDIT)
		"  REACHED A PALINDROME " FUNCTION TRIM(WS-E55-COUNT-EDIT2)
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	MOVE WS-E55-CANDIDATES TO WS-E55-COUNT-EDIT.
	MOVE WS-E55-WIDE-CANDS TO WS-E55-COUNT-EDIT2.
	STRING "LYCHREL CANDIDATES " FUNCTION TRIM(WS-E55-COUNT-EDIT)
		"  (" FUNCTION TRIM(WS-E55-COUNT-EDIT2)
		" STOPPED AT 36 DIGITS BEFORE THE CAP)"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	MOVE WS-E55-MOST-STEPS TO WS-E55-STEPS-EDIT.
	MOVE WS-E55-MOST-START TO WS-E55-COUNT-EDIT.
	STRING "MOST STEPS TO A PALINDROME " FUNCTION TRIM(WS-E55-STEPS-EDIT)
		"  (START " FUNCTION TRIM(WS-E55-COUNT-EDIT) ")"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E55RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY PALPRC.
	COPY WIDEPRC.

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
