*>   run before, then pulls the EULRCHG change-log entries for that
*>   problem's control card in the surrounding window and reports
*>   them side by side: "the answer changed on the 14th, and here is
*>   the card rewrite logged on the 13th" is one command now. The
*>   program's deployments off the version registry EULRVREG in the
*>   same window follow, for the change no card explains.
*> compile with cobc -free -O -x -o eulrcpnt.exe -I copy eulrcpnt.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*>             holds one unchanged result, 16 on a bad card or no
*>             history. The wide result column is what is compared,
*>             so past-18-digit answers locate correctly.
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
*> 2026-10-15  the report also lists the problem program's
*>             deployments on the version registry EULRVREG (written
*>             by EULRDPLY, see VREGDAT.cpy) inside the same window
*>             around the change point - date, version level, change
*>             reference, and who recorded it - after the card
*>             rewrites, for the change no card explains.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCPNT.

	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
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
FD  CPNTPARM-FILE.
01  CPNTRPT-RECORD                 PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).

01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
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
	COPY CHGDAT.

	01 WS-CPT-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-CPT-WIN-LO PIC 9(8) VALUE 0.
	01 WS-CPT-WIN-HI PIC 9(8) VALUE 0.
	01 WS-CPT-CHG-HITS PIC 9(3) VALUE 0.
	01 WS-CPT-DPL-HITS PIC 9(3) VALUE 0.
	01 WS-CPT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCPNT" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCPNT" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-CPT-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	IF WS-CPT-FOUND = 1 THEN
		PERFORM CHANGE-REPORT-PARA
		PERFORM CARD-WINDOW-PARA
		PERFORM DEPLOY-WINDOW-PARA
		MOVE 0 TO RETURN-CODE
	ELSE
		MOVE SPACES TO WS-CPT-LINE
			WS-CHG-OPERATOR
	END-IF.

*> The program's deployments on the registry inside the same window
*> - with the cards unchanged, the code change that most likely
*> moved the answer
	DEPLOY-WINDOW-PARA.
	MOVE SPACES TO WS-CPT-LINE.
	STRING FUNCTION TRIM(WS-CPT-PROBLEM) " DEPLOYMENTS LOGGED "
		WS-CPT-WIN-LO " THROUGH " WS-CPT-WIN-HI ":"
		DELIMITED BY SIZE INTO WS-CPT-LINE
	END-STRING.
	WRITE CPNTRPT-RECORD FROM WS-CPT-LINE.
	MOVE 0 TO WS-VREG-EOF.
	OPEN INPUT EULRVREG-FILE.
	IF WS-VREG-STATUS = "00" THEN
		PERFORM DPL-ROW-PARA UNTIL WS-VREG-EOF = 1
		CLOSE EULRVREG-FILE
	END-IF.
	IF WS-CPT-DPL-HITS = 0 THEN
		MOVE "  (NO DEPLOYMENTS LOGGED IN THE WINDOW)"
			TO WS-CPT-LINE
		WRITE CPNTRPT-RECORD FROM WS-CPT-LINE
		DISPLAY "EULRCPNT: NO " FUNCTION TRIM(WS-CPT-PROBLEM)
			" DEPLOYMENTS LOGGED IN THE WINDOW"
	END-IF.

	DPL-ROW-PARA.
	READ EULRVREG-FILE INTO WS-VREG-RECORD
		AT END MOVE 1 TO WS-VREG-EOF
	END-READ.
	IF WS-VREG-EOF = 0
			AND WS-VREG-REC-PROGRAM = WS-CPT-PROBLEM
			AND WS-VREG-REC-DATE >= WS-CPT-WIN-LO
			AND WS-VREG-REC-DATE <= WS-CPT-WIN-HI THEN
		ADD 1 TO WS-CPT-DPL-HITS
		MOVE SPACES TO WS-CPT-LINE
		STRING "  " WS-VREG-REC-DATE "-" WS-VREG-REC-TIME
			" VERSION " WS-VREG-REC-VERSION " CHANGE "
			WS-VREG-REC-CHANGE " BY " WS-VREG-REC-OPERATOR
			DELIMITED BY SIZE INTO WS-CPT-LINE
		END-STRING
		WRITE CPNTRPT-RECORD FROM WS-CPT-LINE
		DISPLAY "EULRCPNT: DEPLOYMENT " WS-VREG-REC-DATE " VERSION "
			WS-VREG-REC-VERSION " CHANGE " WS-VREG-REC-CHANGE
	END-IF.

	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY DIAG.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
