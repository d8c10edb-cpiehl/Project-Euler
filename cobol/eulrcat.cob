*>             warning-level RETURN-CODE 4 when something is. Both
*>             steps write their own audit outcome (BLESSREQ /
*>             BLESSCNF) alongside the usual program line.
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  EULRAUTH grew to 16 bytes for the seventh authority flag,
*>             CERTIFY (the recertification expiry in EULRCERT, see
*>             AUTHDAT.cpy) - the FD follows; a 15-byte record written
*>             before it still reads, with no CERTIFY authority.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  EULRAUTH grew to 17 bytes for the eighth authority flag,
*>             PERIOD (closing and reopening a business month in
*>             EULRPCLS, see AUTHDAT.cpy) - the FD follows; a 16-byte
*>             record written before it still reads, with no PERIOD
*>             authority.
*> 2026-10-15  BLESS refuses a bless date in a business month closed on
*>             EULRPCTL (PC01, RETURN-CODE 16) - a finished month's
*>             results are not proposed as new expected answers until
*>             the month is reopened with EULRPCLS.
*> 2026-10-15  EULRAUTH grew to 18 bytes for the ninth authority flag,
*>             HOLD (placing and releasing a legal hold in EULRHLD,
*>             see AUTHDAT.cpy) - the FD follows; a 17-byte record
*>             written before it still reads, with no HOLD authority.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority flag,
*>             PROMOTE (applying and backing out a promotion package in
*>             EULRPKG, see AUTHDAT.cpy) - the FD follows; an 18-byte
*>             record written before it still reads, with no PROMOTE
*>             authority.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCAT.
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CATPARM-FILE.
01  EULREF-FILE-RECORD             PIC X(269).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  EULRPEND-FILE.
01  EULRPEND-FILE-RECORD           PIC X(190).
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY CATPRM.
	COPY EULREF.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.

	01 WS-CAT-PARM-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCAT" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCAT" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRCAT" TO WS-LOCK-MY-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
				TO WS-CAT-BLESS-DATE-R
		END-IF
	END-IF.
	IF WS-CAT-REJECTED = 0 THEN
		PERFORM BLESS-PERIOD-PARA
	END-IF.
	IF WS-CAT-REJECTED = 0 THEN
		PERFORM BLESS-ROW-PARA VARYING WS-K FROM 1 BY 1
			UNTIL WS-K > WS-CAT-COUNT
		END-IF
	END-IF.

*> A night in a closed business month is not blessed: its results
*> are part of a finished month's record (PCTLDAT.cpy)
	BLESS-PERIOD-PARA.
	MOVE WS-CAT-BLESS-DATE-R(1:6) TO WS-PCTL-MONTH.
	PERFORM PCTL-LOOK-PARA.
	IF WS-PCTL-CLOSED = 1 THEN
		DISPLAY "EULRCAT: REJECTED BLESS DATE " WS-CAT-BLESS-DATE-R
			" - PERIOD " WS-PCTL-MONTH " WAS CLOSED "
			WS-PCTL-REC-DATE " BY "
			FUNCTION TRIM(WS-PCTL-REC-OPERATOR)
			", REOPEN IT WITH EULRPCLS FIRST"
		MOVE "PC01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PCTL-MONTH " " WS-CAT-BLESS-DATE-R
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CAT-REJECTED
	END-IF.

	BLESS-ROW-PARA.
	PERFORM EXP-LOOKUP-PARA.
	IF WS-CAT-FOUND = 1 THEN

	COPY AUDIT.
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
	COPY LOCKPRC.
	COPY EXPRMAP.
	COPY DIAG.
