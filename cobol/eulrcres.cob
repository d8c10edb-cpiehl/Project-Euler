*>             a DENIED outcome on the audit trail and an AU01
*>             diagnostic, RETURN-CODE 16. A missing EULRAUTH leaves
*>             the pre-authority behavior - no restrictions.
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  refuses EULRAUTH by name: EULRCERT now logs each
*>             authority entry it expires on EULRCHG, and restoring one
*>             such entry would replace the whole authority file with it
*>             (or hand an expired grant back). EULRAUTH grew to 16
*>             bytes for the CERTIFY flag and its FD follows.
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
PROGRAM-ID. EULRCRES.
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
FD  CRESPARM-FILE.
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
	COPY CRESPRM.
	COPY CHGDAT.
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

	01 WS-CRES-PARM-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCRES" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCRES" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRCRES" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRCRES" TO WS-CHG-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
*> silently shorten the live card. E8DIGITS (1000-byte series) and
*> the multi-record list cards E3NUMS and E6PARM are refused by name,
*> and any other card whose live image measures past 100 bytes is
*> refused the same way. EULRAUTH is on the change log too (one
*> record per entry EULRCERT expires), but it is the authority file,
*> not a card: restoring one logged entry would replace every
*> operator's grants with that single record, and would let anyone
*> with RESTORE authority hand an expired grant back - so it is
*> refused outright.
	WIDTH-GUARD-PARA.
	IF FUNCTION TRIM(WS-CRES-CARD-NAME) = "EULRAUTH" THEN
		DISPLAY "EULRCRES: REJECTED - EULRAUTH IS THE OPERATOR-"
			"AUTHORITY FILE, NOT A CONTROL CARD; GRANTS ARE"
			" RE-ISSUED BY THE SECURITY ADMINISTRATOR, NOT"
			" RESTORED FROM THE CHANGE LOG"
		MOVE 1 TO WS-CRES-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF FUNCTION TRIM(WS-CRES-CARD-NAME) = "E8DIGITS"
			OR FUNCTION TRIM(WS-CRES-CARD-NAME) = "E3NUMS"
			OR FUNCTION TRIM(WS-CRES-CARD-NAME) = "E6PARM" THEN

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
	COPY CHGLOG.
	COPY DIAG.
