*>             authority (EULRAUTH) - the calendar decides the same
*>             selection EULRMENU's guarded update does; LIST stays
*>             open. A refusal is DENIED/AU01 with RETURN-CODE 16.
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
PROGRAM-ID. EULRCALM.
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
FD  CALMPARM-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).

FD  EULRCHG-FILE.
01  EULRCHG-FILE-RECORD            PIC X(246).

FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY CALMPRM.
	COPY CALDAT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY AUTHDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY CHGDAT.


PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCALM" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCALM" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRCALM" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRCALM" TO WS-CHG-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	COPY DIAG.
	COPY AUTHPRC.
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
