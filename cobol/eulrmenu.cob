*>             diagnostic, and RETURN-CODE 16. A missing EULRAUTH
*>             leaves the pre-authority behavior - no restrictions.

*> 2026-10-15  E5PARM grew to 4 bytes (list-mode switch in col 4) -
*>             a list-mode card now shows as MODE=LIST (E5NUMS).
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  EULRAUTH grew to 16 bytes for the seventh authority flag,
*>             CERTIFY (the recertification expiry in EULRCERT, see
*>             AUTHDAT.cpy) - the FD follows; a 15-byte record written
*>             before it still reads, with no CERTIFY authority.
*> 2026-10-15  a selection run whose business date falls in a business
*>             month closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 - the interlock released first, since
*>             it is taken before the run mode is known. A TEST-mode run
*>             is let through.
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
PROGRAM-ID. EULRMENU.

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
FD  EULREF-FILE.
01  E4PARM-RECORD                  PIC X(05).

FD  E5PARM-FILE.
01  E5PARM-RECORD                  PIC X(04).

FD  E6PARM-FILE.
01  E6PARM-RECORD                  PIC X(09).
01  EULRMENU-FILE-RECORD           PIC X(30).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).

FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
01  CHGIN-RECORD                   PIC X(100).

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
	COPY EULREF.
	COPY E1PARM.
	COPY E10PARM.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY EULRMENU.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY CHGDAT.


PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRMENU" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	MOVE "EULRMENU" TO WS-RPT-PROBLEM-ID.
	MOVE "EULRMENU" TO WS-LOCK-MY-PROGRAM.
	END-IF.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM BDATE-ENSURE-PARA
		MOVE WS-BUS-DATE(1:6) TO WS-PCTL-MONTH
		PERFORM PCTL-LOOK-PARA
		IF WS-PCTL-CLOSED = 1 THEN
			PERFORM LOCK-FREE-PARA
			PERFORM PCTL-GUARD-PARA
		END-IF
	END-IF.
	MOVE "SELECT" TO WS-AUTH-FUNCTION.
	PERFORM AUTH-CHECK-PARA.
	PERFORM MENU-READ-PARA.
		OPEN INPUT E5PARM-FILE
		READ E5PARM-FILE INTO WS-E5-PARM-CARD
		CLOSE E5PARM-FILE
		IF WS-E5-LIST-MODE THEN
			MOVE "MODE=LIST (E5NUMS)" TO WS-MENU-PARM-TEXT
		ELSE
			STRING "LIMIT=" WS-E5-LIMIT "  VERIFY=" WS-E5-VERIFY
				DELIMITED BY SIZE INTO WS-MENU-PARM-TEXT
		END-IF
	END-IF.
	IF WS-EULREF-PROBLEM-ID = "EULER6" THEN
		OPEN INPUT E6PARM-FILE

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
	COPY EULRMENUP.
	COPY LOCKPRC.
	COPY CHGLOG.
