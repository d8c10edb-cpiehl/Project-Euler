*>             driver's reconciliation can tell an intentional
*>             parameter change (PARM-CHG) from a genuinely wrong
*>             answer on matching cards.
*> 2026-10-15  the verify-skipped note carries message id E01001W
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER1.
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
FD  E1PARM-FILE.
01  E1PARM-RECORD                  PIC X(92).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  SUITECFG-FILE.

FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E1PARM.
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
	COPY EXPDAT.

	01 WS-A PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER1" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER1" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	PERFORM CLOSED-FORM-PARA.
	MOVE 0 TO RETURN-CODE.
*> exists to avoid.
	VERIFY-PARA.
	IF WS-E1-CEILING > WS-E1-VERIFY-MAX THEN
		MOVE "E01001W" TO WS-MSG-ID
		STRING "VERIFY SKIPPED - CEILING " WS-E1-CEILING
			" EXCEEDS THE LOOP-VERIFY CAP OF " WS-E1-VERIFY-MAX
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		MOVE WS-SUM TO WS-E1-VERIFY-SUM
		MOVE 0 TO WS-SUM
	COPY AUDIT.
	COPY DIAG.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY EXPORT.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
