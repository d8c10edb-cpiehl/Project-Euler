*>             skipped anything ends RETURN-CODE 4 so the operator
*>             looks; loaded-series count as the banner result, the
*>             usual audit line.
*> 2026-10-15  the skipped-series notes carry message ids
*>             SLB001W-SLB003W (EULRMCAT) and are appended to the
*>             message log EULRMLOG (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSLIB.
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
FD  SLIBPARM-FILE.
01  E8SERLIB-RECORD                PIC X(1036).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  SUITECFG-FILE.

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
	COPY E8SLIB.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-SLIB-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-SLIB-IN-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRSLIB" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRSLIB" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-SLIB-REJECTED = 0 THEN
		EVALUATE FUNCTION TRIM(WS-SLIB-FUNCTION)
	LOAD-ONE-PARA.
	MOVE 0 TO WS-SLIB-BAD.
	IF WS-SERIN-ID = SPACES THEN
		MOVE "SLB001W" TO WS-MSG-ID
		STRING "SKIPPED A SERIES WITH A BLANK ID"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 1 TO WS-SLIB-BAD
	END-IF.
	IF WS-SLIB-BAD = 0 THEN
		PERFORM DUP-CHECK-PARA
		IF WS-SLIB-DUP = 1 THEN
			MOVE "SLB002W" TO WS-MSG-ID
			STRING "SKIPPED " WS-SERIN-ID
				" - ALREADY REGISTERED"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
			MOVE 1 TO WS-SLIB-BAD
		END-IF
	END-IF.
		COMPUTE WS-SLIB-STRLEN =
			FUNCTION LENGTH(FUNCTION TRIM(WS-SERIN-DIGITS))
		IF WS-SERIN-DIGITS = SPACES THEN
			MOVE "SLB003W" TO WS-MSG-ID
			STRING "SKIPPED " WS-SERIN-ID
				" - NO DIGITS"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
			MOVE 1 TO WS-SLIB-BAD
		ELSE
			PERFORM QUALITY-CHAR-PARA VARYING WS-N FROM 1 BY 1

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
