*>             8 discrepancy convention. A TEST-mode night flags by
*>             design: its audit evidence is intentionally
*>             suppressed, and this verifier's job is to say so.
*> 2026-10-15  the EULRHIST-unavailable note carries message id XRF001W
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  DEFERRED digest lines (not started before EULERRUN's
*>             launch cutoff) expect no audit line, like SKIPPED.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRXREF.

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
FD  XREFPARM-FILE.
01  XREFPARM-RECORD                PIC X(17).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  EULRHIST-FILE.
	COPY HISTDAT.
01  XREFRPT-RECORD                 PIC X(110).

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
	COPY EULREF.
	COPY REFTAB.
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

	01 WS-XRF-PARM-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRXREF" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRXREF" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	PERFORM REF-LOAD-PARA.
	OPEN OUTPUT XREFRPT-FILE.
			MOVE "EULRHIST UNAVAILABLE - HISTORY CHECK SKIPPED"
				TO WS-XRF-LINE
			WRITE XREFRPT-RECORD FROM WS-XRF-LINE
			MOVE "XRF001W" TO WS-MSG-ID
			STRING "EULRHIST UNAVAILABLE - THAT CHECK"
				" IS A NOTE TONIGHT, NOT A VERDICT"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
			MOVE 1 TO WS-XRF-HIST-NOTED
		END-IF
		EXIT PARAGRAPH
	IF WS-XRF-EOF = 0
			AND WS-XD-STATUS NOT = "SKIPPED"
			AND WS-XD-STATUS NOT = "NO-PROG"
			AND WS-XD-STATUS NOT = "DEFERRED"
			AND WS-XD-STATUS NOT = SPACES THEN
		ADD 1 TO WS-XRF-CHECKED
		MOVE WS-XD-PROBLEM TO WS-XRF-Q-PROBLEM

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
	COPY EXPRMAP.
	COPY REFTABP.
