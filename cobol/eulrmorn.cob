*>             catalog's 30-row ceiling, with the selection flag read
*>             by the problem id's numeric tail - a new catalog entry
*>             joins the completeness check without an edit here.
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
*> 2026-10-15  a digest line EULERRUN wrote as DEFERRED (not started
*>             before its launch cutoff, carried to the next night on
*>             EULRDEFR) reports as DEFERRED, its own status - not
*>             NO-EVIDENCE, and not counted unaccounted for.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRMORN.

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
FD  MORNPARM-FILE.
01  EULDGST-FILE-RECORD            PIC X(90).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  MORNRPT-FILE.
01  MORNRPT-RECORD                 PIC X(80).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULREF-FILE.

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
	COPY EULREF.
	COPY REFTAB.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY EULDGST.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-MORN-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-MORN-DGST-STATUS PIC XX VALUE SPACES.
			10 WS-MORN-SELECTED    PIC X(01) VALUE "N".
			10 WS-MORN-IN-DIGEST   PIC X(01) VALUE "N".
			10 WS-MORN-IN-AUDIT    PIC X(01) VALUE "N".
			10 WS-MORN-DEFERRED    PIC X(01) VALUE "N".
			10 WS-MORN-VERDICT     PIC X(16).
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-MORN-IX PIC 9(2) VALUE 0.
	01 WS-MORN-UNACCOUNTED PIC 9(2) VALUE 0.
	01 WS-MORN-DEFER-COUNT PIC 9(2) VALUE 0.

	01 WS-MORN-AUDIT-LINE.
		05 WS-MAUD-PROBLEM-ID      PIC X(08).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRMORN" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRMORN" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-MORN-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	PERFORM REPORT-PARA.
	DISPLAY "EULRMORN: " WS-MORN-UNACCOUNTED
		" PROBLEM(S) UNACCOUNTED FOR ON " WS-MORN-DATE-R.
	IF WS-MORN-DEFER-COUNT > 0 THEN
		DISPLAY "EULRMORN: " WS-MORN-DEFER-COUNT
			" PROBLEM(S) DEFERRED PAST THE LAUNCH CUTOFF"
	END-IF.
	MOVE WS-MORN-UNACCOUNTED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-MORN-UNACCOUNTED > 0 THEN
	END-IF.

*> What the digest says ran: a digest line whose status is anything
*> but SKIPPED or DEFERRED counts as "the driver says it ran"; a
*> DEFERRED line says the driver held it back at the launch cutoff
	DIGEST-PASS-PARA.
	MOVE SPACES TO WS-MORN-DGST-NAME.
	STRING "EULDGST.D" WS-MORN-DATE-R DELIMITED BY SIZE
	IF WS-MORN-EOF = 0 AND WS-DGST-STATUS NOT = "SKIPPED" THEN
		PERFORM FIND-ROW-PARA
		IF WS-MORN-IX > 0 THEN
			IF WS-DGST-STATUS = "DEFERRED" THEN
				MOVE "Y" TO WS-MORN-DEFERRED(WS-MORN-IX)
			ELSE
				MOVE "Y" TO WS-MORN-IN-DIGEST(WS-MORN-IX)
			END-IF
		END-IF
	END-IF.

		UNTIL WS-K > WS-REF-COUNT.

	VERDICT-ROW-PARA.
*> held back at the cutoff, with no standalone run since - accounted
*> for, and on EULRDEFR for the next night (a carried-over problem
*> is deferred whatever its SUITECFG flag says)
	IF WS-MORN-DEFERRED(WS-K) = "Y"
			AND WS-MORN-IN-DIGEST(WS-K) = "N"
			AND WS-MORN-IN-AUDIT(WS-K) = "N" THEN
		MOVE "DEFERRED" TO WS-MORN-VERDICT(WS-K)
		ADD 1 TO WS-MORN-DEFER-COUNT
		EXIT PARAGRAPH
	END-IF.
	IF WS-MORN-SELECTED(WS-K) NOT = "Y" THEN
		MOVE "SKIPPED" TO WS-MORN-VERDICT(WS-K)
	ELSE
	COPY AUDIT.
	COPY DIAG.
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
	COPY REFTABP.
