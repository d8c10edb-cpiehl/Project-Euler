*>             so the trend column comes free. Missed-target count
*>             as the banner result, RETURN-CODE 4 when any target
*>             is missed, 16 on a bad card, 0 otherwise.
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
*> 2026-10-15  the report now prints the month's close status from the
*>             period-control file EULRPCTL under its heading - CLOSED
*>             with the date and the operator who closed it, OPEN -
*>             REOPENED with who reopened it, or OPEN - NOT YET CLOSED.
*> 2026-10-15  the report now cites the incident register EULRINCD
*>             (INCDAT.cpy/INCPRC.cpy, kept with EULRINC) under the
*>             compliance figures: incidents opened and resolved in
*>             the month and still open at its end, the same for the
*>             month before, and a trend on the open count. No target
*>             is set on them, so they count toward no missed target.
*> 2026-10-15  an incident's minutes open (INCPRC.cpy) take whole hours
*>             and minutes off the time stamps - the bare divisions
*>             kept their fractions and overstated every figure built
*>             on them (10:00 to 14:30 came out 288 minutes, not 270).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSLA.
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
	SELECT EULRINCD-FILE ASSIGN TO "EULRINCD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-INC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SLAPARM-FILE.
01  BWINPARM-RECORD                PIC X(08).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  SLARPT-FILE.
01  SLARPT-RECORD                  PIC X(100).

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
FD  EULRINCD-FILE.
01  EULRINCD-FILE-RECORD           PIC X(200).
	WORKING-STORAGE SECTION.
	COPY BWINPRM.
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
	COPY INCDAT.

	01 WS-SLA-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-SLA-BWIN-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRSLA" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRSLA" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-SLA-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		DELIMITED BY SIZE INTO WS-SLA-LINE
	END-STRING.
	WRITE SLARPT-RECORD FROM WS-SLA-LINE.
	PERFORM PERIOD-LINE-PARA.
	PERFORM CLEAN-LINE-PARA.
	PERFORM OPEN-LINE-PARA.
	PERFORM FIT-LINE-PARA.
	PERFORM INCIDENT-LINE-PARA.
	MOVE SPACES TO WS-SLA-LINE.
	STRING "TARGETS MISSED: " WS-SLA-MISSED
		DELIMITED BY SIZE INTO WS-SLA-LINE
	DISPLAY "EULRSLA: " WS-SLA-MISSED " TARGET(S) MISSED FOR "
		WS-SLA-MONTH.

*> The month's close status off the period-control file, and who
*> closed (or reopened) it
	PERIOD-LINE-PARA.
	MOVE WS-SLA-MONTH TO WS-PCTL-MONTH.
	PERFORM PCTL-LOOK-PARA.
	MOVE SPACES TO WS-SLA-LINE.
	IF WS-PCTL-FOUND = 0 THEN
		STRING "PERIOD " WS-SLA-MONTH " OPEN - NOT YET CLOSED"
			DELIMITED BY SIZE INTO WS-SLA-LINE
		END-STRING
	ELSE
		IF WS-PCTL-CLOSED = 1 THEN
			STRING "PERIOD " WS-SLA-MONTH " CLOSED "
				WS-PCTL-REC-DATE " BY " WS-PCTL-REC-OPERATOR
				DELIMITED BY SIZE INTO WS-SLA-LINE
			END-STRING
		ELSE
			STRING "PERIOD " WS-SLA-MONTH " OPEN - REOPENED "
				WS-PCTL-REC-DATE " BY " WS-PCTL-REC-OPERATOR
				DELIMITED BY SIZE INTO WS-SLA-LINE
			END-STRING
		END-IF
	END-IF.
	WRITE SLARPT-RECORD FROM WS-SLA-LINE.

	CLEAN-LINE-PARA.
	PERFORM TREND-HIGH-PARA.
	MOVE SPACES TO WS-SLA-LINE.
	END-IF.
	WRITE SLARPT-RECORD FROM WS-SLA-LINE.

*> The incident register's counts for the month and the one before -
*> fewer left open at month end is the better trend. Cited, not
*> targeted
	INCIDENT-LINE-PARA.
	MOVE WS-SLA-MONTH TO WS-INC-T-MONTH(1).
	MOVE WS-SLA-PREV TO WS-INC-T-MONTH(2).
	PERFORM INC-TALLY-PARA.
	MOVE SPACES TO WS-SLA-TREND.
	IF WS-INC-T-OPEN-END(1) < WS-INC-T-OPEN-END(2) THEN
		MOVE "BETTER" TO WS-SLA-TREND
	ELSE
		IF WS-INC-T-OPEN-END(1) > WS-INC-T-OPEN-END(2) THEN
			MOVE "WORSE" TO WS-SLA-TREND
		ELSE
			MOVE "LEVEL" TO WS-SLA-TREND
		END-IF
	END-IF.
	MOVE SPACES TO WS-SLA-LINE.
	STRING "INCIDENTS      OPENED " WS-INC-T-OPENED(1)
		" RESOLVED " WS-INC-T-RESOLVED(1)
		" OPEN AT MONTH END " WS-INC-T-OPEN-END(1)
		" TREND " WS-SLA-TREND
		DELIMITED BY SIZE INTO WS-SLA-LINE
	END-STRING.
	WRITE SLARPT-RECORD FROM WS-SLA-LINE.
	MOVE SPACES TO WS-SLA-LINE.
	STRING "  PRIOR MONTH  OPENED " WS-INC-T-OPENED(2)
		" RESOLVED " WS-INC-T-RESOLVED(2)
		" OPEN AT MONTH END " WS-INC-T-OPEN-END(2)
		DELIMITED BY SIZE INTO WS-SLA-LINE
	END-STRING.
	WRITE SLARPT-RECORD FROM WS-SLA-LINE.

	TREND-HIGH-PARA.
	MOVE SPACES TO WS-SLA-TREND.
	IF WS-SLA-M-CLEAN-PCT(1) > WS-SLA-M-CLEAN-PCT(2) THEN

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
	COPY INCPRC.
