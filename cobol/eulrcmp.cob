*>   correlation id) and a problem id or ALL, this report puts the
*>   two results and the two echoed parameter cards side by side per
*>   problem with a verdict: SAME, PARMS-CHG (the parameters differ,
*>   so a different answer is expected), CODE-CHG (same parameters,
*>   different answer, and the two runs stamped different deployed
*>   version levels - a known code change), or RESULT-CHG - the
*>   alarming case, same parameters and no code change on record but
*>   a different answer - which raises RETURN-CODE 8 so a scheduled
*>   post-step pages someone by itself.
*> compile with cobc -free -O -x -o eulrcmp.exe -I copy eulrcmp.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*>             stops at the watermark the driver published
*>             (EULRWMRK, WMRKDAT.cpy/WMRKPRC.cpy) - a comparison
*>             queried mid-window reads a consistent snapshot.
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
*> 2026-10-15  new verdict CODE-CHG: the export row now carries the
*>             writing program's deployed version level (cols
*>             202-209, off the deployment log EULRVREG, see
*>             VREGDAT.cpy), so same cards with a different answer
*>             and different versions on the two sides is explained
*>             by a code change instead of raising the RESULT-CHG
*>             alarm. Both versions are printed under each problem.
*>             RETURN-CODE 4 when the worst verdict is CODE-CHG.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCMP.

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
FD  CMPPARM-FILE.
01  CMPPARM-RECORD                 PIC X(40).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  CMPRPT-FILE.
01  CMPRPT-RECORD                  PIC X(132).
01  WMRK-LOCK-RECORD               PIC X(35).

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
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY CMPPRM.
	COPY EXPDAT.
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
	COPY JRNDAT.
	COPY WMRKDAT.
	01 WS-CMP-READS PIC 9(9) VALUE 0.
	01 WS-CMP-EOF PIC 9 VALUE 0.
	01 WS-CMP-REJECTED PIC 9 VALUE 0.
	01 WS-CMP-ALARMS PIC 9(3) VALUE 0.
	01 WS-CMP-CODE-CHGS PIC 9(3) VALUE 0.
	01 WS-CMP-ROWS PIC 9(3) VALUE 0.

*> per-problem latest matching row for each side
			10 WS-CMPT-A-SEEN      PIC X(01) VALUE "N".
			10 WS-CMPT-A-RESULT    PIC 9(36).
			10 WS-CMPT-A-CARD      PIC X(100).
			10 WS-CMPT-A-VERSION   PIC X(08).
			10 WS-CMPT-B-SEEN      PIC X(01) VALUE "N".
			10 WS-CMPT-B-RESULT    PIC 9(36).
			10 WS-CMPT-B-CARD      PIC X(100).
			10 WS-CMPT-B-VERSION   PIC X(08).
	01 WS-CMP-COUNT PIC 9(2) VALUE 0.
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-CMP-IX PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCMP" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCMP" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-CMP-REJECTED = 0 THEN
		PERFORM EXP-PASS-PARA
	PERFORM REPORT-PARA.
	PERFORM NOTES-FLAG-PARA.
	DISPLAY "EULRCMP: " WS-CMP-COUNT " PROBLEM(S) COMPARED, "
		WS-CMP-ALARMS " RESULT-CHG ALARM(S), " WS-CMP-CODE-CHGS
		" CODE-CHG".
	MOVE WS-CMP-ALARMS TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-CMP-ALARMS > 0 THEN
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-CMP-CODE-CHGS > 0 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
					TO WS-CMPT-A-RESULT(WS-CMP-IX)
				MOVE WS-EXPORT-PARM-CARD
					TO WS-CMPT-A-CARD(WS-CMP-IX)
				MOVE WS-EXPORT-VERSION
					TO WS-CMPT-A-VERSION(WS-CMP-IX)
			ELSE
				MOVE "Y" TO WS-CMPT-B-SEEN(WS-CMP-IX)
				MOVE WS-EXPORT-RESULT-WIDE
					TO WS-CMPT-B-RESULT(WS-CMP-IX)
				MOVE WS-EXPORT-PARM-CARD
					TO WS-CMPT-B-CARD(WS-CMP-IX)
				MOVE WS-EXPORT-VERSION
					TO WS-CMPT-B-VERSION(WS-CMP-IX)
			END-IF
		END-IF
	END-IF.
		UNTIL WS-K > WS-CMP-COUNT.
	CLOSE CMPRPT-FILE.

*> Same cards but a different answer is CODE-CHG when the two rows
*> carry different deployed version levels - a known code change is
*> the explanation - and RESULT-CHG only when nothing on file
*> explains it. A blank version (no registered deployment, or a row
*> older than the column) is unknown and never counts as a change.
	REPORT-ROW-PARA.
	IF WS-CMPT-A-SEEN(WS-K) NOT = "Y"
			OR WS-CMPT-B-SEEN(WS-K) NOT = "Y" THEN
			MOVE "PARMS-CHG" TO WS-CMP-VERDICT
		ELSE
			IF WS-CMPT-A-RESULT(WS-K) NOT = WS-CMPT-B-RESULT(WS-K) THEN
				IF WS-CMPT-A-VERSION(WS-K) NOT = SPACES
						AND WS-CMPT-B-VERSION(WS-K) NOT = SPACES
						AND WS-CMPT-A-VERSION(WS-K)
							NOT = WS-CMPT-B-VERSION(WS-K) THEN
					MOVE "CODE-CHG" TO WS-CMP-VERDICT
					ADD 1 TO WS-CMP-CODE-CHGS
				ELSE
					MOVE "RESULT-CHG" TO WS-CMP-VERDICT
					ADD 1 TO WS-CMP-ALARMS
				END-IF
			ELSE
				MOVE "SAME" TO WS-CMP-VERDICT
			END-IF
		DELIMITED BY SIZE INTO CMPRPT-RECORD
	END-STRING.
	WRITE CMPRPT-RECORD.
	MOVE SPACES TO CMPRPT-RECORD.
	STRING "         VERSION A: " WS-CMPT-A-VERSION(WS-K)
		"  B: " WS-CMPT-B-VERSION(WS-K)
		"  (BLANK = NO DEPLOYMENT ON EULRVREG)"
		DELIMITED BY SIZE INTO CMPRPT-RECORD
	END-STRING.
	WRITE CMPRPT-RECORD.

*> Flag either compared run that carries operator notes - appended
*> to the report after the comparison body, where the eye lands
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
	COPY EXPRMAP.
	COPY JRNPRC.
	COPY WMRKPRC.
