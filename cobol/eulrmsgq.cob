*> Console message inquiry: the programs now append their messages
*>   of note to EULRMLOG (MSGDAT.cpy), each under a message id
*>   catalogued in EULRMCAT, so "what did last night's run say, and
*>   in what order" is answered here - replay one run by its
*>   correlation id, or find every night a given message id came up.
*> compile with cobc -free -O -x -o eulrmsgq.exe -I copy eulrmsgq.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - MSGQPARM card: cols 01-16 a run id,
*>             cols 18-24 a message id, cols 26-33 a date (any
*>             filter alone works, together they all must match; all
*>             blank lists the whole log). Each listed message id is
*>             looked up in EULRMCAT - its catalogued meaning is
*>             printed under the first occurrence, and an id missing
*>             from the catalog is flagged. Matching messages to the
*>             log and MSGQRPT with INFO/WARN counts; shown count as
*>             the banner result, RETURN-CODE 0 (4 when nothing
*>             matched or an id is not catalogued), 16 on a missing
*>             card.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRMSGQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MSGQPARM-FILE ASSIGN TO "MSGQPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSQ-PARM-STATUS.
	SELECT EULRMLOG-IN-FILE ASSIGN TO "EULRMLOG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSQ-LOG-STATUS.
	SELECT EULRMCAT-FILE ASSIGN TO "EULRMCAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSQ-CAT-STATUS.
	SELECT MSGQRPT-FILE ASSIGN TO "MSGQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
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
FD  MSGQPARM-FILE.
01  MSGQPARM-RECORD                PIC X(33).

FD  EULRMLOG-IN-FILE.
01  EULRMLOG-IN-RECORD             PIC X(137).

FD  EULRMCAT-FILE.
01  EULRMCAT-RECORD                PIC X(73).

FD  MSGQRPT-FILE.
01  MSGQRPT-RECORD                 PIC X(150).

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

	01 WS-MSQ-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-MSQ-LOG-STATUS PIC XX VALUE SPACES.
	01 WS-MSQ-CAT-STATUS PIC XX VALUE SPACES.
	01 WS-MSQ-REJECTED PIC 9 VALUE 0.
	01 WS-MSQ-EOF PIC 9 VALUE 0.
	01 WS-MSQ-PARM-CARD.
		05 WS-MSQ-RUN-ID           PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-MSQ-MSG-ID           PIC X(07).
		05 FILLER                  PIC X(01).
		05 WS-MSQ-DATE-X           PIC X(08).
*> the message catalog in core; SEEN marks an id already described
*> on the report, so its meaning prints once, under its first line
	01 WS-MSQ-CAT-RECORD.
		05 WS-MSQ-CAT-REC-ID       PIC X(07).
		05 FILLER                  PIC X(01).
		05 WS-MSQ-CAT-REC-SEV      PIC X(04).
		05 FILLER                  PIC X(01).
		05 WS-MSQ-CAT-REC-TEXT     PIC X(60).
	01 WS-MSQ-CAT-TABLE.
		05 WS-MSQ-CAT-ENTRY OCCURS 200 TIMES.
			10 WS-MSQ-CAT-ID       PIC X(07).
			10 WS-MSQ-CAT-SEV      PIC X(04).
			10 WS-MSQ-CAT-TEXT     PIC X(60).
			10 WS-MSQ-CAT-SEEN     PIC 9.
	01 WS-MSQ-CAT-COUNT PIC 9(3) VALUE 0.
	01 WS-MSQ-CAT-K PIC 9(3) VALUE 0.
	01 WS-MSQ-CAT-HIT PIC 9(3) VALUE 0.
	01 WS-MSQ-SHOWN PIC 9(6) VALUE 0.
	01 WS-MSQ-INFO PIC 9(6) VALUE 0.
	01 WS-MSQ-WARN PIC 9(6) VALUE 0.
	01 WS-MSQ-UNCATALOGUED PIC 9(6) VALUE 0.
	01 WS-MSQ-LINE PIC X(150) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRMSGQ" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRMSGQ" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-MSQ-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM CAT-LOAD-PARA.
	OPEN OUTPUT MSGQRPT-FILE.
	MOVE SPACES TO WS-MSQ-LINE.
	STRING "CONSOLE MESSAGES - RUN '" WS-MSQ-RUN-ID
		"' MESSAGE '" WS-MSQ-MSG-ID "' DATE '" WS-MSQ-DATE-X "'"
		DELIMITED BY SIZE INTO WS-MSQ-LINE
	END-STRING.
	WRITE MSGQRPT-RECORD FROM WS-MSQ-LINE.
	PERFORM SCAN-PARA.
	MOVE SPACES TO WS-MSQ-LINE.
	STRING "MESSAGE(S) LISTED: " WS-MSQ-SHOWN
		"  INFO: " WS-MSQ-INFO "  WARN: " WS-MSQ-WARN
		"  NOT IN EULRMCAT: " WS-MSQ-UNCATALOGUED
		DELIMITED BY SIZE INTO WS-MSQ-LINE
	END-STRING.
	WRITE MSGQRPT-RECORD FROM WS-MSQ-LINE.
	CLOSE MSGQRPT-FILE.
	DISPLAY "EULRMSGQ: " WS-MSQ-SHOWN " MESSAGE(S) LISTED, "
		WS-MSQ-UNCATALOGUED " NOT IN EULRMCAT".
	IF WS-MSQ-SHOWN = 0 OR WS-MSQ-UNCATALOGUED > 0 THEN
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-MSQ-SHOWN TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT MSGQPARM-FILE.
	IF WS-MSQ-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRMSGQ: REJECTED - MSGQPARM CARD NOT FOUND"
		MOVE 1 TO WS-MSQ-REJECTED
	ELSE
		READ MSGQPARM-FILE INTO WS-MSQ-PARM-CARD
			AT END MOVE SPACES TO WS-MSQ-PARM-CARD
		END-READ
		CLOSE MSGQPARM-FILE
	END-IF.

*> The catalog is optional to the listing - without it every id
*> simply counts as not catalogued
	CAT-LOAD-PARA.
	MOVE 0 TO WS-MSQ-CAT-COUNT.
	MOVE 0 TO WS-MSQ-EOF.
	OPEN INPUT EULRMCAT-FILE.
	IF WS-MSQ-CAT-STATUS NOT = "00" THEN
		DISPLAY "EULRMSGQ: EULRMCAT MESSAGE CATALOG NOT FOUND"
		EXIT PARAGRAPH
	END-IF.
	PERFORM CAT-ROW-PARA UNTIL WS-MSQ-EOF = 1.
	CLOSE EULRMCAT-FILE.
	MOVE 0 TO WS-MSQ-EOF.

	CAT-ROW-PARA.
	READ EULRMCAT-FILE INTO WS-MSQ-CAT-RECORD
		AT END MOVE 1 TO WS-MSQ-EOF
	END-READ.
	IF WS-MSQ-EOF = 0 AND WS-MSQ-CAT-REC-ID NOT = SPACES
			AND WS-MSQ-CAT-COUNT < 200 THEN
		ADD 1 TO WS-MSQ-CAT-COUNT
		MOVE WS-MSQ-CAT-REC-ID TO WS-MSQ-CAT-ID(WS-MSQ-CAT-COUNT)
		MOVE WS-MSQ-CAT-REC-SEV TO WS-MSQ-CAT-SEV(WS-MSQ-CAT-COUNT)
		MOVE WS-MSQ-CAT-REC-TEXT
			TO WS-MSQ-CAT-TEXT(WS-MSQ-CAT-COUNT)
		MOVE 0 TO WS-MSQ-CAT-SEEN(WS-MSQ-CAT-COUNT)
	END-IF.

	SCAN-PARA.
	OPEN INPUT EULRMLOG-IN-FILE.
	IF WS-MSQ-LOG-STATUS NOT = "00" THEN
		DISPLAY "EULRMSGQ: NO MESSAGE LOG ON FILE YET"
		EXIT PARAGRAPH
	END-IF.
	PERFORM SCAN-ROW-PARA UNTIL WS-MSQ-EOF = 1.
	CLOSE EULRMLOG-IN-FILE.

	SCAN-ROW-PARA.
	READ EULRMLOG-IN-FILE INTO WS-MSG-RECORD
		AT END MOVE 1 TO WS-MSQ-EOF
	END-READ.
	IF WS-MSQ-EOF = 0
			AND (WS-MSQ-RUN-ID = SPACES
			OR WS-MSG-REC-RUN-ID = WS-MSQ-RUN-ID)
			AND (WS-MSQ-MSG-ID = SPACES
			OR WS-MSG-REC-ID = WS-MSQ-MSG-ID)
			AND (WS-MSQ-DATE-X IS NOT NUMERIC
			OR WS-MSG-REC-DATE =
				FUNCTION NUMVAL(WS-MSQ-DATE-X)) THEN
		PERFORM SHOW-PARA
	END-IF.

	SHOW-PARA.
	ADD 1 TO WS-MSQ-SHOWN.
	IF WS-MSG-REC-SEVERITY = "WARN" THEN
		ADD 1 TO WS-MSQ-WARN
	ELSE
		ADD 1 TO WS-MSQ-INFO
	END-IF.
	MOVE SPACES TO WS-MSQ-LINE.
	STRING "  " WS-MSG-REC-RUN-ID " " WS-MSG-REC-DATE " " WS-MSG-REC-TIME " "
		WS-MSG-REC-PROGRAM " " WS-MSG-REC-ID " " WS-MSG-REC-TEXT
		DELIMITED BY SIZE INTO WS-MSQ-LINE
	END-STRING.
	WRITE MSGQRPT-RECORD FROM WS-MSQ-LINE.
	DISPLAY WS-MSQ-LINE.
	MOVE 0 TO WS-MSQ-CAT-HIT.
	PERFORM CAT-FIND-PARA VARYING WS-MSQ-CAT-K FROM 1 BY 1
		UNTIL WS-MSQ-CAT-K > WS-MSQ-CAT-COUNT
		OR WS-MSQ-CAT-HIT > 0.
	MOVE SPACES TO WS-MSQ-LINE.
	IF WS-MSQ-CAT-HIT = 0 THEN
		ADD 1 TO WS-MSQ-UNCATALOGUED
		STRING "      ^ " WS-MSG-REC-ID " IS NOT IN EULRMCAT"
			DELIMITED BY SIZE INTO WS-MSQ-LINE
		END-STRING
		WRITE MSGQRPT-RECORD FROM WS-MSQ-LINE
	ELSE
		IF WS-MSQ-CAT-SEEN(WS-MSQ-CAT-HIT) = 0 THEN
			MOVE 1 TO WS-MSQ-CAT-SEEN(WS-MSQ-CAT-HIT)
			STRING "      ^ " WS-MSQ-CAT-SEV(WS-MSQ-CAT-HIT) " "
				WS-MSQ-CAT-TEXT(WS-MSQ-CAT-HIT)
				DELIMITED BY SIZE INTO WS-MSQ-LINE
			END-STRING
			WRITE MSGQRPT-RECORD FROM WS-MSQ-LINE
		END-IF
	END-IF.

	CAT-FIND-PARA.
	IF WS-MSQ-CAT-ID(WS-MSQ-CAT-K) = WS-MSG-REC-ID THEN
		MOVE WS-MSQ-CAT-K TO WS-MSQ-CAT-HIT
	END-IF.

	COPY NUMEDITP.
	COPY RPTPRT.

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
