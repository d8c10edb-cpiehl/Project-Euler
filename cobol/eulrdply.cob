*> Deployment recorder: when a result moved with identical cards the
*>   only explanation left was a code change, and nothing on file said
*>   when one went in. This program keeps the program-version registry
*>   EULRVREG (layout and the why in VREGDAT.cpy): RECORD appends one
*>   deployment - the program, the version level that went in, and
*>   the change reference it went in under, dated and stamped with the
*>   operator - and LIST shows the log, all of it or one program's.
*>   From the next run on, the program's audit lines and export rows
*>   carry the new level, EULRCMP can say CODE-CHG, and EULRCPNT lists
*>   the deployment beside the card rewrites around a change.
*> compile with cobc -free -O -x -o eulrdply.exe -I copy eulrdply.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - DPLYPARM card: cols 01-08 the function
*>             RECORD or LIST (blank = LIST), cols 10-17 the program
*>             id (EULERnn or EULRxxxx; optional on LIST to show one
*>             program), cols 19-26 the version level, cols 28-43 the
*>             change reference - all three required on RECORD. A
*>             version already the program's current level is refused
*>             (VR02) so a rerun of the deployment step cannot log it
*>             twice; a bad card is VR01. RECORD runs under the run
*>             interlock and appends to EULRVREG. RETURN-CODE 0
*>             normal, 12 interlock held, 16 rejected.
*> 2026-10-15  a deployment of EULER18 is logged for EULER67 as well
*>             - the same program under its ENTRY name, stamping its
*>             own problem id - so EULER67's audit lines and export
*>             rows carry a version; a card naming EULER67 itself is
*>             refused (VR01).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRDPLY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DPLYPARM-FILE ASSIGN TO "DPLYPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DPL-PARM-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
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
FD  DPLYPARM-FILE.
01  DPLYPARM-RECORD                PIC X(43).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
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
	COPY LOCKDAT.

	01 WS-DPL-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-DPL-REJECTED PIC 9 VALUE 0.

	01 WS-DPL-PARM-CARD.
		05 WS-DPL-FUNCTION         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DPL-PROGRAM          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DPL-VERSION          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DPL-CHANGE           PIC X(16).

*> the program's level now on file, and the LIST count
	01 WS-DPL-CURRENT PIC X(08) VALUE SPACES.
	01 WS-DPL-ROWS PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRDPLY" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRDPLY" TO WS-RPT-PROBLEM-ID.
	MOVE "EULRDPLY" TO WS-LOCK-MY-PROGRAM.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-DPL-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-DPL-FUNCTION = "LIST" THEN
		PERFORM LIST-PARA
		MOVE 0 TO RETURN-CODE
		MOVE WS-DPL-ROWS TO WS-RPT-RESULT
		PERFORM RPT-PRINT-PARA
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM RECORD-RUN-PARA.
	GOBACK.

*> The card: function, program, version, and change reference. The
*> program id must be one of the suite's - an EULERnn problem or an
*> EULRxxxx utility - since it is what the audit and export stamps
*> look the level up by
	P-PARA.
	MOVE SPACES TO WS-DPL-PARM-CARD.
	OPEN INPUT DPLYPARM-FILE.
	IF WS-DPL-PARM-STATUS = "00" THEN
		READ DPLYPARM-FILE INTO WS-DPL-PARM-CARD
			AT END MOVE SPACES TO WS-DPL-PARM-CARD
		END-READ
		CLOSE DPLYPARM-FILE
	END-IF.
	IF WS-DPL-FUNCTION = SPACES THEN
		MOVE "LIST" TO WS-DPL-FUNCTION
	END-IF.
	IF WS-DPL-FUNCTION NOT = "RECORD" AND NOT = "LIST" THEN
		DISPLAY "EULRDPLY: REJECTED FUNCTION '" WS-DPL-FUNCTION
			"' - MUST BE RECORD, LIST, OR BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-DPL-FUNCTION = "LIST" THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-DPL-PROGRAM(1:4) NOT = "EULR"
			AND WS-DPL-PROGRAM(1:5) NOT = "EULER" THEN
		DISPLAY "EULRDPLY: REJECTED PROGRAM '" WS-DPL-PROGRAM
			"' - MUST BE A SUITE PROGRAM ID (COLS 10-17)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
*> EULER67 is an entry in the EULER18 program - its row is written
*> with EULER18's, never on its own
	IF WS-DPL-PROGRAM = "EULER67" THEN
		DISPLAY "EULRDPLY: REJECTED PROGRAM 'EULER67' - IT IS AN ENTRY"
			" IN EULER18; RECORD THE EULER18 DEPLOYMENT"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-DPL-VERSION = SPACES OR WS-DPL-CHANGE = SPACES THEN
		DISPLAY "EULRDPLY: REJECTED - A DEPLOYMENT NEEDS ITS VERSION"
			" (COLS 19-26) AND CHANGE REFERENCE (COLS 28-43)"
		PERFORM CARD-REJECT-PARA
	END-IF.

	CARD-REJECT-PARA.
	MOVE "VR01" TO WS-DIAG-CODE.
	MOVE WS-DPL-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-DPL-REJECTED.

*> LIST: the deployment log in deployment order, one program's rows
*> when the card names one
	LIST-PARA.
	MOVE 0 TO WS-DPL-ROWS.
	MOVE 0 TO WS-VREG-EOF.
	OPEN INPUT EULRVREG-FILE.
	IF WS-VREG-STATUS = "00" THEN
		DISPLAY "EULRDPLY: PROGRAM  VERSION  DATE     TIME     "
			"CHANGE           OPERATOR"
		PERFORM LIST-ROW-PARA UNTIL WS-VREG-EOF = 1
		CLOSE EULRVREG-FILE
	END-IF.
	IF WS-DPL-ROWS = 0 THEN
		DISPLAY "EULRDPLY: NO DEPLOYMENTS RECORDED ON EULRVREG"
			" - AUDIT AND EXPORT VERSION COLUMNS STAY BLANK"
	END-IF.

	LIST-ROW-PARA.
	READ EULRVREG-FILE INTO WS-VREG-RECORD
		AT END MOVE 1 TO WS-VREG-EOF
	END-READ.
	IF WS-VREG-EOF = 0 AND WS-VREG-REC-PROGRAM NOT = SPACES
			AND (WS-DPL-PROGRAM = SPACES
			OR WS-VREG-REC-PROGRAM = WS-DPL-PROGRAM) THEN
		ADD 1 TO WS-DPL-ROWS
		DISPLAY "EULRDPLY: " WS-VREG-REC-PROGRAM " "
			WS-VREG-REC-VERSION " " WS-VREG-REC-DATE " "
			WS-VREG-REC-TIME " " WS-VREG-REC-CHANGE " "
			WS-VREG-REC-OPERATOR
	END-IF.

*> RECORD: under the interlock, the program's current level checked
*> against the card, then the deployment appended
	RECORD-RUN-PARA.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	PERFORM CURRENT-PARA.
	IF WS-DPL-CURRENT = WS-DPL-VERSION THEN
		DISPLAY "EULRDPLY: REJECTED - " FUNCTION TRIM(WS-DPL-PROGRAM)
			" IS ALREADY AT VERSION " FUNCTION TRIM(WS-DPL-VERSION)
			" - NOTHING RECORDED"
		MOVE "VR02" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-DPL-PROGRAM " " WS-DPL-VERSION
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-VREG-RECORD.
	MOVE WS-DPL-PROGRAM TO WS-VREG-REC-PROGRAM.
	MOVE WS-DPL-VERSION TO WS-VREG-REC-VERSION.
	ACCEPT WS-VREG-REC-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-VREG-REC-TIME FROM TIME.
	MOVE WS-DPL-CHANGE TO WS-VREG-REC-CHANGE.
	ACCEPT WS-VREG-REC-OPERATOR FROM ENVIRONMENT "USER".
	OPEN EXTEND EULRVREG-FILE.
	IF WS-VREG-STATUS NOT = "00" THEN
		OPEN OUTPUT EULRVREG-FILE
	END-IF.
	WRITE EULRVREG-FILE-RECORD FROM WS-VREG-RECORD.
*> EULER67 runs EULER18's code and stamps its own problem id, so it
*> takes the same deployment under its own id
	IF WS-DPL-PROGRAM = "EULER18" THEN
		MOVE "EULER67" TO WS-VREG-REC-PROGRAM
		WRITE EULRVREG-FILE-RECORD FROM WS-VREG-RECORD
	END-IF.
	CLOSE EULRVREG-FILE.
	IF WS-DPL-CURRENT = SPACES THEN
		MOVE "NONE" TO WS-DPL-CURRENT
	END-IF.
	MOVE "DPL001I" TO WS-MSG-ID.
	STRING FUNCTION TRIM(WS-DPL-PROGRAM) " VERSION "
		FUNCTION TRIM(WS-DPL-VERSION) " DEPLOYED UNDER "
		FUNCTION TRIM(WS-DPL-CHANGE) " (WAS "
		FUNCTION TRIM(WS-DPL-CURRENT) ")"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	PERFORM LOCK-FREE-PARA.
	MOVE 0 TO RETURN-CODE.
	MOVE 1 TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> The card program's level now on file - the registry's own lookup,
*> pointed at the card program; the next stamp looks up afresh
	CURRENT-PARA.
	MOVE WS-DPL-PROGRAM TO WS-VREG-ASK.
	MOVE SPACES TO WS-VREG-FOR.
	PERFORM VREG-STAMP-PARA.
	MOVE WS-VREG-LEVEL TO WS-DPL-CURRENT.
	MOVE SPACES TO WS-VREG-FOR.

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
	COPY LOCKPRC.
