*> Period close: once a business month's SLA figures are signed off
*>   and its chargeback statement issued, nothing should be stamped
*>   onto it again - yet an EULRBDTE card back-dated into the month
*>   let any suite program add fresh audit and export lines to it,
*>   and EULRCAT BLESS or an EULRHKP cut could still re-bless or
*>   re-split its records. This program keeps the period-control
*>   file EULRPCTL (layout and the why in PCTLDAT.cpy): CLOSE marks
*>   a finished month closed, REOPEN opens it again for a controlled
*>   correction, and LIST shows every month on the file. The suite
*>   programs refuse a closed month themselves (PCTLGPRC.cpy).
*> compile with cobc -free -O -x -o eulrpcls.exe -I copy eulrpcls.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - PCLSPARM card: cols 01-08 the function
*>             CLOSE, REOPEN, or LIST (blank = LIST), cols 09-14 the
*>             business month YYYYMM (blank on CLOSE = the month
*>             before the business date's; REOPEN must name it),
*>             cols 15-54 the reason, required on REOPEN. Only a
*>             month that has ended may be closed, and only a closed
*>             one reopened. CLOSE and REOPEN run under the run
*>             interlock and the PERIOD authority (EULRAUTH), rewrite
*>             EULRPCTL, and log one EULRCHG record (card EULRPCTL:
*>             the month's record before, and after with the reason
*>             in cols 42-81). A bad card is PC02, a month not in a
*>             state for the function (or an EULRPCTL past 240
*>             months) is PC03. RETURN-CODE 0 normal, 12 interlock
*>             held, 16 rejected or refused.
*>             This program is not itself held off by a closed month
*>             - it is how a closed month is opened again.
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
PROGRAM-ID. EULRPCLS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PCLSPARM-FILE ASSIGN TO "PCLSPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCL-PARM-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT EULRAUTH-FILE ASSIGN TO "EULRAUTH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUTH-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRCHG-FILE ASSIGN TO "EULRCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-STATUS.
	SELECT CHGIN-FILE ASSIGN TO WS-CHG-IN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-IN-STATUS.
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

DATA DIVISION.
FILE SECTION.
FD  PCLSPARM-FILE.
01  PCLSPARM-RECORD                PIC X(54).

FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
FD  EULRCHG-FILE.
01  EULRCHG-FILE-RECORD            PIC X(246).
FD  CHGIN-FILE.
01  CHGIN-RECORD                   PIC X(100).
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
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY CHGDAT.

	01 WS-PCL-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-PCL-REJECTED PIC 9 VALUE 0.

	01 WS-PCL-PARM-CARD.
		05 WS-PCL-FUNCTION         PIC X(08).
		05 WS-PCL-MONTH-X          PIC X(06).
		05 WS-PCL-REASON           PIC X(40).
	01 WS-PCL-MONTH PIC 9(6) VALUE 0.
	01 WS-PCL-MONTH-R REDEFINES WS-PCL-MONTH.
		05 WS-PCL-MONTH-YYYY       PIC 9(04).
		05 WS-PCL-MONTH-MM         PIC 9(02).
*> the business date's own month - the newest one that may not be
*> closed yet
	01 WS-PCL-BUS-MONTH PIC 9(6) VALUE 0.

*> EULRPCTL in core while one month's record is replaced or added
	01 WS-PCL-TABLE.
		05 WS-PCL-ROW PIC X(40) OCCURS 240 TIMES VALUE SPACES.
	01 WS-PCL-ROWS PIC 9(3) VALUE 0.
	01 WS-PCL-IX PIC 9(3) VALUE 0.
	01 WS-PCL-FOUND PIC 9(3) VALUE 0.
	01 WS-PCL-FULL PIC 9 VALUE 0.
	01 WS-PCL-EOF PIC 9 VALUE 0.
	01 WS-PCL-OLD-ROW PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRPCLS" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRPCLS" TO WS-RPT-PROBLEM-ID.
	MOVE "EULRPCLS" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRPCLS" TO WS-CHG-PROGRAM.
	PERFORM P-PARA.
	IF WS-PCL-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-PCL-FUNCTION = "LIST" THEN
		PERFORM LIST-PARA
		MOVE 0 TO RETURN-CODE
		MOVE WS-PCL-ROWS TO WS-RPT-RESULT
		PERFORM RPT-PRINT-PARA
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM CHANGE-RUN-PARA.
	GOBACK.

*> The card: function, month, and reason. A blank month on CLOSE is
*> the month before the business date's - the one month-end closes
	P-PARA.
	MOVE SPACES TO WS-PCL-PARM-CARD.
	OPEN INPUT PCLSPARM-FILE.
	IF WS-PCL-PARM-STATUS = "00" THEN
		READ PCLSPARM-FILE INTO WS-PCL-PARM-CARD
			AT END MOVE SPACES TO WS-PCL-PARM-CARD
		END-READ
		CLOSE PCLSPARM-FILE
	END-IF.
	IF WS-PCL-FUNCTION = SPACES THEN
		MOVE "LIST" TO WS-PCL-FUNCTION
	END-IF.
	IF WS-PCL-FUNCTION NOT = "CLOSE" AND NOT = "REOPEN"
			AND NOT = "LIST" THEN
		DISPLAY "EULRPCLS: REJECTED FUNCTION '" WS-PCL-FUNCTION
			"' - MUST BE CLOSE, REOPEN, LIST, OR BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE(1:6) TO WS-PCL-BUS-MONTH.
	IF WS-PCL-FUNCTION = "LIST" THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-PCL-MONTH-X = SPACES AND WS-PCL-FUNCTION = "CLOSE" THEN
		MOVE WS-PCL-BUS-MONTH TO WS-PCL-MONTH
		IF WS-PCL-MONTH-MM = 1 THEN
			SUBTRACT 1 FROM WS-PCL-MONTH-YYYY
			MOVE 12 TO WS-PCL-MONTH-MM
		ELSE
			SUBTRACT 1 FROM WS-PCL-MONTH-MM
		END-IF
	ELSE
		MOVE 0 TO WS-PCL-MONTH
		IF WS-PCL-MONTH-X IS NUMERIC THEN
			MOVE WS-PCL-MONTH-X TO WS-PCL-MONTH
		END-IF
		IF WS-PCL-MONTH-YYYY < 1900 OR WS-PCL-MONTH-MM < 1
				OR WS-PCL-MONTH-MM > 12 THEN
			DISPLAY "EULRPCLS: REJECTED MONTH '" WS-PCL-MONTH-X
				"' - MUST BE YYYYMM (BLANK ONLY ON CLOSE)"
			PERFORM CARD-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-PCL-FUNCTION = "REOPEN" AND WS-PCL-REASON = SPACES THEN
		DISPLAY "EULRPCLS: REJECTED - A REOPEN MUST GIVE ITS REASON"
			" (COLS 15-54)"
		PERFORM CARD-REJECT-PARA
	END-IF.

	CARD-REJECT-PARA.
	MOVE "PC02" TO WS-DIAG-CODE.
	MOVE WS-PCL-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PCL-REJECTED.

*> LIST: every month on the file, as it stands
	LIST-PARA.
	PERFORM LOAD-PARA.
	IF WS-PCL-ROWS = 0 THEN
		DISPLAY "EULRPCLS: NO MONTH HAS BEEN CLOSED (NO EULRPCTL"
			" RECORDS) - BACK-DATED RUNS ARE NOT HELD OFF"
		EXIT PARAGRAPH
	END-IF.
	DISPLAY "EULRPCLS: MONTH  STATE  DATE     TIME     OPERATOR".
	PERFORM LIST-ROW-PARA VARYING WS-PCL-IX FROM 1 BY 1
		UNTIL WS-PCL-IX > WS-PCL-ROWS.
	MOVE WS-PCL-BUS-MONTH TO WS-PCTL-MONTH.
	PERFORM PCTL-LOOK-PARA.
	IF WS-PCTL-CLOSED = 1 THEN
		DISPLAY "EULRPCLS: NOTE - THE BUSINESS DATE " WS-BUS-DATE
			" FALLS IN A CLOSED MONTH; SUITE RUNS WILL BE REFUSED"
	END-IF.

	LIST-ROW-PARA.
	MOVE WS-PCL-ROW(WS-PCL-IX) TO WS-PCTL-RECORD.
	DISPLAY "EULRPCLS: " WS-PCTL-REC-MONTH " " WS-PCTL-REC-STATE
		" " WS-PCTL-REC-DATE " " WS-PCTL-REC-TIME " "
		WS-PCTL-REC-OPERATOR.

*> CLOSE and REOPEN: under the interlock and the PERIOD authority,
*> the month's state checked against the file, then the file
*> rewritten and the change logged
	CHANGE-RUN-PARA.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	MOVE "PERIOD" TO WS-AUTH-FUNCTION.
	PERFORM AUTH-CHECK-PARA.
	IF WS-AUTH-ALLOWED NOT = "Y" THEN
		PERFORM AUTH-DENY-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	PERFORM LOAD-PARA.
	PERFORM STATE-CHECK-PARA.
	IF WS-PCL-REJECTED = 1 THEN
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PCL-OLD-ROW.
	IF WS-PCL-FOUND > 0 THEN
		MOVE WS-PCL-ROW(WS-PCL-FOUND) TO WS-PCL-OLD-ROW
	ELSE
		ADD 1 TO WS-PCL-ROWS
		MOVE WS-PCL-ROWS TO WS-PCL-FOUND
	END-IF.
	MOVE SPACES TO WS-PCTL-RECORD.
	MOVE WS-PCL-MONTH TO WS-PCTL-REC-MONTH.
	IF WS-PCL-FUNCTION = "CLOSE" THEN
		MOVE "CLOSED" TO WS-PCTL-REC-STATE
	ELSE
		MOVE "OPEN" TO WS-PCTL-REC-STATE
	END-IF.
	ACCEPT WS-PCTL-REC-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-PCTL-REC-TIME FROM TIME.
	MOVE WS-AUTH-OPERATOR TO WS-PCTL-REC-OPERATOR.
	MOVE WS-PCTL-RECORD TO WS-PCL-ROW(WS-PCL-FOUND).
	PERFORM SAVE-PARA.
	MOVE "EULRPCTL" TO WS-CHG-CARD-NAME.
	MOVE SPACES TO WS-CHG-BEFORE.
	MOVE WS-PCL-OLD-ROW TO WS-CHG-BEFORE(1:40).
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-PCTL-RECORD TO WS-CHG-AFTER(1:40).
	MOVE WS-PCL-REASON TO WS-CHG-AFTER(42:40).
	PERFORM CHG-WRITE-PARA.
	IF WS-PCL-FUNCTION = "CLOSE" THEN
		MOVE "PCL001I" TO WS-MSG-ID
		STRING "PERIOD " WS-PCL-MONTH " CLOSED BY "
			FUNCTION TRIM(WS-AUTH-OPERATOR)
			" - RUNS DATED IN IT ARE NOW REFUSED"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
	ELSE
		MOVE "PCL002W" TO WS-MSG-ID
		STRING "PERIOD " WS-PCL-MONTH " REOPENED BY "
			FUNCTION TRIM(WS-AUTH-OPERATOR) " - "
			FUNCTION TRIM(WS-PCL-REASON)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
	END-IF.
	PERFORM MSG-PARA.
	PERFORM LOCK-FREE-PARA.
	MOVE 0 TO RETURN-CODE.
	MOVE 1 TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> Only a month that has ended may be closed, and not twice; only a
*> closed month may be reopened
	STATE-CHECK-PARA.
	IF WS-PCL-FULL = 1 THEN
		DISPLAY "EULRPCLS: REJECTED - EULRPCTL HOLDS MORE THAN 240"
			" MONTHS; ARCHIVE THE OLDEST BEFORE CHANGING IT"
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PCTL-RECORD.
	IF WS-PCL-FOUND > 0 THEN
		MOVE WS-PCL-ROW(WS-PCL-FOUND) TO WS-PCTL-RECORD
	END-IF.
	IF WS-PCL-FUNCTION = "CLOSE" THEN
		IF WS-PCL-MONTH NOT < WS-PCL-BUS-MONTH THEN
			DISPLAY "EULRPCLS: REJECTED - PERIOD " WS-PCL-MONTH
				" HAS NOT ENDED (BUSINESS DATE " WS-BUS-DATE ")"
			PERFORM STATE-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
		IF WS-PCTL-REC-IS-CLOSED THEN
			DISPLAY "EULRPCLS: REJECTED - PERIOD " WS-PCL-MONTH
				" IS ALREADY CLOSED (" WS-PCTL-REC-DATE " BY "
				FUNCTION TRIM(WS-PCTL-REC-OPERATOR) ")"
			PERFORM STATE-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
		IF WS-PCL-FOUND = 0 AND WS-PCL-ROWS = 240 THEN
			DISPLAY "EULRPCLS: REJECTED - EULRPCTL IS FULL AT 240"
				" MONTHS; ARCHIVE THE OLDEST BEFORE CLOSING ANOTHER"
			PERFORM STATE-REJECT-PARA
		END-IF
	ELSE
		IF NOT WS-PCTL-REC-IS-CLOSED THEN
			DISPLAY "EULRPCLS: REJECTED - PERIOD " WS-PCL-MONTH
				" IS NOT CLOSED, NOTHING TO REOPEN"
			PERFORM STATE-REJECT-PARA
		END-IF
	END-IF.

	STATE-REJECT-PARA.
	MOVE "PC03" TO WS-DIAG-CODE.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-PCL-FUNCTION " " WS-PCL-MONTH
		DELIMITED BY SIZE INTO WS-DIAG-VALUE
	END-STRING.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PCL-REJECTED.

*> EULRPCTL into core, noting the card's month (if it is on file).
*> A missing file is an empty one - no month closed yet
	LOAD-PARA.
	MOVE 0 TO WS-PCL-ROWS.
	MOVE 0 TO WS-PCL-FOUND.
	MOVE 0 TO WS-PCL-FULL.
	MOVE 0 TO WS-PCL-EOF.
	OPEN INPUT EULRPCTL-FILE.
	IF WS-PCTL-STATUS = "00" THEN
		PERFORM LOAD-ROW-PARA UNTIL WS-PCL-EOF = 1
		CLOSE EULRPCTL-FILE
	END-IF.

	LOAD-ROW-PARA.
	READ EULRPCTL-FILE INTO WS-PCTL-LINE
		AT END MOVE 1 TO WS-PCL-EOF
	END-READ.
	IF WS-PCL-EOF = 0 AND WS-PCTL-LINE(1:6) IS NUMERIC THEN
		IF WS-PCL-ROWS < 240 THEN
			ADD 1 TO WS-PCL-ROWS
			MOVE WS-PCTL-LINE TO WS-PCL-ROW(WS-PCL-ROWS)
			IF WS-PCTL-LINE(1:6) = WS-PCL-MONTH THEN
				MOVE WS-PCL-ROWS TO WS-PCL-FOUND
			END-IF
		ELSE
			MOVE 1 TO WS-PCL-FULL
		END-IF
	END-IF.

*> EULRPCTL back out whole
	SAVE-PARA.
	OPEN OUTPUT EULRPCTL-FILE.
	PERFORM SAVE-ROW-PARA VARYING WS-PCL-IX FROM 1 BY 1
		UNTIL WS-PCL-IX > WS-PCL-ROWS.
	CLOSE EULRPCTL-FILE.

	SAVE-ROW-PARA.
	WRITE EULRPCTL-FILE-RECORD FROM WS-PCL-ROW(WS-PCL-IX).

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
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY LOCKPRC.
	COPY CHGLOG.
	COPY AUTHPRC.
