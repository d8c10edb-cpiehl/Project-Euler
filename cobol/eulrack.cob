*>             EULRNOTE console can prove whether a human ever
*>             acknowledged it - the report and RETURN-CODE alone
*>             left that unrecorded.
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
*> 2026-10-15  DELTA function (ACKPARM): the downstream's acknowledgment
*>             of the change-only delta feed EULRDLTA (written by
*>             EULRDLTA, layout in DLTADAT.cpy) comes back as EULRDACK -
*>             problem id, change reason, run date, result, one row per
*>             loaded delta row - and is matched against the delta's
*>             rows the same one-for-one way, with the delta's own TRL
*>             row count and hash checked against its rows (a break
*>             counts as a discrepancy). No delta file, like no ack
*>             file, is RETURN-CODE 16.
*> 2026-10-15  an SBOX run matches the delta acknowledgment against
*>             the shadow delta EULRDLTA.T that EULRDLTA writes in the
*>             sandbox, as it already reads the shadow EULREXP, rather
*>             than the live EULRDLTA.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRACK.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ACK-EXP-STATUS.
	SELECT EULRDACK-FILE ASSIGN TO "EULRDACK"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ACK-DIN-STATUS.
	SELECT EULRDLTA-FILE ASSIGN TO WS-ACK-DLTA-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ACK-DLTA-STATUS.
	SELECT EULREXPR-FILE ASSIGN TO "EULREXPR"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT ACKRPT-FILE ASSIGN TO "ACKRPT"
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
FD  ACKPARM-FILE.
01  EULRACKF-RECORD                PIC X(36).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  EULRDACK-FILE.
01  EULRDACK-RECORD                PIC X(41).

FD  EULRDLTA-FILE.
01  EULRDLTA-RECORD                PIC X(287).

FD  EULREXPR-FILE.
01  EULREXPR-RECORD                PIC X(209).

FD  ACKRPT-FILE.
01  ACKRPT-RECORD                  PIC X(110).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

01  EULRNOTQ-FILE-RECORD           PIC X(118).
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
	COPY ACKPRM.
	COPY EXPDAT.
	COPY DLTADAT.
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
	COPY NOTDAT.

	01 WS-ACK-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-ACK-IN-STATUS PIC XX VALUE SPACES.
	01 WS-ACK-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-ACK-DIN-STATUS PIC XX VALUE SPACES.
	01 WS-ACK-DLTA-STATUS PIC XX VALUE SPACES.
*> the delta this night wrote - its EULRDLTA.T shadow in SBOX, the
*> name EULRDLTA gives its own output there
	01 WS-ACK-DLTA-NAME PIC X(12) VALUE "EULRDLTA".
	01 WS-ACK-EOF PIC 9 VALUE 0.
	01 WS-ACK-REJECTED PIC 9 VALUE 0.
	01 WS-ACK-REEXPORT PIC 9 VALUE 0.
	01 WS-ACK-DELTA PIC 9 VALUE 0.

*> the acknowledgments, consumed one-for-one as history rows claim
*> them - a rerun the same day needs its own ack row
			10 WS-ACKT-RUN-DATE    PIC 9(08).
			10 WS-ACKT-RESULT      PIC 9(18).
			10 WS-ACKT-USED        PIC X(01).
*> the delta acknowledgment's change reason (blank for EULRACKF)
			10 WS-ACKT-REASON      PIC X(04).
	01 WS-ACK-COUNT PIC 9(3) VALUE 0.
	01 WS-K PIC 9(3) VALUE 0.
	01 WS-ACK-IX PIC 9(3) VALUE 0.
		05 WS-ACKIN-RUN-DATE       PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-ACKIN-RESULT         PIC 9(18).
*> EULRDACK: problem id, change reason, run date, result
	01 WS-ACK-DIN-RECORD.
		05 WS-DACKIN-PROBLEM-ID    PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DACKIN-REASON        PIC X(04).
		05 FILLER                  PIC X(01).
		05 WS-DACKIN-RUN-DATE      PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-DACKIN-RESULT        PIC 9(18).

	01 WS-ACK-UNACKED PIC 9(5) VALUE 0.
	01 WS-ACK-DISAGREE PIC 9(5) VALUE 0.
	01 WS-ACK-RESEND-HASH PIC 9(18) VALUE 0.
	01 WS-ACK-MSG PIC X(100) VALUE SPACES.
	01 WS-ACK-HDR-LINE PIC X(200) VALUE SPACES.
*> the delta's rows and its TRL control totals, checked against
*> each other before a single row is matched
	01 WS-ACK-DLTA-LINE PIC X(287) VALUE SPACES.
	01 WS-ACK-DLTA-TRL.
		05 FILLER                  PIC X(04).
		05 WS-ACK-TRL-ROWS-X       PIC X(05).
		05 FILLER                  PIC X(01).
		05 WS-ACK-TRL-HASH-X       PIC X(18).
		05 FILLER                  PIC X(259).
	01 WS-ACK-DLTA-ROWS PIC 9(5) VALUE 0.
	01 WS-ACK-DLTA-HASH PIC 9(18) VALUE 0.
	01 WS-ACK-DLTA-TRL-SEEN PIC 9 VALUE 0.
	01 WS-ACK-CTL-BREAK PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRACK" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	IF WS-MODE-IS-SBOX THEN
		MOVE "EULRDLTA.T" TO WS-ACK-DLTA-NAME
	END-IF.
	MOVE "EULRACK" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-ACK-REJECTED = 0 THEN
		PERFORM ACK-LOAD-PARA
	END-IF.
	OPEN OUTPUT ACKRPT-FILE.
	MOVE "DOWNSTREAM ACKNOWLEDGMENT RECONCILIATION" TO ACKRPT-RECORD.
	IF WS-ACK-DELTA = 1 THEN
		MOVE "DOWNSTREAM ACKNOWLEDGMENT RECONCILIATION - DELTA FEED"
			TO ACKRPT-RECORD
	END-IF.
	WRITE ACKRPT-RECORD.
	IF WS-ACK-REEXPORT = 1 THEN
		OPEN OUTPUT EULREXPR-FILE
		ACCEPT WS-ACK-HDR-LINE(13:8) FROM DATE YYYYMMDD
		WRITE EULREXPR-RECORD FROM WS-ACK-HDR-LINE
	END-IF.
	IF WS-ACK-DELTA = 1 THEN
		PERFORM DLTA-PASS-PARA
	ELSE
		PERFORM EXP-PASS-PARA
	END-IF.
	PERFORM NEVER-SENT-PARA.
	IF WS-ACK-REEXPORT = 1 THEN
		MOVE SPACES TO WS-ACK-HDR-LINE
		"  UNACKNOWLEDGED " WS-ACK-UNACKED
		"  DISAGREEMENTS " WS-ACK-DISAGREE
		"  ACKED-NEVER-SENT " WS-ACK-NEVER-SENT
		"  CONTROL BREAKS " WS-ACK-CTL-BREAK
		DELIMITED BY SIZE INTO ACKRPT-RECORD
	END-STRING.
	WRITE ACKRPT-RECORD.
	CLOSE ACKRPT-FILE.
	DISPLAY "EULRACK: MATCHED " WS-ACK-MATCHED " UNACKED "
		WS-ACK-UNACKED " DISAGREE " WS-ACK-DISAGREE
		" NEVER-SENT " WS-ACK-NEVER-SENT
		" CONTROL BREAKS " WS-ACK-CTL-BREAK.
	COMPUTE WS-RPT-RESULT = WS-ACK-UNACKED + WS-ACK-DISAGREE
		+ WS-ACK-NEVER-SENT + WS-ACK-CTL-BREAK.
	PERFORM RPT-PRINT-PARA.
	IF WS-RPT-RESULT > 0 THEN
		MOVE 8 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "WARN" TO WS-NOT-SEVERITY
		EVALUATE FUNCTION TRIM(WS-ACK-FUNCTION)
			WHEN "CHECK"    CONTINUE
			WHEN "REEXPORT" MOVE 1 TO WS-ACK-REEXPORT
			WHEN "DELTA"    MOVE 1 TO WS-ACK-DELTA
			WHEN OTHER
				DISPLAY "EULRACK: REJECTED FUNCTION '"
					WS-ACK-FUNCTION
					"' - MUST BE CHECK, REEXPORT, OR DELTA"
				MOVE 1 TO WS-ACK-REJECTED
		END-EVALUATE
	END-IF.

	ACK-LOAD-PARA.
	IF WS-ACK-DELTA = 1 THEN
		PERFORM DACK-LOAD-PARA
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT EULRACKF-FILE.
	IF WS-ACK-IN-STATUS NOT = "00" THEN
		DISPLAY "EULRACK: REJECTED - ACKNOWLEDGMENT FILE EULRACKF"
			MOVE WS-ACKIN-RUN-DATE TO WS-ACKT-RUN-DATE(WS-ACK-COUNT)
			MOVE WS-ACKIN-RESULT TO WS-ACKT-RESULT(WS-ACK-COUNT)
			MOVE "N" TO WS-ACKT-USED(WS-ACK-COUNT)
			MOVE SPACES TO WS-ACKT-REASON(WS-ACK-COUNT)
		ELSE
			DISPLAY "EULRACK: MORE THAN 500 ACKNOWLEDGMENTS -"
				" HOUSEKEEP EULREXP AND SPLIT THE ACK FILE"
		END-IF
	END-IF.

*> DELTA: the acknowledgments of the delta feed, and the delta
*> itself must be on hand to match them against
	DACK-LOAD-PARA.
	OPEN INPUT EULRDACK-FILE.
	IF WS-ACK-DIN-STATUS NOT = "00" THEN
		DISPLAY "EULRACK: REJECTED - DELTA ACKNOWLEDGMENT FILE"
			" EULRDACK NOT FOUND"
		MOVE 1 TO WS-ACK-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM DACK-LOAD-ROW-PARA UNTIL WS-ACK-EOF = 1.
	CLOSE EULRDACK-FILE.
	OPEN INPUT EULRDLTA-FILE.
	IF WS-ACK-DLTA-STATUS NOT = "00" THEN
		DISPLAY "EULRACK: REJECTED - NO DELTA FEED EULRDLTA ON FILE"
		MOVE 1 TO WS-ACK-REJECTED
	ELSE
		CLOSE EULRDLTA-FILE
	END-IF.

	DACK-LOAD-ROW-PARA.
	READ EULRDACK-FILE INTO WS-ACK-DIN-RECORD
		AT END MOVE 1 TO WS-ACK-EOF
	END-READ.
	IF WS-ACK-EOF = 0 THEN
		IF WS-ACK-COUNT < 500 THEN
			ADD 1 TO WS-ACK-COUNT
			MOVE WS-DACKIN-PROBLEM-ID
				TO WS-ACKT-PROBLEM-ID(WS-ACK-COUNT)
			MOVE WS-DACKIN-RUN-DATE TO WS-ACKT-RUN-DATE(WS-ACK-COUNT)
			MOVE WS-DACKIN-RESULT TO WS-ACKT-RESULT(WS-ACK-COUNT)
			MOVE "N" TO WS-ACKT-USED(WS-ACK-COUNT)
			MOVE WS-DACKIN-REASON TO WS-ACKT-REASON(WS-ACK-COUNT)
		ELSE
			DISPLAY "EULRACK: MORE THAN 500 DELTA ACKNOWLEDGMENTS -"
				" SPLIT THE ACK FILE"
			MOVE 1 TO WS-ACK-EOF
			MOVE 1 TO WS-ACK-REJECTED
		END-IF
	END-IF.

*> Every history row claims one acknowledgment: same problem and run
*> date, not yet claimed. No claimant means the downstream never
*> loaded the row; a claimed ack with a different result means it
		END-IF
	END-IF.

*> Every delta row claims one acknowledgment - same problem, change
*> reason, and run date - and the rows must add up to the delta's
*> own trailer: a short or padded delta is a control break even
*> when every row it does hold was acknowledged
	DLTA-PASS-PARA.
	MOVE 0 TO WS-ACK-EOF.
	MOVE 0 TO WS-ACK-DLTA-ROWS.
	MOVE 0 TO WS-ACK-DLTA-HASH.
	MOVE 0 TO WS-ACK-DLTA-TRL-SEEN.
	OPEN INPUT EULRDLTA-FILE.
	PERFORM DLTA-ROW-PARA UNTIL WS-ACK-EOF = 1.
	CLOSE EULRDLTA-FILE.
	IF WS-ACK-DLTA-TRL-SEEN = 0 THEN
		ADD 1 TO WS-ACK-CTL-BREAK
		MOVE "CONTROL BREAK: EULRDLTA HAS NO TRL RECORD - THE FEED"
			& " IS INCOMPLETE" TO WS-ACK-MSG
		PERFORM REPORT-LINE-PARA
	END-IF.

	DLTA-ROW-PARA.
	READ EULRDLTA-FILE INTO WS-ACK-DLTA-LINE
		AT END MOVE 1 TO WS-ACK-EOF
	END-READ.
	IF WS-ACK-EOF = 1 OR WS-ACK-DLTA-LINE(1:4) = "HDR " THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-ACK-DLTA-LINE(1:4) = "TRL " THEN
		MOVE 1 TO WS-ACK-DLTA-TRL-SEEN
		PERFORM DLTA-TRL-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-ACK-DLTA-LINE TO WS-DLTA-ROW.
	ADD 1 TO WS-ACK-DLTA-ROWS.
	COMPUTE WS-ACK-DLTA-HASH = FUNCTION MOD(
		WS-ACK-DLTA-HASH + WS-DLTA-RESULT-LOW, 1000000000000000000).
	MOVE 0 TO WS-ACK-IX.
	PERFORM DACK-FIND-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-ACK-COUNT OR WS-ACK-IX > 0.
	IF WS-ACK-IX = 0 THEN
		ADD 1 TO WS-ACK-UNACKED
		MOVE SPACES TO WS-ACK-MSG
		STRING "UNACKNOWLEDGED: " WS-DLTA-PROBLEM-ID
			" " WS-DLTA-REASON " " WS-DLTA-RUN-DATE
			" " WS-DLTA-RESULT-LOW
			DELIMITED BY SIZE INTO WS-ACK-MSG
		END-STRING
		PERFORM REPORT-LINE-PARA
	ELSE
		MOVE "Y" TO WS-ACKT-USED(WS-ACK-IX)
		IF WS-ACKT-RESULT(WS-ACK-IX) NOT = WS-DLTA-RESULT-LOW THEN
			ADD 1 TO WS-ACK-DISAGREE
			MOVE SPACES TO WS-ACK-MSG
			STRING "RESULT DISAGREEMENT: "
				WS-DLTA-PROBLEM-ID " " WS-DLTA-REASON " "
				WS-DLTA-RUN-DATE " SENT " WS-DLTA-RESULT-LOW
				" ACKED " WS-ACKT-RESULT(WS-ACK-IX)
				DELIMITED BY SIZE INTO WS-ACK-MSG
			END-STRING
			PERFORM REPORT-LINE-PARA
		ELSE
			ADD 1 TO WS-ACK-MATCHED
		END-IF
	END-IF.

	DLTA-TRL-PARA.
	MOVE WS-ACK-DLTA-LINE TO WS-ACK-DLTA-TRL.
	IF WS-ACK-TRL-ROWS-X IS NUMERIC
			AND WS-ACK-TRL-HASH-X IS NUMERIC THEN
		IF WS-ACK-TRL-ROWS-X = WS-ACK-DLTA-ROWS
				AND WS-ACK-TRL-HASH-X = WS-ACK-DLTA-HASH THEN
			EXIT PARAGRAPH
		END-IF
	END-IF.
	ADD 1 TO WS-ACK-CTL-BREAK.
	MOVE SPACES TO WS-ACK-MSG.
	STRING "CONTROL BREAK: EULRDLTA TRAILER " WS-ACK-TRL-ROWS-X
		" " WS-ACK-TRL-HASH-X " - ROWS READ " WS-ACK-DLTA-ROWS
		" " WS-ACK-DLTA-HASH
		DELIMITED BY SIZE INTO WS-ACK-MSG
	END-STRING.
	PERFORM REPORT-LINE-PARA.

	DACK-FIND-PARA.
	IF WS-ACKT-USED(WS-K) = "N"
			AND WS-ACKT-PROBLEM-ID(WS-K) = WS-DLTA-PROBLEM-ID
			AND WS-ACKT-REASON(WS-K) = WS-DLTA-REASON
			AND WS-ACKT-RUN-DATE(WS-K) = WS-DLTA-RUN-DATE THEN
		MOVE WS-K TO WS-ACK-IX
	END-IF.

	ACK-FIND-PARA.
	IF WS-ACKT-USED(WS-K) = "N"
			AND WS-ACKT-PROBLEM-ID(WS-K) = WS-EXPORT-PROBLEM-ID
			" " WS-ACKT-RUN-DATE(WS-K) " " WS-ACKT-RESULT(WS-K)
			DELIMITED BY SIZE INTO WS-ACK-MSG
		END-STRING
		IF WS-ACK-DELTA = 1 THEN
			MOVE SPACES TO WS-ACK-MSG
			STRING "ACKED-NEVER-SENT: " WS-ACKT-PROBLEM-ID(WS-K)
				" " WS-ACKT-REASON(WS-K) " " WS-ACKT-RUN-DATE(WS-K)
				" " WS-ACKT-RESULT(WS-K)
				DELIMITED BY SIZE INTO WS-ACK-MSG
			END-STRING
		END-IF
		PERFORM REPORT-LINE-PARA
	END-IF.

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
	COPY NOTPRC.
