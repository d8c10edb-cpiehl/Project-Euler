*> Change-only delta feed to the downstream reporting system:
*>   EULREXP hands the downstream every row every night, and the
*>   reporting team reloads all of it and then works out for
*>   themselves which numbers actually moved. This program compares
*>   the night's EULRHIST rows against each problem's previous
*>   delivered row and writes only what changed - a new problem, a
*>   changed result, a changed parameter card, a changed
*>   reconciliation status - to EULRDLTA (row layout and the
*>   HDR/TRL control records in DLTADAT.cpy), each row with its
*>   change-reason code and the prior value, so the downstream can
*>   load and review the night's changes first. EULRACK DELTA
*>   checks the downstream's acknowledgment of it.
*> compile with cobc -free -O -x -o eulrdlta.exe -I copy eulrdlta.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - DLTAPARM card: cols 01-08 the night to
*>             deliver YYYYMMDD (blank = the business date). Run it
*>             after the night's EULERRUN: for every cataloged problem
*>             the night's latest EULRHIST row (highest same-day
*>             sequence) is compared with the row last delivered, held
*>             on the delivered-baseline file EULRDBAS, and the
*>             reconciliation status comes off the night's dated
*>             digest EULDGST.Dyyyymmdd (no digest = status changes
*>             not judged, message DLT001W). A problem with no row
*>             that night is not in the delta. EULRDBAS keeps each
*>             problem's row before the night as well, so a same-night
*>             rerun delivers the same delta again rather than an empty
*>             one; a night earlier than one already delivered is
*>             refused (DL01), as is a run with no catalog, no
*>             EULRHIST, or an EULRDBAS past 60 problems (DL02). Runs
*>             under the run interlock. A TEST or SBOX run writes the
*>             delta (SBOX to EULRDLTA.T) but does not advance
*>             EULRDBAS. RETURN-CODE 0 normal (a night with no changes
*>             included), 12 interlock held, 16 rejected; the change
*>             row count is the banner result.
*> 2026-10-15  runs as a night-chain step (CHNSTEPS), straight after
*>             EULERRUN and only when it ended clean.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRDLTA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DLTAPARM-FILE ASSIGN TO "DLTAPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DLT-PARM-STATUS.
	SELECT EULRHIST-FILE ASSIGN TO WS-SHAD-HIST-NAME
		ORGANIZATION INDEXED
		ACCESS MODE DYNAMIC
		RECORD KEY WS-HIST-KEY
		FILE STATUS WS-HIST-STATUS.
	SELECT EULDGST-FILE ASSIGN TO WS-DLT-DGST-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DLT-DGST-STATUS.
	SELECT EULRDBAS-FILE ASSIGN TO "EULRDBAS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DLT-BASE-STATUS.
	SELECT EULRDLTA-FILE ASSIGN TO WS-DLT-OUT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DLT-OUT-STATUS.
	SELECT EULREF-FILE ASSIGN TO "EULREF"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-REF-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
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
FD  DLTAPARM-FILE.
01  DLTAPARM-RECORD                PIC X(08).

FD  EULRHIST-FILE.
	COPY HISTDAT.

FD  EULDGST-FILE.
01  EULDGST-FILE-RECORD            PIC X(90).

FD  EULRDBAS-FILE.
01  EULRDBAS-RECORD                PIC X(363).

FD  EULRDLTA-FILE.
01  EULRDLTA-RECORD                PIC X(287).

FD  EULREF-FILE.
01  EULREF-FILE-RECORD             PIC X(269).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
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
	COPY EULREF.
	COPY REFTAB.
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
	COPY LOCKDAT.
	COPY GREGDAT.
	COPY EXPDAT.

	01 WS-DLT-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-DLT-DGST-STATUS PIC XX VALUE SPACES.
	01 WS-DLT-BASE-STATUS PIC XX VALUE SPACES.
	01 WS-DLT-OUT-STATUS PIC XX VALUE SPACES.
	01 WS-DLT-DGST-NAME PIC X(18) VALUE SPACES.
	01 WS-DLT-OUT-NAME PIC X(12) VALUE "EULRDLTA".
	01 WS-DLT-EOF PIC 9 VALUE 0.
	01 WS-DLT-REJECTED PIC 9 VALUE 0.

	01 WS-DLT-PARM-CARD.
		05 WS-DLT-NIGHT-X          PIC X(08).
	01 WS-DLT-NIGHT PIC 9(8) VALUE 0.
	01 WS-DLT-TODAY PIC 9(8) VALUE 0.

*> The delivered baseline (EULRDBAS, LINE SEQUENTIAL, one line per
*> problem ever delivered): the night it was last delivered, the row
*> delivered that night, and the row delivered before it - a rerun
*> of the same night compares against the latter, so it delivers
*> the same changes again instead of finding none. Each image:
*> run date, run id, 36-digit result, reconciliation status, card.
*>   cols 001-008  problem id
*>   cols 010-017  night last delivered
*>   cols 019-190  the row delivered that night
*>   cols 192-363  the row delivered before that night (blank: none)
	01 WS-DLT-BASE-LINE.
		05 WS-DBL-PROBLEM          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DBL-NIGHT            PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DBL-CUR              PIC X(172).
		05 FILLER                  PIC X(01).
		05 WS-DBL-PRI              PIC X(172).
*> EULRDBAS holds at most 60 problems (the 30-problem catalog and
*> room for problems since retired) and refuses the run past that
*> rather than drop rows; the table has room for a full catalog of
*> new problems on top
	01 WS-DLT-BASE-TABLE.
		05 WS-DB-ROW OCCURS 90 TIMES.
			10 WS-DB-PROBLEM       PIC X(08).
			10 WS-DB-NIGHT         PIC 9(08).
			10 WS-DB-CUR           PIC X(172).
			10 WS-DB-PRI           PIC X(172).
	01 WS-DLT-BASE-ROWS PIC 9(2) VALUE 0.
	01 WS-DLT-BX PIC 9(2) VALUE 0.
	01 WS-DLT-BK PIC 9(2) VALUE 0.
	01 WS-DLT-LATEST PIC 9(8) VALUE 0.

*> the night's row for the problem in hand, and the row it is
*> compared with - the same layout as a baseline image
	01 WS-DLT-TONIGHT.
		05 WS-DT-RUN-DATE          PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-DT-RUN-ID            PIC X(16).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-DT-RESULT            PIC 9(36).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-DT-RECON             PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-DT-CARD              PIC X(100).
	01 WS-DLT-BEFORE.
		05 WS-DP-RUN-DATE          PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-DP-RUN-ID            PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-DP-RESULT            PIC 9(36).
		05 FILLER                  PIC X(01).
		05 WS-DP-RECON             PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DP-CARD              PIC X(100).

*> the night's digest - problem and reconciliation status
	01 WS-DLT-DGST-LINE.
		05 WS-DD-PROBLEM           PIC X(08).
		05 FILLER                  PIC X(27).
		05 WS-DD-STATUS            PIC X(08).
		05 FILLER                  PIC X(47).
	01 WS-DLT-DGST-TABLE.
		05 WS-DLT-DG-ROW OCCURS 60 TIMES.
			10 WS-DG-PROBLEM       PIC X(08).
			10 WS-DG-STATUS        PIC X(08).
	01 WS-DLT-DG-ROWS PIC 9(2) VALUE 0.
	01 WS-DLT-DG-UP PIC 9 VALUE 0.

	01 WS-DLT-K PIC 9(2) VALUE 0.
	01 WS-DLT-WALK PIC 9 VALUE 0.
	01 WS-DLT-HIT PIC 9 VALUE 0.
	01 WS-DLT-Q-PROBLEM PIC X(8) VALUE SPACES.
	01 WS-DLT-ROWS PIC 9(5) VALUE 0.
	01 WS-DLT-HASH PIC 9(18) VALUE 0.
	01 WS-DLT-NEW PIC 9(3) VALUE 0.
	01 WS-DLT-RSLT PIC 9(3) VALUE 0.
	01 WS-DLT-PARM PIC 9(3) VALUE 0.
	01 WS-DLT-RECN PIC 9(3) VALUE 0.
	01 WS-DLT-NOT-RUN PIC 9(3) VALUE 0.
	01 WS-DLT-CTL-LINE PIC X(287) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRDLTA" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRDLTA" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRDLTA" TO WS-LOCK-MY-PROGRAM.
	PERFORM P-PARA.
	IF WS-DLT-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM INPUT-PARA.
	IF WS-DLT-REJECTED = 1 THEN
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM DGST-LOAD-PARA.
	IF WS-MODE-IS-SBOX THEN
		MOVE "EULRDLTA.T" TO WS-DLT-OUT-NAME
	END-IF.
	OPEN OUTPUT EULRDLTA-FILE.
	ACCEPT WS-DLT-TODAY FROM DATE YYYYMMDD.
	MOVE SPACES TO WS-DLT-CTL-LINE.
	STRING "HDR EULRDLTA " WS-DLT-TODAY " NIGHT " WS-DLT-NIGHT
		DELIMITED BY SIZE INTO WS-DLT-CTL-LINE
	END-STRING.
	WRITE EULRDLTA-RECORD FROM WS-DLT-CTL-LINE.
	PERFORM PROBLEM-PARA VARYING WS-DLT-K FROM 1 BY 1
		UNTIL WS-DLT-K > WS-REF-COUNT.
	MOVE SPACES TO WS-DLT-CTL-LINE.
	STRING "TRL " WS-DLT-ROWS " " WS-DLT-HASH
		DELIMITED BY SIZE INTO WS-DLT-CTL-LINE
	END-STRING.
	WRITE EULRDLTA-RECORD FROM WS-DLT-CTL-LINE.
	CLOSE EULRDLTA-FILE.
	CLOSE EULRHIST-FILE.
*> the baseline moves only when the delta is the real delivery - a
*> trial night must leave the next real run the same changes to send
	IF WS-MODE-IS-TEST OR WS-MODE-IS-SBOX THEN
		MOVE "DLT002I" TO WS-MSG-ID
		STRING "TRIAL RUN (" WS-SUITE-MODE
			") - DELIVERED BASELINE EULRDBAS NOT ADVANCED"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		PERFORM BASE-SAVE-PARA
	END-IF.
	PERFORM LOCK-FREE-PARA.
	DISPLAY "EULRDLTA: NIGHT " WS-DLT-NIGHT " - " WS-DLT-ROWS
		" CHANGE ROW(S): NEW " WS-DLT-NEW " RSLT " WS-DLT-RSLT
		" PARM " WS-DLT-PARM " RECN " WS-DLT-RECN
		", " WS-DLT-NOT-RUN " PROBLEM(S) NOT RUN THAT NIGHT".
	MOVE 0 TO RETURN-CODE.
	MOVE WS-DLT-ROWS TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The card: the night to deliver, blank for the business date
	P-PARA.
	MOVE SPACES TO WS-DLT-PARM-CARD.
	OPEN INPUT DLTAPARM-FILE.
	IF WS-DLT-PARM-STATUS = "00" THEN
		READ DLTAPARM-FILE INTO WS-DLT-PARM-CARD
			AT END MOVE SPACES TO WS-DLT-PARM-CARD
		END-READ
		CLOSE DLTAPARM-FILE
	END-IF.
	IF WS-DLT-NIGHT-X = SPACES THEN
		PERFORM BDATE-ENSURE-PARA
		MOVE WS-BUS-DATE TO WS-DLT-NIGHT
		EXIT PARAGRAPH
	END-IF.
	MOVE "N" TO WS-GREG-VALID-SW.
	IF WS-DLT-NIGHT-X IS NUMERIC THEN
		MOVE WS-DLT-NIGHT-X TO WS-GREG-DATE
		PERFORM GREG-VALID-PARA
	END-IF.
	IF NOT WS-GREG-IS-VALID THEN
		DISPLAY "EULRDLTA: REJECTED NIGHT '" WS-DLT-NIGHT-X
			"' - MUST BE A DATE YYYYMMDD OR BLANK"
		MOVE "DL01" TO WS-DIAG-CODE
		MOVE WS-DLT-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-DLT-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-GREG-DATE TO WS-DLT-NIGHT.

*> What the delta is built from: the catalog, the keyed history, and
*> the baseline of what was delivered before
	INPUT-PARA.
	PERFORM REF-LOAD-PARA.
	IF WS-REF-COUNT = 0 OR WS-REF-OVERFLOW = 1 THEN
		DISPLAY "EULRDLTA: REJECTED - NO USABLE PROBLEM CATALOG"
			" (EULREF MISSING, EMPTY, OR PAST 30 PROBLEMS)"
		MOVE "EULREF" TO WS-DIAG-VALUE
		PERFORM INPUT-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT EULRHIST-FILE.
	IF WS-HIST-STATUS NOT = "00" THEN
		DISPLAY "EULRDLTA: REJECTED - EULRHIST UNAVAILABLE (STATUS "
			WS-HIST-STATUS ") - NO DELTA WITHOUT THE HISTORY"
		MOVE "EULRHIST" TO WS-DIAG-VALUE
		PERFORM INPUT-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM BASE-LOAD-PARA.
	IF WS-DLT-REJECTED = 1 THEN
		CLOSE EULRHIST-FILE
		EXIT PARAGRAPH
	END-IF.
*> the baseline never moves backward: re-delivering an older night
*> would report tonight's values as that night's changes
	IF WS-DLT-LATEST > WS-DLT-NIGHT THEN
		DISPLAY "EULRDLTA: REJECTED NIGHT " WS-DLT-NIGHT
			" - NIGHT " WS-DLT-LATEST " HAS ALREADY BEEN DELIVERED"
		MOVE "DL01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-DLT-NIGHT " " WS-DLT-LATEST
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-DLT-REJECTED
		CLOSE EULRHIST-FILE
	END-IF.

	INPUT-REJECT-PARA.
	MOVE "DL02" TO WS-DIAG-CODE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-DLT-REJECTED.

	BASE-LOAD-PARA.
	MOVE 0 TO WS-DLT-BASE-ROWS.
	MOVE 0 TO WS-DLT-LATEST.
	MOVE 0 TO WS-DLT-EOF.
	OPEN INPUT EULRDBAS-FILE.
	IF WS-DLT-BASE-STATUS = "00" THEN
		PERFORM BASE-ROW-PARA UNTIL WS-DLT-EOF = 1
		CLOSE EULRDBAS-FILE
	END-IF.

	BASE-ROW-PARA.
	READ EULRDBAS-FILE INTO WS-DLT-BASE-LINE
		AT END MOVE 1 TO WS-DLT-EOF
	END-READ.
	IF WS-DLT-EOF = 0 AND WS-DBL-PROBLEM NOT = SPACES
			AND WS-DBL-NIGHT IS NUMERIC THEN
		IF WS-DLT-BASE-ROWS >= 60 THEN
			DISPLAY "EULRDLTA: REJECTED - EULRDBAS HOLDS MORE THAN 60"
				" PROBLEMS - REMOVE THE RETIRED ONES"
			MOVE "EULRDBAS" TO WS-DIAG-VALUE
			PERFORM INPUT-REJECT-PARA
			MOVE 1 TO WS-DLT-EOF
		ELSE
			ADD 1 TO WS-DLT-BASE-ROWS
			MOVE WS-DBL-PROBLEM TO WS-DB-PROBLEM(WS-DLT-BASE-ROWS)
			MOVE WS-DBL-NIGHT TO WS-DB-NIGHT(WS-DLT-BASE-ROWS)
			MOVE WS-DBL-CUR TO WS-DB-CUR(WS-DLT-BASE-ROWS)
			MOVE WS-DBL-PRI TO WS-DB-PRI(WS-DLT-BASE-ROWS)
			IF WS-DB-NIGHT(WS-DLT-BASE-ROWS) > WS-DLT-LATEST THEN
				MOVE WS-DB-NIGHT(WS-DLT-BASE-ROWS) TO WS-DLT-LATEST
			END-IF
		END-IF
	END-IF.

	BASE-SAVE-PARA.
	OPEN OUTPUT EULRDBAS-FILE.
	PERFORM BASE-SAVE-ROW-PARA VARYING WS-DLT-BK FROM 1 BY 1
		UNTIL WS-DLT-BK > WS-DLT-BASE-ROWS.
	CLOSE EULRDBAS-FILE.

	BASE-SAVE-ROW-PARA.
	MOVE SPACES TO WS-DLT-BASE-LINE.
	MOVE WS-DB-PROBLEM(WS-DLT-BK) TO WS-DBL-PROBLEM.
	MOVE WS-DB-NIGHT(WS-DLT-BK) TO WS-DBL-NIGHT.
	MOVE WS-DB-CUR(WS-DLT-BK) TO WS-DBL-CUR.
	MOVE WS-DB-PRI(WS-DLT-BK) TO WS-DBL-PRI.
	WRITE EULRDBAS-RECORD FROM WS-DLT-BASE-LINE.

*> The night's reconciliation statuses off its dated digest. No
*> digest (EULRDLTA run for a night EULERRUN did not drive) leaves
*> every status blank, and a blank status is never a change
	DGST-LOAD-PARA.
	MOVE 0 TO WS-DLT-DG-ROWS.
	MOVE 0 TO WS-DLT-DG-UP.
	MOVE SPACES TO WS-DLT-DGST-NAME.
	STRING "EULDGST.D" WS-DLT-NIGHT
		DELIMITED BY SIZE INTO WS-DLT-DGST-NAME
	END-STRING.
	MOVE 0 TO WS-DLT-EOF.
	OPEN INPUT EULDGST-FILE.
	IF WS-DLT-DGST-STATUS = "00" THEN
		MOVE 1 TO WS-DLT-DG-UP
		PERFORM DGST-ROW-PARA UNTIL WS-DLT-EOF = 1
		CLOSE EULDGST-FILE
	ELSE
		MOVE "DLT001W" TO WS-MSG-ID
		STRING "NO DIGEST " FUNCTION TRIM(WS-DLT-DGST-NAME)
			" - RECONCILIATION-STATUS CHANGES NOT JUDGED"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.

	DGST-ROW-PARA.
	READ EULDGST-FILE INTO WS-DLT-DGST-LINE
		AT END MOVE 1 TO WS-DLT-EOF
	END-READ.
	IF WS-DLT-EOF = 0 AND WS-DD-PROBLEM NOT = SPACES
			AND WS-DLT-DG-ROWS < 60 THEN
		ADD 1 TO WS-DLT-DG-ROWS
		MOVE WS-DD-PROBLEM TO WS-DG-PROBLEM(WS-DLT-DG-ROWS)
		MOVE WS-DD-STATUS TO WS-DG-STATUS(WS-DLT-DG-ROWS)
	END-IF.

*> One cataloged problem: its row tonight against the row it is
*> compared with, one delta row per reason, and the baseline moved on
	PROBLEM-PARA.
	MOVE WS-REF-ID(WS-DLT-K) TO WS-DLT-Q-PROBLEM.
	PERFORM HIST-LAST-PARA.
	IF WS-DLT-HIT = 0 THEN
		ADD 1 TO WS-DLT-NOT-RUN
		EXIT PARAGRAPH
	END-IF.
	PERFORM DGST-FIND-PARA.
	PERFORM BASE-FIND-PARA.
	IF WS-DLT-BX = 0 THEN
		ADD 1 TO WS-DLT-BASE-ROWS
		MOVE WS-DLT-BASE-ROWS TO WS-DLT-BX
		MOVE WS-DLT-Q-PROBLEM TO WS-DB-PROBLEM(WS-DLT-BX)
		MOVE 0 TO WS-DB-NIGHT(WS-DLT-BX)
		MOVE SPACES TO WS-DB-CUR(WS-DLT-BX)
		MOVE SPACES TO WS-DB-PRI(WS-DLT-BX)
	END-IF.
	IF WS-DB-NIGHT(WS-DLT-BX) = WS-DLT-NIGHT THEN
		MOVE WS-DB-PRI(WS-DLT-BX) TO WS-DLT-BEFORE
	ELSE
		MOVE WS-DB-CUR(WS-DLT-BX) TO WS-DLT-BEFORE
	END-IF.
	IF WS-DLT-BEFORE = SPACES THEN
		MOVE SPACES TO WS-DLTA-NEW-VALUE
		MOVE WS-DT-CARD TO WS-DLTA-NEW-VALUE
		MOVE SPACES TO WS-DLTA-PRIOR-VALUE
		MOVE "NEW" TO WS-DLTA-REASON
		PERFORM ROW-WRITE-PARA
		ADD 1 TO WS-DLT-NEW
	ELSE
*> a night without a digest line keeps the status last delivered
		IF WS-DT-RECON = SPACES THEN
			MOVE WS-DP-RECON TO WS-DT-RECON
		END-IF
		IF WS-DT-RESULT NOT = WS-DP-RESULT THEN
			MOVE SPACES TO WS-DLTA-NEW-VALUE
			MOVE WS-DT-RESULT TO WS-DLTA-NEW-VALUE(1:36)
			MOVE SPACES TO WS-DLTA-PRIOR-VALUE
			MOVE WS-DP-RESULT TO WS-DLTA-PRIOR-VALUE(1:36)
			MOVE "RSLT" TO WS-DLTA-REASON
			PERFORM ROW-WRITE-PARA
			ADD 1 TO WS-DLT-RSLT
		END-IF
		IF WS-DT-CARD NOT = WS-DP-CARD THEN
			MOVE WS-DT-CARD TO WS-DLTA-NEW-VALUE
			MOVE WS-DP-CARD TO WS-DLTA-PRIOR-VALUE
			MOVE "PARM" TO WS-DLTA-REASON
			PERFORM ROW-WRITE-PARA
			ADD 1 TO WS-DLT-PARM
		END-IF
		IF WS-DP-RECON NOT = SPACES
				AND WS-DT-RECON NOT = WS-DP-RECON THEN
			MOVE SPACES TO WS-DLTA-NEW-VALUE
			MOVE WS-DT-RECON TO WS-DLTA-NEW-VALUE(1:8)
			MOVE SPACES TO WS-DLTA-PRIOR-VALUE
			MOVE WS-DP-RECON TO WS-DLTA-PRIOR-VALUE(1:8)
			MOVE "RECN" TO WS-DLTA-REASON
			PERFORM ROW-WRITE-PARA
			ADD 1 TO WS-DLT-RECN
		END-IF
	END-IF.
	IF WS-DB-NIGHT(WS-DLT-BX) NOT = WS-DLT-NIGHT THEN
		MOVE WS-DB-CUR(WS-DLT-BX) TO WS-DB-PRI(WS-DLT-BX)
		MOVE WS-DLT-NIGHT TO WS-DB-NIGHT(WS-DLT-BX)
	END-IF.
	MOVE WS-DLT-TONIGHT TO WS-DB-CUR(WS-DLT-BX).

	ROW-WRITE-PARA.
	MOVE WS-DLT-Q-PROBLEM TO WS-DLTA-PROBLEM-ID.
	MOVE WS-DT-RUN-DATE TO WS-DLTA-RUN-DATE.
	MOVE WS-DT-RUN-ID TO WS-DLTA-RUN-ID.
	MOVE WS-DT-RESULT TO WS-DLTA-RESULT.
	MOVE WS-DT-RECON TO WS-DLTA-RECON.
	WRITE EULRDLTA-RECORD FROM WS-DLTA-ROW.
	ADD 1 TO WS-DLT-ROWS.
	COMPUTE WS-DLT-HASH = FUNCTION MOD(
		WS-DLT-HASH + WS-DLTA-RESULT-LOW, 1000000000000000000).

*> Keyed walk of the problem's records for the night; the last one
*> read is the highest same-day sequence - the night's final rerun
	HIST-LAST-PARA.
	MOVE 0 TO WS-DLT-HIT.
	MOVE 0 TO WS-DLT-WALK.
	MOVE WS-DLT-Q-PROBLEM TO WS-HIST-PROBLEM-ID.
	MOVE WS-DLT-NIGHT TO WS-HIST-RUN-DATE.
	MOVE 0 TO WS-HIST-RUN-SEQ.
	START EULRHIST-FILE KEY >= WS-HIST-KEY
		INVALID KEY MOVE 9 TO WS-DLT-WALK
	END-START.
	PERFORM HIST-LAST-ROW-PARA UNTIL WS-DLT-WALK NOT = 0
		OR WS-HIST-STATUS NOT = "00".

	HIST-LAST-ROW-PARA.
	READ EULRHIST-FILE NEXT
		AT END MOVE 9 TO WS-DLT-WALK
	END-READ.
	IF WS-DLT-WALK = 0 THEN
		IF WS-HIST-PROBLEM-ID NOT = WS-DLT-Q-PROBLEM
				OR WS-HIST-RUN-DATE NOT = WS-DLT-NIGHT THEN
			MOVE 9 TO WS-DLT-WALK
		ELSE
			MOVE 1 TO WS-DLT-HIT
			MOVE SPACES TO WS-DLT-TONIGHT
			MOVE WS-HIST-RUN-DATE TO WS-DT-RUN-DATE
			MOVE WS-HIST-RUN-ID TO WS-DT-RUN-ID
			MOVE WS-HIST-RESULT-WIDE TO WS-DT-RESULT
			MOVE WS-HIST-PARM-CARD TO WS-DT-CARD
		END-IF
	END-IF.

	DGST-FIND-PARA.
	MOVE SPACES TO WS-DT-RECON.
	PERFORM DGST-FIND-ROW-PARA VARYING WS-DLT-BK FROM 1 BY 1
		UNTIL WS-DLT-BK > WS-DLT-DG-ROWS.

	DGST-FIND-ROW-PARA.
	IF WS-DG-PROBLEM(WS-DLT-BK) = WS-DLT-Q-PROBLEM THEN
		MOVE WS-DG-STATUS(WS-DLT-BK) TO WS-DT-RECON
	END-IF.

	BASE-FIND-PARA.
	MOVE 0 TO WS-DLT-BX.
	PERFORM BASE-FIND-ROW-PARA VARYING WS-DLT-BK FROM 1 BY 1
		UNTIL WS-DLT-BK > WS-DLT-BASE-ROWS.

	BASE-FIND-ROW-PARA.
	IF WS-DB-PROBLEM(WS-DLT-BK) = WS-DLT-Q-PROBLEM THEN
		MOVE WS-DLT-BK TO WS-DLT-BX
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
	COPY LOCKPRC.
	COPY GREGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY REFTABP.
