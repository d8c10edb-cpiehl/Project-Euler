*> compile with cobc -free -O -x -o eulerrun.exe -I copy eulerrun.cob
*>   euler1.cob euler2.cob euler3.cob euler4.cob euler5.cob euler6.cob
*>   euler7.cob euler8.cob euler9.cob euler10.cob euler11.cob
*>   euler12.cob euler13.cob euler14.cob euler55.cob (and any later
*>   catalog entries - the CALLs are dynamic by catalog id)
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*>             own WS-IMPLAUS-COUNT - folded into the RETURN-CODE 4
*>             decision as before, but no longer muddled into the
*>             long-run tally.
*> 2026-10-15  the pre-CALL fingerprint re-check also covers E5NUMS
*>             for EULER5's list mode and the E9MEMB member-query
*>             card for EULER9.
*> 2026-10-15  the EULER7 cache warning carries message id RUN001W
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy), as are the stale-lock and SBOX
*>             notes.
*> 2026-10-15  the night is refused when its business date falls in a
*>             business month closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy, closed and reopened with
*>             EULRPCLS): PC01 on EULRDIAG, the interlock released,
*>             RETURN-CODE 16, and no program called - a back-dated
*>             rerun cannot stamp fresh results onto a finished month. A
*>             TEST-mode night is let through.
*> 2026-10-15  the night is launched in priority order and stops
*>             launching at a cutoff. Each catalog problem may carry a
*>             priority class (1 most urgent - 5 when unset), a
*>             must-finish-by time, and the producer it must follow on
*>             the priority file EULRPRIO; the launch order is class,
*>             then finish-by, then catalog order, with a producer
*>             raised to the class of the most urgent problem waiting on
*>             it so EULER10 still rebuilds the cache ahead of EULER7.
*>             Past the RUNPARM launch cutoff nothing new is CALLed - the
*>             rest of the night is DEFERRED on the digest, written to
*>             the deferral file EULRDEFR (RUN002W), and selected
*>             automatically the next night (RUN003I, rule CARRIED). A
*>             problem that comes back after its finish-by time is
*>             flagged LATE. DEFERRED and LATE are RETURN-CODE 4.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULERRUN.

	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT EULRDMND-FILE ASSIGN TO "EULRDMND"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DMD-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT EULRPRIO-FILE ASSIGN TO "EULRPRIO"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRIO-STATUS.
	SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LNCH-PARM-STATUS.
	SELECT EULRDEFR-FILE ASSIGN TO "EULRDEFR"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DEFR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EULREF-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).

FD  EULRCKPT-FILE.
01  EULRCKPT-FILE-RECORD           PIC X(186).
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  FPRT-IN-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRDMND-FILE.
01  EULRDMND-FILE-RECORD           PIC X(45).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRPRIO-FILE.
01  EULRPRIO-FILE-RECORD           PIC X(24).
FD  RUNPARM-FILE.
01  RUNPARM-RECORD                 PIC X(04).
FD  EULRDEFR-FILE.
01  EULRDEFR-FILE-RECORD           PIC X(39).
WORKING-STORAGE SECTION.
	COPY EULRSLT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY EULREF.
	COPY REFTAB.
	COPY AUDDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY DMDDAT.
	COPY GENSDAT.
	COPY LOCKDAT.
	COPY CALDAT.
	COPY NOTDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY FPRTDAT.
	COPY WMRKDAT.
	01 WS-FPCHK-STORED PIC 9(12) VALUE 0.
	01 WS-FPCHK-EDIT PIC Z9.

*> launch-order fields: the priority file EULRPRIO (one row per
*> problem, any catalog problem without one keeps class 5 and no
*> finish-by) and the order it produces over the catalog rows.
*>   cols 01-08  problem id
*>   col  10     priority class, 1 (most urgent) to 9
*>   cols 12-15  must-finish-by time, HHMM (blank = none)
*>   cols 17-24  the producer this problem must follow (blank = none)
	01 WS-PRIO-STATUS PIC XX VALUE SPACES.
	01 WS-PRIO-EOF PIC 9 VALUE 0.
	01 WS-PRIO-IN-RECORD.
		05 WS-PRIO-IN-PROBLEM-ID   PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PRIO-IN-CLASS        PIC X(01).
		05 FILLER                  PIC X(01).
		05 WS-PRIO-IN-FINISH       PIC X(04).
		05 FILLER                  PIC X(01).
		05 WS-PRIO-IN-AFTER        PIC X(08).
*> one cell per catalog row: the key sorts class first, then the
*> finish-by (after-midnight times carried past 2400 so they sort
*> after the evening's), WS-PRIO-SEQ is the resulting launch order
	01 WS-PRIO-TABLE.
		05 WS-PRIO-ROW OCCURS 30 TIMES.
			10 WS-PRIO-CLASS       PIC 9(01) VALUE 5.
			10 WS-PRIO-FINISH      PIC X(04) VALUE SPACES.
			10 WS-PRIO-FINISH-N REDEFINES WS-PRIO-FINISH
			                       PIC 9(04).
			10 WS-PRIO-AFTER-IX    PIC 9(02) VALUE 0.
			10 WS-PRIO-KEY         PIC 9(05) VALUE 0.
			10 WS-PRIO-PLACED      PIC X(01) VALUE "N".
			10 WS-PRIO-SEQ         PIC 9(02) VALUE 0.
	01 WS-PRIO-N PIC 9(2) VALUE 0.
	01 WS-PRIO-J PIC 9(2) VALUE 0.
	01 WS-PRIO-BEST PIC 9(2) VALUE 0.
	01 WS-PRIO-CHANGED PIC 9 VALUE 0.
	01 WS-PRIO-READY PIC X(01) VALUE "N".
	01 WS-PRIO-AFTER-ID PIC X(08) VALUE SPACES.

*> launch-cutoff fields: RUNPARM cols 01-04 the cutoff, HHMM (no card
*> or blank = no cutoff), taken as the first time that clock reading
*> comes round after the night started
	01 WS-LNCH-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-LNCH-CUTOFF PIC X(04) VALUE SPACES.
	01 WS-LNCH-CUTOFF-N REDEFINES WS-LNCH-CUTOFF PIC 9(04).
	01 WS-LNCH-CUT-PASSED PIC X(01) VALUE "N".
	01 WS-LNCH-START PIC 9(08) VALUE 0.
	01 WS-LNCH-START-R REDEFINES WS-LNCH-START.
		05 WS-LNCH-START-HHMM     PIC 9(04).
		05 FILLER                 PIC 9(04).
	01 WS-LNCH-NOW PIC 9(08) VALUE 0.
	01 WS-LNCH-NOW-R REDEFINES WS-LNCH-NOW.
		05 WS-LNCH-NOW-HHMM       PIC 9(04).
		05 FILLER                 PIC 9(04).
	01 WS-LNCH-MARK PIC 9(04) VALUE 0.
	01 WS-LNCH-PAST PIC X(01) VALUE "N".
	01 WS-DEFER-COUNT PIC 9(2) VALUE 0.
	01 WS-CARRY-COUNT PIC 9(2) VALUE 0.
	01 WS-LATE-COUNT PIC 9(2) VALUE 0.

*> the deferral file EULRDEFR: the problems a night's cutoff left
*> unstarted, rewritten at the end of every night and selected by the
*> next one
*>   cols 01-08  problem id
*>   cols 10-17  business date of the night that deferred it
*>   cols 19-34  that night's run id
*>   cols 36-39  the launch cutoff in force, HHMM
	01 WS-DEFR-STATUS PIC XX VALUE SPACES.
	01 WS-DEFR-EOF PIC 9 VALUE 0.
	01 WS-DEFR-RECORD.
		05 WS-DEFR-PROBLEM-ID      PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-DEFR-DATE            PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-DEFR-RUN-ID          PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-DEFR-CUTOFF          PIC X(04).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULERRUN" TO WS-MSG-PROGRAM.
	MOVE "EULERRUN" TO WS-LOCK-MY-PROGRAM.
	ACCEPT WS-LNCH-START FROM TIME.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
	END-IF.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	PERFORM PERIOD-GUARD-PARA.
	PERFORM WMRK-PUBLISH-PARA.
	PERFORM REF-LOAD-PARA.
	IF WS-REF-COUNT = 0 OR WS-REF-OVERFLOW = 1 THEN
	PERFORM SETUP-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	PERFORM RUNID-ENSURE-PARA.
	PERFORM DEFR-LOAD-PARA.
	PERFORM CEIL-LOAD-PARA.
	PERFORM PRIO-LOAD-PARA.
	PERFORM LNCH-PARM-PARA.
	PERFORM RUN-RESTART-PARA.
	PERFORM CALL-ONE-PARA VARYING WS-PRIO-N FROM 1 BY 1
		UNTIL WS-PRIO-N > WS-REF-COUNT.
	PERFORM RECON-PARA.
	PERFORM SUMMARY-PARA.
	PERFORM DIGEST-PARA.
	PERFORM DEFR-WRITE-PARA.
	PERFORM CKPT-CLEAR-PARA.
	PERFORM WMRK-PUBLISH-PARA.
	PERFORM LOCK-FREE-PARA.
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-LONGRUN-COUNT > 0 OR WS-NOPROG-COUNT > 0
			OR WS-IMPLAUS-COUNT > 0 OR WS-DEFER-COUNT > 0
			OR WS-LATE-COUNT > 0 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		MOVE "Y" TO WS-SUM-SEL(WS-K)
	END-IF.

*> One catalog problem, taken in launch order (WS-PRIO-SEQ): skip
*> it, restore it off the checkpoint, defer it past the cutoff, or
*> CALL the program named on its catalog record - the generic body
*> of what used to be ten hand-written blocks. EULER7 keeps its
*> cache pre-check against the E10PRIME archive EULER10 (which the
*> launch order keeps ahead of it) rebuilds.
	CALL-ONE-PARA.
	MOVE WS-PRIO-SEQ(WS-PRIO-N) TO WS-K.
	IF WS-SUM-SEL(WS-K) NOT = "Y" THEN
		MOVE "SKIPPED" TO WS-SUM-STATUS(WS-K)
	ELSE
			DISPLAY "EULERRUN: " WS-SUM-PROBLEM-ID(WS-K)
				" ALREADY COMPLETE ON CHECKPOINT - SKIPPED"
		ELSE
			PERFORM LNCH-CUTOFF-PARA
			IF WS-LNCH-CUT-PASSED = "Y" THEN
				DISPLAY "EULERRUN: " WS-SUM-PROBLEM-ID(WS-K)
					" NOT STARTED - PAST THE " WS-LNCH-CUTOFF
					" LAUNCH CUTOFF, DEFERRED"
				MOVE "DEFERRED" TO WS-SUM-STATUS(WS-K)
				ADD 1 TO WS-DEFER-COUNT
			ELSE
				PERFORM CALL-EXEC-PARA
				PERFORM LATE-CHECK-PARA
			END-IF
		END-IF
	END-IF.

			PERFORM FPRT-VERIFY-PARA
			MOVE "E8SERLIB" TO WS-FPRT-NAME
			PERFORM FPRT-VERIFY-PARA
		WHEN 5
			MOVE "E5NUMS" TO WS-FPRT-NAME
			PERFORM FPRT-VERIFY-PARA
		WHEN 9
			MOVE "E9RANGE" TO WS-FPRT-NAME
			PERFORM FPRT-VERIFY-PARA
			MOVE "E9MEMB" TO WS-FPRT-NAME
			PERFORM FPRT-VERIFY-PARA
	END-EVALUATE.

*> One card file, already named in WS-FPRT-NAME: no stored
		END-IF
	END-IF.
	IF WS-E7CHK-WARN NOT = SPACES THEN
		MOVE "RUN001W" TO WS-MSG-ID
		STRING "EULER7 CACHE WARNING - "
			FUNCTION TRIM(WS-E7CHK-WARN)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE "CACHWARN" TO WS-SUM-WARN(WS-K)
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "CACHWARN" TO WS-WARN-OUTCOME
		END-IF
	END-IF.

*> Load the priority file and build tonight's launch order. A row
*> naming a problem off the catalog is ignored, as is a class that is
*> not 1-9 or a finish-by that is not a clock time (each keeps its
*> default); a missing file leaves every problem at class 5 with no
*> finish-by, which is plain catalog order - the pre-priority night.
	PRIO-LOAD-PARA.
	OPEN INPUT EULRPRIO-FILE.
	IF WS-PRIO-STATUS = "00" THEN
		PERFORM PRIO-ROW-PARA UNTIL WS-PRIO-EOF = 1
		CLOSE EULRPRIO-FILE
	END-IF.
	PERFORM PRIO-KEY-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	MOVE 1 TO WS-PRIO-CHANGED.
	PERFORM PRIO-RAISE-PARA UNTIL WS-PRIO-CHANGED = 0.
	PERFORM PRIO-PLACE-PARA VARYING WS-PRIO-N FROM 1 BY 1
		UNTIL WS-PRIO-N > WS-REF-COUNT.

	PRIO-ROW-PARA.
	READ EULRPRIO-FILE INTO WS-PRIO-IN-RECORD
		AT END MOVE 1 TO WS-PRIO-EOF
	END-READ.
	IF WS-PRIO-EOF = 0 THEN
		MOVE WS-PRIO-IN-PROBLEM-ID TO WS-REF-FIND-ID
		PERFORM REF-FIND-PARA
		IF WS-REF-IX > 0 THEN
			MOVE WS-REF-IX TO WS-PRIO-J
			PERFORM PRIO-FIELDS-PARA
		END-IF
	END-IF.

	PRIO-FIELDS-PARA.
	IF WS-PRIO-IN-CLASS IS NUMERIC
			AND WS-PRIO-IN-CLASS NOT = "0" THEN
		MOVE WS-PRIO-IN-CLASS TO WS-PRIO-CLASS(WS-PRIO-J)
	END-IF.
	IF WS-PRIO-IN-FINISH IS NUMERIC
			AND WS-PRIO-IN-FINISH(1:2) < "24"
			AND WS-PRIO-IN-FINISH(3:2) < "60" THEN
		MOVE WS-PRIO-IN-FINISH TO WS-PRIO-FINISH(WS-PRIO-J)
	END-IF.
	IF WS-PRIO-IN-AFTER NOT = SPACES THEN
		MOVE WS-PRIO-IN-AFTER TO WS-REF-FIND-ID
		PERFORM REF-FIND-PARA
		IF WS-REF-IX NOT = WS-PRIO-J THEN
			MOVE WS-REF-IX TO WS-PRIO-AFTER-IX(WS-PRIO-J)
		END-IF
	END-IF.

*> the sort key: class, then finish-by - a finish-by earlier on the
*> clock than the night's start falls after midnight and sorts past
*> 2400; no finish-by sorts last within its class
	PRIO-KEY-PARA.
	IF WS-PRIO-FINISH(WS-K) = SPACES THEN
		COMPUTE WS-PRIO-KEY(WS-K) =
			WS-PRIO-CLASS(WS-K) * 10000 + 9999
	ELSE
		IF WS-PRIO-FINISH-N(WS-K) < WS-LNCH-START-HHMM THEN
			COMPUTE WS-PRIO-KEY(WS-K) =
				WS-PRIO-CLASS(WS-K) * 10000
				+ WS-PRIO-FINISH-N(WS-K) + 2400
		ELSE
			COMPUTE WS-PRIO-KEY(WS-K) =
				WS-PRIO-CLASS(WS-K) * 10000
				+ WS-PRIO-FINISH-N(WS-K)
		END-IF
	END-IF.

*> A producer takes the key of the most urgent problem waiting on it
*> - otherwise a class-1 EULER7 would sit behind every class-2 to 9
*> problem until its class-5 EULER10 came up. Repeated until nothing
*> moves, so a chain of producers is raised end to end.
	PRIO-RAISE-PARA.
	MOVE 0 TO WS-PRIO-CHANGED.
	PERFORM PRIO-RAISE-ONE-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.

	PRIO-RAISE-ONE-PARA.
	IF WS-PRIO-AFTER-IX(WS-K) > 0 THEN
		IF WS-PRIO-KEY(WS-PRIO-AFTER-IX(WS-K))
				> WS-PRIO-KEY(WS-K) THEN
			MOVE WS-PRIO-KEY(WS-K)
				TO WS-PRIO-KEY(WS-PRIO-AFTER-IX(WS-K))
			MOVE 1 TO WS-PRIO-CHANGED
		END-IF
	END-IF.

*> Launch slot WS-PRIO-N goes to the lowest-keyed unplaced problem
*> whose producer is already placed (the first such in catalog order
*> on a tie); a producer loop on the priority file would leave none
*> eligible, and then the first unplaced problem in catalog order
*> goes next, as it always did
	PRIO-PLACE-PARA.
	MOVE 0 TO WS-PRIO-BEST.
	PERFORM PRIO-BEST-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	IF WS-PRIO-BEST = 0 THEN
		PERFORM PRIO-FIRST-PARA VARYING WS-K FROM WS-REF-COUNT
			BY -1 UNTIL WS-K < 1
	END-IF.
	MOVE WS-PRIO-BEST TO WS-PRIO-SEQ(WS-PRIO-N).
	MOVE "Y" TO WS-PRIO-PLACED(WS-PRIO-BEST).

	PRIO-BEST-PARA.
	IF WS-PRIO-PLACED(WS-K) = "N" THEN
		MOVE "Y" TO WS-PRIO-READY
		IF WS-PRIO-AFTER-IX(WS-K) > 0 THEN
			MOVE WS-PRIO-PLACED(WS-PRIO-AFTER-IX(WS-K))
				TO WS-PRIO-READY
		END-IF
		IF WS-PRIO-READY = "Y" THEN
			IF WS-PRIO-BEST = 0 THEN
				MOVE WS-K TO WS-PRIO-BEST
			ELSE
				IF WS-PRIO-KEY(WS-K) < WS-PRIO-KEY(WS-PRIO-BEST) THEN
					MOVE WS-K TO WS-PRIO-BEST
				END-IF
			END-IF
		END-IF
	END-IF.

	PRIO-FIRST-PARA.
	IF WS-PRIO-PLACED(WS-K) = "N" THEN
		MOVE WS-K TO WS-PRIO-BEST
	END-IF.

*> Read the launch cutoff off EULERRUN's own card, RUNPARM - a card
*> that is not a clock time is refused as no cutoff, with a note,
*> rather than stopping the night
	LNCH-PARM-PARA.
	OPEN INPUT RUNPARM-FILE.
	IF WS-LNCH-PARM-STATUS = "00" THEN
		READ RUNPARM-FILE INTO WS-LNCH-CUTOFF
			AT END MOVE SPACES TO WS-LNCH-CUTOFF
		END-READ
		CLOSE RUNPARM-FILE
	END-IF.
	IF WS-LNCH-CUTOFF NOT = SPACES THEN
		IF WS-LNCH-CUTOFF IS NOT NUMERIC
				OR WS-LNCH-CUTOFF(1:2) NOT < "24"
				OR WS-LNCH-CUTOFF(3:2) NOT < "60" THEN
			DISPLAY "EULERRUN: RUNPARM CUTOFF '" WS-LNCH-CUTOFF
				"' IS NOT AN HHMM TIME - NO LAUNCH CUTOFF TONIGHT"
			MOVE SPACES TO WS-LNCH-CUTOFF
		END-IF
	END-IF.

*> Before each launch: has the cutoff come round since the night
*> started? Once it has, it stays passed for the rest of the night.
	LNCH-CUTOFF-PARA.
	IF WS-LNCH-CUT-PASSED = "Y" OR WS-LNCH-CUTOFF = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-LNCH-CUTOFF-N TO WS-LNCH-MARK.
	PERFORM LNCH-PAST-PARA.
	MOVE WS-LNCH-PAST TO WS-LNCH-CUT-PASSED.

*> Is the clock time WS-LNCH-MARK (HHMM) behind us? A mark later on
*> the clock than the night's start is tonight's; one at or before
*> it is after midnight, and passed only once the clock has wrapped.
	LNCH-PAST-PARA.
	ACCEPT WS-LNCH-NOW FROM TIME.
	MOVE "N" TO WS-LNCH-PAST.
	IF WS-LNCH-MARK > WS-LNCH-START-HHMM THEN
		IF WS-LNCH-NOW-HHMM >= WS-LNCH-MARK
				OR WS-LNCH-NOW-HHMM < WS-LNCH-START-HHMM THEN
			MOVE "Y" TO WS-LNCH-PAST
		END-IF
	ELSE
		IF WS-LNCH-NOW-HHMM >= WS-LNCH-MARK
				AND WS-LNCH-NOW-HHMM < WS-LNCH-START-HHMM THEN
			MOVE "Y" TO WS-LNCH-PAST
		END-IF
	END-IF.

*> A problem that came back after its must-finish-by time missed
*> whatever downstream was waiting on it - LATE on the digest and
*> the audit trail, the same warning level as LONGRUN
	LATE-CHECK-PARA.
	IF WS-PRIO-FINISH(WS-K) = SPACES
			OR WS-SUM-STATUS(WS-K) = "NO-PROG" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PRIO-FINISH-N(WS-K) TO WS-LNCH-MARK.
	PERFORM LNCH-PAST-PARA.
	IF WS-LNCH-PAST = "Y" THEN
		DISPLAY "EULERRUN: " WS-SUM-PROBLEM-ID(WS-K)
			" FINISHED AT " WS-LNCH-NOW-HHMM " AGAINST A FINISH-BY OF "
			WS-PRIO-FINISH(WS-K) " - LATE"
		IF WS-SUM-WARN(WS-K) = SPACES THEN
			MOVE "LATE" TO WS-SUM-WARN(WS-K)
		END-IF
		ADD 1 TO WS-LATE-COUNT
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "LATE" TO WS-WARN-OUTCOME
			PERFORM WARN-WRITE-PARA
		END-IF
	END-IF.

*> Carry in what the last night's cutoff left unstarted: each
*> problem on EULRDEFR is selected tonight whatever SUITECFG and the
*> calendar say (the digest's rule column reads CARRIED) - the work
*> was due, and only the clock stopped it. Drop a row off EULRDEFR
*> to drop the carry-over.
	DEFR-LOAD-PARA.
	OPEN INPUT EULRDEFR-FILE.
	IF WS-DEFR-STATUS = "00" THEN
		PERFORM DEFR-ROW-PARA UNTIL WS-DEFR-EOF = 1
		CLOSE EULRDEFR-FILE
	END-IF.
	IF WS-CARRY-COUNT > 0 THEN
		MOVE "RUN003I" TO WS-MSG-ID
		STRING WS-CARRY-COUNT " PROBLEM(S) CARRIED IN OFF THE"
			" DEFERRAL FILE EULRDEFR"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.

	DEFR-ROW-PARA.
	READ EULRDEFR-FILE INTO WS-DEFR-RECORD
		AT END MOVE 1 TO WS-DEFR-EOF
	END-READ.
	IF WS-DEFR-EOF = 0 THEN
		MOVE WS-DEFR-PROBLEM-ID TO WS-REF-FIND-ID
		PERFORM REF-FIND-PARA
		IF WS-REF-IX > 0 THEN
			MOVE "Y" TO WS-SUM-SEL(WS-REF-IX)
			MOVE "CARRIED" TO WS-SUM-RULE(WS-REF-IX)
			ADD 1 TO WS-CARRY-COUNT
		END-IF
	END-IF.

*> Rewrite the deferral file with tonight's DEFERRED problems - an
*> empty file when nothing was deferred, which retires tonight's
*> carry-ins. TEST and SBOX nights leave it alone: neither may change
*> what the next production night selects.
	DEFR-WRITE-PARA.
	IF WS-DEFER-COUNT > 0 THEN
		MOVE "RUN002W" TO WS-MSG-ID
		STRING WS-DEFER-COUNT " PROBLEM(S) DEFERRED PAST THE "
			WS-LNCH-CUTOFF " LAUNCH CUTOFF TO THE NEXT NIGHT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.
	IF WS-MODE-IS-TEST OR WS-MODE-IS-SBOX THEN
		EXIT PARAGRAPH
	END-IF.
	OPEN OUTPUT EULRDEFR-FILE.
	PERFORM DEFR-OUT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	CLOSE EULRDEFR-FILE.
	IF WS-DEFER-COUNT > 0 THEN
		MOVE "WARN" TO WS-NOT-SEVERITY
		MOVE "EULERRUN" TO WS-NOT-PROGRAM
		MOVE SPACES TO WS-NOT-TEXT
		STRING WS-DEFER-COUNT " DEFERRED PAST CUTOFF "
			WS-LNCH-CUTOFF
			DELIMITED BY SIZE INTO WS-NOT-TEXT
		END-STRING
		PERFORM NOTIFY-PARA
	END-IF.

	DEFR-OUT-PARA.
	IF WS-SUM-STATUS(WS-K) = "DEFERRED" THEN
		MOVE SPACES TO WS-DEFR-RECORD
		MOVE WS-SUM-PROBLEM-ID(WS-K) TO WS-DEFR-PROBLEM-ID
		PERFORM BDATE-ENSURE-PARA
		MOVE WS-BUS-DATE TO WS-DEFR-DATE
		MOVE WS-SUITE-RUN-ID TO WS-DEFR-RUN-ID
		MOVE WS-LNCH-CUTOFF TO WS-DEFR-CUTOFF
		WRITE EULRDEFR-FILE-RECORD FROM WS-DEFR-RECORD
	END-IF.

*> Flag a warning outcome (WS-WARN-OUTCOME) in the shared audit trail
*> the same way the reconciliation MISMATCH alert is flagged
	WARN-WRITE-PARA.

	RECON-ROW-PARA.
	IF WS-SUM-SEL(WS-K) = "Y"
			AND WS-SUM-STATUS(WS-K) NOT = "NO-PROG"
			AND WS-SUM-STATUS(WS-K) NOT = "DEFERRED" THEN
*> the expected answer is only valid for the card it was blessed
*> for - a run on a different card is an intentional change, not a
*> wrong answer, and must not feed the mismatch alarm. A blank used
	DISPLAY "======================================================".
	PERFORM SUMMARY-LINE-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	IF WS-DEFER-COUNT > 0 THEN
		DISPLAY WS-DEFER-COUNT " PROBLEM(S) DEFERRED - LAUNCH CUTOFF "
			WS-LNCH-CUTOFF " REACHED"
	END-IF.
	DISPLAY "======================================================".

	SUMMARY-LINE-PARA.
	COPY NUMEDITP.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY MANPRC.
	COPY LOCKPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY DMDPRC.
	COPY GENSPRC.
	COPY CALPRC.
	COPY REFTABP.
	COPY NOTPRC.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY FPRTPRC.

*> A night whose business date falls in a closed business month is
*> refused before the first program is called (the suite programs'
*> own check is PCTLGPRC.cpy; this driver writes its diagnostic
*> through RUN-DIAG-PARA and holds the interlock by now)
	PERIOD-GUARD-PARA.
	IF WS-MODE-IS-TEST THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE(1:6) TO WS-PCTL-MONTH.
	PERFORM PCTL-LOOK-PARA.
	IF WS-PCTL-CLOSED = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	DISPLAY "EULERRUN: REFUSED - BUSINESS DATE " WS-BUS-DATE
		" FALLS IN PERIOD " WS-PCTL-MONTH ", CLOSED "
		WS-PCTL-REC-DATE " BY " FUNCTION TRIM(WS-PCTL-REC-OPERATOR)
		" - REOPEN IT WITH EULRPCLS FIRST".
	MOVE "PC01" TO WS-DIAG-CODE.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-PCTL-MONTH " " WS-BUS-DATE
		DELIMITED BY SIZE INTO WS-DIAG-VALUE
	END-STRING.
	PERFORM RUN-DIAG-PARA.
	PERFORM LOCK-FREE-PARA.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

*> the driver has no RPTHDR banner fields, so it stamps its own
*> problem id on the diagnostic record instead of COPYing the
*> shared DIAG paragraph
