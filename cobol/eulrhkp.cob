*>             a DENIED outcome on the audit trail and an AU01
*>             diagnostic, RETURN-CODE 16. A missing EULRAUTH leaves
*>             the pre-authority behavior - no restrictions.
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  EULRAUTH grew to 16 bytes for the seventh authority flag,
*>             CERTIFY (the recertification expiry in EULRCERT, see
*>             AUTHDAT.cpy) - the FD follows; a 15-byte record written
*>             before it still reads, with no CERTIFY authority.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  EULRAUTH grew to 17 bytes for the eighth authority flag,
*>             PERIOD (closing and reopening a business month in
*>             EULRPCLS, see AUTHDAT.cpy) - the FD follows; a 16-byte
*>             record written before it still reads, with no PERIOD
*>             authority.
*> 2026-10-15  a cutoff falling inside a business month closed on
*>             EULRPCTL (anywhere but its first day) is refused with
*>             PC01 and RETURN-CODE 16 before either archive is probed -
*>             the cut would split a finished month between the archive
*>             and the live file. A cutoff on the 1st moves closed
*>             months out whole.
*> 2026-10-15  each dated archive cut is now recorded on the archive
*>             catalog EULRARCC (ARCDAT.cpy/ARCPRC.cpy) with the oldest
*>             and newest run date it holds and its record count, so the
*>             retrieval utility EULRARET can reach into the right
*>             archives without anyone opening them by hand.
*> 2026-10-15  EULRAUTH grew to 18 bytes for the ninth authority flag,
*>             HOLD (placing and releasing a legal hold in EULRHLD,
*>             see AUTHDAT.cpy) - the FD follows; a 17-byte record
*>             written before it still reads, with no HOLD authority.
*> 2026-10-15  records and generations under an ACTIVE legal hold on
*>             EULRHOLD (HOLDDAT.cpy/HOLDPRC.cpy, placed and released
*>             with EULRHLD) are left where they are: an EULREXP record
*>             under hold stays in the live file, a held generation is
*>             neither deleted nor dropped from EULRGENS. On EULRAUD
*>             the cut stops at the first held record older than the
*>             cutoff - the live trail must stay one unbroken seal
*>             chain, so the older unheld records after it stay live
*>             with it and are counted as kept for the chain. HKPRPT
*>             lists every held record count, every held generation,
*>             and what each hold kept back.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority flag,
*>             PROMOTE (applying and backing out a promotion package in
*>             EULRPKG, see AUTHDAT.cpy) - the FD follows; an 18-byte
*>             record written before it still reads, with no PROMOTE
*>             authority.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRHKP.

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
	SELECT EULRARCC-FILE ASSIGN TO "EULRARCC"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ARC-STATUS.
	SELECT EULRHOLD-FILE ASSIGN TO "EULRHOLD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-HOLD-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HKPPARM-FILE.
01  HKPPARM-RECORD                 PIC X(10).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULRAUD-ARCH-FILE.
01  EULRAUD-ARCH-RECORD            PIC X(110).

FD  EULRAUD-WORK-FILE.
01  EULRAUD-WORK-RECORD            PIC X(110).

FD  EULREXP-IN-FILE.
01  EULREXP-IN-RECORD              PIC X(209).

FD  EULREXP-ARCH-FILE.
01  EULREXP-ARCH-RECORD            PIC X(209).

FD  EULREXP-WORK-FILE.
01  EULREXP-WORK-RECORD            PIC X(209).

FD  HKPRPT-FILE.
01  HKPRPT-RECORD                  PIC X(100).
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
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
FD  EULRARCC-FILE.
01  EULRARCC-FILE-RECORD           PIC X(90).
FD  EULRHOLD-FILE.
01  EULRHOLD-FILE-RECORD           PIC X(172).
	WORKING-STORAGE SECTION.
	COPY HKPPRM.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY GENSDAT.
	COPY LOCKDAT.
	COPY ARCDAT.
	COPY HOLDDAT.

	01 WS-HKP-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-HKP-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-HKP-REJECTED PIC 9 VALUE 0.
	01 WS-HKP-REC-DATE PIC 9(08) VALUE 0.
	01 WS-HKP-MOVED-TOTAL PIC 9(09) VALUE 0.
*> the EULRAUD cut stops at the first held record older than the
*> cutoff (its position in the file; 999999999 when none is held) -
*> everything from there on stays live so the seal chain is unbroken
	01 WS-HKP-AUD-POS PIC 9(09) VALUE 0.
	01 WS-HKP-AUD-STOP PIC 9(09) VALUE 999999999.

*> retention-sweep fields: the generations catalog in storage, a
*> keep/delete verdict per row, and the dated name being deleted
	01 WS-G2 PIC 9(3) VALUE 0.
	01 WS-GEN-NEWER PIC 9(3) VALUE 0.
	01 WS-GEN-DELETED PIC 9(3) VALUE 0.
	01 WS-GEN-HELD PIC 9(3) VALUE 0.
	01 WS-GEN-DEL-NAME PIC X(18) VALUE SPACES.
	01 WS-GEN-DUP PIC 9 VALUE 0.

			10 WS-HKP-MOVED        PIC 9(09) VALUE 0.
			10 WS-HKP-OLDEST       PIC 9(08) VALUE 99999999.
			10 WS-HKP-NEWEST       PIC 9(08) VALUE 0.
			10 WS-HKP-ARC-OLDEST   PIC 9(08) VALUE 99999999.
			10 WS-HKP-ARC-NEWEST   PIC 9(08) VALUE 0.
			10 WS-HKP-HELD         PIC 9(09) VALUE 0.
			10 WS-HKP-CHAINED      PIC 9(09) VALUE 0.
	01 WS-F PIC 9 VALUE 0.

	01 WS-HKP-RPT-LINE.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRHKP" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRHKP" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRHKP" TO WS-LOCK-MY-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		GOBACK
	END-IF.
	PERFORM P-PARA.
	IF WS-HKP-REJECTED = 0 THEN
		PERFORM CUT-PERIOD-PARA
	END-IF.
	IF WS-HKP-REJECTED = 0 THEN
		PERFORM ARCH-CHECK-PARA
	END-IF.
	END-IF.
	MOVE "EULRAUD" TO WS-HKP-FILE-NAME(1).
	MOVE "EULREXP" TO WS-HKP-FILE-NAME(2).
	PERFORM HOLD-LOAD-PARA.
	PERFORM AUD-HOLD-SCAN-PARA.
	PERFORM AUD-SPLIT-PARA.
	IF WS-HKP-REJECTED = 0 THEN
		PERFORM EXP-SPLIT-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM ARC-CATALOG-PARA VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2.
	PERFORM REPORT-PARA.
	PERFORM RETAIN-SWEEP-PARA.
	PERFORM HOLD-REPORT-PARA.
	CLOSE HKPRPT-FILE.
	COMPUTE WS-HKP-MOVED-TOTAL = WS-HKP-MOVED(1) + WS-HKP-MOVED(2).
	MOVE WS-HKP-MOVED-TOTAL TO WS-RPT-RESULT.
		END-IF
	END-IF.

*> A cutoff inside a closed business month would leave that month
*> split between the archive and the live file, so it is refused; a
*> cutoff on the first of the month moves closed months out whole
*> and leaves their records exactly as they were closed
	CUT-PERIOD-PARA.
	MOVE WS-HKP-CUTOFF-X(1:6) TO WS-PCTL-MONTH.
	PERFORM PCTL-LOOK-PARA.
	IF WS-PCTL-CLOSED = 1 AND WS-HKP-CUTOFF-X(7:2) NOT = "01" THEN
		DISPLAY "EULRHKP: REJECTED CUTOFF " WS-HKP-CUTOFF-X
			" - IT WOULD SPLIT PERIOD " WS-PCTL-MONTH ", CLOSED "
			WS-PCTL-REC-DATE " BY "
			FUNCTION TRIM(WS-PCTL-REC-OPERATOR)
			"; CUT ON THE 1ST OR REOPEN IT WITH EULRPCLS"
		MOVE "PC01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PCTL-MONTH " " WS-HKP-CUTOFF-X
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-HKP-REJECTED
	END-IF.

*> Both archive targets are checked before the first live record is
*> read: an archive already on file for this cutoff means the purge
*> has been run (opening it OUTPUT would destroy the only copy of
		OPEN OUTPUT EULRAUD-WORK-FILE
		MOVE 1 TO WS-F
		MOVE 0 TO WS-HKP-EOF
		MOVE 0 TO WS-HKP-AUD-POS
		PERFORM AUD-READ-PARA
		PERFORM AUD-ROW-PARA UNTIL WS-HKP-EOF = 1
		CLOSE EULRAUD-IN-FILE
	END-READ.

	AUD-ROW-PARA.
	ADD 1 TO WS-HKP-AUD-POS.
	MOVE FUNCTION NUMVAL(EULRAUD-IN-RECORD(10:8)) TO WS-HKP-REC-DATE.
	PERFORM DATE-TRACK-PARA.
	IF WS-HKP-REC-DATE < WS-HKP-CUTOFF-R
			AND WS-HKP-AUD-POS < WS-HKP-AUD-STOP THEN
		WRITE EULRAUD-ARCH-RECORD FROM EULRAUD-IN-RECORD
		ADD 1 TO WS-HKP-MOVED(WS-F)
		PERFORM ARC-TRACK-PARA
	ELSE
		WRITE EULRAUD-WORK-RECORD FROM EULRAUD-IN-RECORD
		ADD 1 TO WS-HKP-KEPT(WS-F)
		IF WS-HKP-REC-DATE < WS-HKP-CUTOFF-R THEN
			PERFORM AUD-HOLD-ASK-PARA
			IF WS-HOLD-HIT > 0 THEN
				ADD 1 TO WS-HKP-HELD(WS-F)
				ADD 1 TO WS-HOLD-AUD-N(WS-HOLD-HIT)
			ELSE
				ADD 1 TO WS-HKP-CHAINED(WS-F)
			END-IF
		END-IF
	END-IF.
	PERFORM AUD-READ-PARA.

*> Before the EULRAUD split: where the first record older than the
*> cutoff that a hold covers sits in the file. Nothing at or after it
*> is archived - pulling the unheld records out from around a held
*> one would leave the live trail's seal chain broken at every gap
	AUD-HOLD-SCAN-PARA.
	MOVE 999999999 TO WS-HKP-AUD-STOP.
	IF WS-HOLD-COUNT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT EULRAUD-IN-FILE.
	IF WS-HKP-AUD-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-HKP-AUD-POS.
	MOVE 0 TO WS-HKP-EOF.
	PERFORM AUD-READ-PARA.
	PERFORM AUD-SCAN-ROW-PARA UNTIL WS-HKP-EOF = 1.
	CLOSE EULRAUD-IN-FILE.

	AUD-SCAN-ROW-PARA.
	ADD 1 TO WS-HKP-AUD-POS.
	MOVE FUNCTION NUMVAL(EULRAUD-IN-RECORD(10:8)) TO WS-HKP-REC-DATE.
	IF WS-HKP-REC-DATE < WS-HKP-CUTOFF-R THEN
		PERFORM AUD-HOLD-ASK-PARA
		IF WS-HOLD-HIT > 0 THEN
			MOVE WS-HKP-AUD-POS TO WS-HKP-AUD-STOP
			MOVE 1 TO WS-HKP-EOF
			EXIT PARAGRAPH
		END-IF
	END-IF.
	PERFORM AUD-READ-PARA.

*> an audit line is held by its run id, its run date, or its program
	AUD-HOLD-ASK-PARA.
	MOVE EULRAUD-IN-RECORD(55:16) TO WS-HOLD-ASK-RUN-ID.
	MOVE WS-HKP-REC-DATE TO WS-HOLD-ASK-DATE.
	MOVE EULRAUD-IN-RECORD(1:8) TO WS-HOLD-ASK-PROBLEM.
	MOVE SPACES TO WS-HOLD-ASK-GEN.
	PERFORM HOLD-TEST-PARA.

	AUD-COPYBACK-PARA.
	OPEN INPUT EULRAUD-WORK-FILE.
	OPEN OUTPUT EULRAUD-IN-FILE.
	EXP-ROW-PARA.
	MOVE FUNCTION NUMVAL(EULREXP-IN-RECORD(29:8)) TO WS-HKP-REC-DATE.
	PERFORM DATE-TRACK-PARA.
	MOVE 0 TO WS-HOLD-HIT.
	IF WS-HKP-REC-DATE < WS-HKP-CUTOFF-R THEN
		MOVE EULREXP-IN-RECORD(38:16) TO WS-HOLD-ASK-RUN-ID
		MOVE WS-HKP-REC-DATE TO WS-HOLD-ASK-DATE
		MOVE EULREXP-IN-RECORD(1:8) TO WS-HOLD-ASK-PROBLEM
		MOVE SPACES TO WS-HOLD-ASK-GEN
		PERFORM HOLD-TEST-PARA
	END-IF.
	IF WS-HOLD-HIT > 0 THEN
		WRITE EULREXP-WORK-RECORD FROM EULREXP-IN-RECORD
		ADD 1 TO WS-HKP-KEPT(WS-F)
		ADD 1 TO WS-HKP-HELD(WS-F)
		ADD 1 TO WS-HOLD-EXP-N(WS-HOLD-HIT)
		PERFORM EXP-READ-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-HKP-REC-DATE < WS-HKP-CUTOFF-R THEN
		WRITE EULREXP-ARCH-RECORD FROM EULREXP-IN-RECORD
		COMPUTE WS-HKP-EXP-HASH = FUNCTION MOD(WS-HKP-EXP-HASH
			+ FUNCTION NUMVAL(EULREXP-IN-RECORD(10:18)),
			1000000000000000000)
		ADD 1 TO WS-HKP-MOVED(WS-F)
		PERFORM ARC-TRACK-PARA
	ELSE
		WRITE EULREXP-WORK-RECORD FROM EULREXP-IN-RECORD
		ADD 1 TO WS-HKP-KEPT(WS-F)
		MOVE WS-HKP-REC-DATE TO WS-HKP-NEWEST(WS-F)
	END-IF.

*> the run-date range of what went to the archive, for its catalog row
	ARC-TRACK-PARA.
	IF WS-HKP-REC-DATE < WS-HKP-ARC-OLDEST(WS-F) THEN
		MOVE WS-HKP-REC-DATE TO WS-HKP-ARC-OLDEST(WS-F)
	END-IF.
	IF WS-HKP-REC-DATE > WS-HKP-ARC-NEWEST(WS-F) THEN
		MOVE WS-HKP-REC-DATE TO WS-HKP-ARC-NEWEST(WS-F)
	END-IF.

*> One archive-catalog row per archive cut - an empty archive (no
*> record older than the cutoff, or no live file) is cataloged too,
*> with a zero range, since the file is on disk all the same
	ARC-CATALOG-PARA.
	MOVE SPACES TO WS-ARC-RECORD.
	IF WS-F = 1 THEN
		MOVE WS-HKP-AUD-ARCH-NAME TO WS-ARC-NAME
	ELSE
		MOVE WS-HKP-EXP-ARCH-NAME TO WS-ARC-NAME
	END-IF.
	MOVE WS-HKP-FILE-NAME(WS-F) TO WS-ARC-SOURCE.
	IF WS-HKP-MOVED(WS-F) = 0 THEN
		MOVE 0 TO WS-ARC-OLDEST
		MOVE 0 TO WS-ARC-NEWEST
	ELSE
		MOVE WS-HKP-ARC-OLDEST(WS-F) TO WS-ARC-OLDEST
		MOVE WS-HKP-ARC-NEWEST(WS-F) TO WS-ARC-NEWEST
	END-IF.
	MOVE WS-HKP-MOVED(WS-F) TO WS-ARC-COUNT.
	PERFORM ARC-NOTE-PARA.

*> Write the purge report - one line per file: kept, moved,
*> oldest/newest run dates seen, and the archive each file rolled to
	REPORT-PARA.
	END-STRING.
	WRITE HKPRPT-RECORD.
	PERFORM REPORT-LINE-PARA VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2.
	PERFORM REPORT-HELD-PARA VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 2.

	REPORT-LINE-PARA.
	MOVE WS-HKP-FILE-NAME(WS-F) TO WS-HKP-RL-FILE.
	END-IF.
	WRITE HKPRPT-RECORD FROM WS-HKP-RPT-LINE.

*> What a hold kept live that the cutoff would have moved - on
*> EULRAUD also the unheld records kept with them for the seal chain
	REPORT-HELD-PARA.
	IF WS-HKP-HELD(WS-F) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO HKPRPT-RECORD.
	IF WS-F = 1 THEN
		STRING WS-HKP-FILE-NAME(WS-F) " HELD " WS-HKP-HELD(WS-F)
			" RECORD(S) PAST THE CUTOFF, PLUS " WS-HKP-CHAINED(WS-F)
			" KEPT WITH THEM FOR THE SEAL CHAIN"
			DELIMITED BY SIZE INTO HKPRPT-RECORD
		END-STRING
	ELSE
		STRING WS-HKP-FILE-NAME(WS-F) " HELD " WS-HKP-HELD(WS-F)
			" RECORD(S) PAST THE CUTOFF"
			DELIMITED BY SIZE INTO HKPRPT-RECORD
		END-STRING
	END-IF.
	WRITE HKPRPT-RECORD.

*> Retention sweep over the dated report generations: load the
*> catalog (collapsing same-day duplicate notes), keep the newest N
*> per base name, delete the older dated files, and rewrite the
		CLOSE EULRGENS-FILE
		MOVE SPACES TO HKPRPT-RECORD
		STRING "DATED-REPORT GENERATIONS DELETED: " WS-GEN-DELETED
			" (RETAINING " WS-HKP-RETAIN " PER REPORT), HELD: "
			WS-GEN-HELD
			DELIMITED BY SIZE INTO HKPRPT-RECORD
		END-STRING
		WRITE HKPRPT-RECORD
	END-IF.

*> A generation is deleted when more than the retained number of
*> NEWER generations of the same report exist - unless a hold covers
*> it by name or by its date (H: kept on disk and in the catalog)
	GEN-VERDICT-PARA.
	MOVE 0 TO WS-GEN-NEWER.
	PERFORM GEN-NEWER-PARA VARYING WS-G2 FROM 1 BY 1
		UNTIL WS-G2 > WS-GEN-COUNT.
	IF WS-GEN-NEWER >= WS-HKP-RETAIN THEN
		MOVE "N" TO WS-GEN-KEEP(WS-G)
		PERFORM GEN-NAME-PARA
		MOVE SPACES TO WS-HOLD-ASK-RUN-ID
		MOVE WS-GEN-DATE(WS-G) TO WS-HOLD-ASK-DATE
		MOVE SPACES TO WS-HOLD-ASK-PROBLEM
		MOVE WS-GEN-DEL-NAME TO WS-HOLD-ASK-GEN
		PERFORM HOLD-TEST-PARA
		IF WS-HOLD-HIT > 0 THEN
			MOVE "H" TO WS-GEN-KEEP(WS-G)
			ADD 1 TO WS-HOLD-GEN-N(WS-HOLD-HIT)
			ADD 1 TO WS-GEN-HELD
			MOVE SPACES TO HKPRPT-RECORD
			STRING "HELD GENERATION " WS-GEN-DEL-NAME " UNDER "
				WS-HOLD-ID(WS-HOLD-HIT) " - NOT DELETED"
				DELIMITED BY SIZE INTO HKPRPT-RECORD
			END-STRING
			WRITE HKPRPT-RECORD
		END-IF
	END-IF.

	GEN-NAME-PARA.
	MOVE SPACES TO WS-GEN-DEL-NAME.
	STRING FUNCTION TRIM(WS-GEN-BASE(WS-G)) ".D"
		WS-GEN-DATE(WS-G)
		DELIMITED BY SIZE INTO WS-GEN-DEL-NAME
	END-STRING.

	GEN-NEWER-PARA.
	IF WS-GEN-BASE(WS-G2) = WS-GEN-BASE(WS-G)
			AND WS-GEN-DATE(WS-G2) > WS-GEN-DATE(WS-G) THEN

	GEN-DELETE-PARA.
	IF WS-GEN-KEEP(WS-G) = "N" THEN
		PERFORM GEN-NAME-PARA
		CALL "CBL_DELETE_FILE" USING WS-GEN-DEL-NAME
		ADD 1 TO WS-GEN-DELETED
		MOVE SPACES TO HKPRPT-RECORD
	END-IF.

	GEN-REWRITE-PARA.
	IF WS-GEN-KEEP(WS-G) NOT = "N" THEN
		MOVE WS-GEN-BASE(WS-G) TO WS-GENS-REC-BASE
		MOVE WS-GEN-DATE(WS-G) TO WS-GENS-REC-DATE
		WRITE EULRGENS-FILE-RECORD FROM WS-GENS-RECORD
	END-IF.

*> One line per active hold: what it kept back on this run, and
*> whether its review date has passed
	HOLD-REPORT-PARA.
	IF WS-HOLD-COUNT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	PERFORM HOLD-REPORT-ROW-PARA VARYING WS-HOLD-IX FROM 1 BY 1
		UNTIL WS-HOLD-IX > WS-HOLD-COUNT.

	HOLD-REPORT-ROW-PARA.
	MOVE SPACES TO HKPRPT-RECORD.
	STRING "HOLD " WS-HOLD-ID(WS-HOLD-IX) " "
		WS-HOLD-SCOPE(WS-HOLD-IX) " " WS-HOLD-VALUE(WS-HOLD-IX)
		" AUD " WS-HOLD-AUD-N(WS-HOLD-IX)
		" EXP " WS-HOLD-EXP-N(WS-HOLD-IX)
		" GEN " WS-HOLD-GEN-N(WS-HOLD-IX)
		DELIMITED BY SIZE INTO HKPRPT-RECORD
	END-STRING.
	IF WS-HOLD-REVIEW(WS-HOLD-IX) < WS-BUS-DATE THEN
		MOVE "REVIEW DUE" TO HKPRPT-RECORD(89:10)
	END-IF.
	WRITE HKPRPT-RECORD.

	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
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
	COPY GENSPRC.
	COPY ARCPRC.
	COPY HOLDPRC.
	COPY LOCKPRC.
	COPY DIAG.
	COPY AUTHPRC.
