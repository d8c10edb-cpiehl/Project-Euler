*>             walking with a note - slower, never wrong. Winning
*>             start as the banner result (its length on the log),
*>             the usual audit/export hookup, EULER14 on EULREF.
*> 2026-10-15  the memo state the sweep starts from (a prior E14MEMO
*>             carried forward, a memo created by this run, or no memo
*>             and why) is stamped on the input-lineage log
*>             (LINDAT.cpy/LINPRC.cpy, EULRLIN), so a questioned answer
*>             says whether prior runs' chain lengths fed it.
*> 2026-10-15  E14MEMO's content total is recomputed before the memo
*>             is opened and checked against the dataset-control
*>             registry EULRDCTL (DCTLDAT.cpy, DCTLPRC.cpy,
*>             DCTLCPRC.cpy); a mismatch - a memo edited, partly
*>             restored, or copied from the wrong generation - is
*>             diagnostic DC01 with a CRIT notification on EULRNOTQ,
*>             and the run stops with RETURN-CODE 16 rather than
*>             reuse chain lengths it cannot trust. The memo comes
*>             off the registry while the sweep adds to it and is
*>             registered again when the sweep completes, so a
*>             cancelled sweep leaves it unregistered, not mismatched.
*> 2026-10-15  the checkpoint restart, skipped-chain, and
*>             E14MEMO-unavailable notes carry message ids
*>             E14001I-E14003W (EULRMCAT) and are appended to the
*>             message log EULRMLOG (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER14.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.

	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
	SELECT SHAD-WIPE-FILE ASSIGN TO WS-SHAD-WIPE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SHAD-WIPE-STATUS.
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-MEMO-FILE ASSIGN TO "E14MEMO"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-MEMO-KEY
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  E14PARM-FILE.
01  RANGE-CKPT-RECORD              PIC X(55).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).

FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-MEMO-FILE.
01  DCTL-MEMO-RECORD.
	05 DCTL-MEMO-KEY             PIC 9(12).
	05 FILLER                    PIC X(04).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.
	COPY RNGCKPT.

	01 WS-E14-CEIL PIC 9(12) VALUE 0.
	01 WS-E14-REJECTED PIC 9 VALUE 0.
	01 WS-E14-MEMO-UP PIC 9 VALUE 0.
	01 WS-E14-MEMO-NEW PIC 9 VALUE 0.

*> the sweep and the chain walk: 9(18) fields because a chain peaks
*> far above its start

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER14" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER14" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E14-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		END-IF
		GOBACK
	END-IF.
	PERFORM MEMO-VERIFY-PARA.
	PERFORM MEMO-OPEN-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM MEMO-LINEAGE-PARA
	END-IF.
	PERFORM RCKPT-READ-PARA.
	MOVE 1000 TO WS-RCKPT-INTERVAL.
	IF WS-RCKPT-IS-RESTART THEN
		COMPUTE WS-E14-START = WS-RCKPT-LAST-VALUE + 1
		MOVE WS-RCKPT-AUX1 TO WS-E14-BEST-START
		MOVE WS-RCKPT-AUX2 TO WS-E14-BEST-LEN
		MOVE "E14001I" TO WS-MSG-ID
		STRING "RESTARTING THE SWEEP AFTER "
			WS-RCKPT-LAST-VALUE
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		MOVE 1 TO WS-E14-START
	END-IF.
	PERFORM RCKPT-CLEAR-PARA.
	IF WS-E14-MEMO-UP = 1 THEN
		CLOSE E14MEMO-FILE
		PERFORM MEMO-PASS-PARA
		PERFORM DCTL-REGISTER-PARA
	END-IF.
	IF WS-E14-OVER-COUNT > 0 THEN
		MOVE "E14002W" TO WS-MSG-ID
		STRING WS-E14-OVER-COUNT " CHAIN(S) RAN PAST"
			" THE 18-DIGIT WORK FIELDS AND WERE SKIPPED"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE "EE02" TO WS-DIAG-CODE
		MOVE WS-E14-OVER-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE FUNCTION NUMVAL(WS-E14-CEIL-X) TO WS-E14-CEIL
	END-IF.

*> The memo's content total, recomputed and checked against its
*> registered control before the sweep trusts a single length off it
*> - then the memo comes off the registry while this run adds to it
	MEMO-VERIFY-PARA.
	PERFORM MEMO-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	MOVE "E14MEMO" TO WS-DCTL-DATASET.
	PERFORM DCTL-DROP-PARA.

*> One pass of the memo in key order through its own SELECT, folding
*> every record into the content total (DCTLPRC.cpy)
	MEMO-PASS-PARA.
	MOVE "E14MEMO" TO WS-DCTL-DATASET.
	MOVE 0 TO WS-DCTL-PRESENT.
	MOVE 0 TO WS-DCTL-COUNT.
	MOVE 0 TO WS-DCTL-TOTAL.
	MOVE 0 TO WS-DCTL-EOF.
	OPEN INPUT DCTL-MEMO-FILE.
	IF WS-DCTL-IN-STATUS = "00" THEN
		MOVE 1 TO WS-DCTL-PRESENT
		MOVE 16 TO WS-DCTL-LEN
		PERFORM MEMO-PASS-ROW-PARA UNTIL WS-DCTL-EOF = 1
		CLOSE DCTL-MEMO-FILE
	END-IF.

	MEMO-PASS-ROW-PARA.
	READ DCTL-MEMO-FILE NEXT RECORD INTO WS-DCTL-BUF
		AT END MOVE 1 TO WS-DCTL-EOF
	END-READ.
	IF WS-DCTL-EOF = 0 THEN
		PERFORM DCTL-FOLD-PARA
	END-IF.

*> The memo dataset opens I-O so prior runs' lengths are read and
*> this run's are added; first-ever run creates it. Unavailable
*> (including a runtime without keyed files) degrades to plain
*> walking - slower, never wrong.
	MEMO-OPEN-PARA.
	MOVE 0 TO WS-E14-MEMO-UP.
	MOVE 0 TO WS-E14-MEMO-NEW.
	OPEN I-O E14MEMO-FILE.
	IF WS-E14-MEMO-STATUS NOT = "00" THEN
		OPEN OUTPUT E14MEMO-FILE
		IF WS-E14-MEMO-STATUS = "00" THEN
			MOVE 1 TO WS-E14-MEMO-NEW
			CLOSE E14MEMO-FILE
			OPEN I-O E14MEMO-FILE
		END-IF
	IF WS-E14-MEMO-STATUS = "00" THEN
		MOVE 1 TO WS-E14-MEMO-UP
	ELSE
		MOVE "E14003W" TO WS-MSG-ID
		STRING "E14MEMO UNAVAILABLE (STATUS "
			WS-E14-MEMO-STATUS ") - WALKING WITHOUT THE MEMO"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.

*> The memo state the sweep starts from, onto the input-lineage log
	MEMO-LINEAGE-PARA.
	MOVE "E14MEMO" TO WS-LIN-DATASET.
	MOVE SPACES TO WS-LIN-SOURCE-RUN.
	MOVE SPACES TO WS-LIN-STAMP.
	EVALUATE TRUE
		WHEN WS-E14-MEMO-UP = 0
			STRING "UNAVAILABLE (STATUS " WS-E14-MEMO-STATUS
				") - NO MEMO USED" DELIMITED BY SIZE
				INTO WS-LIN-STAMP
			END-STRING
		WHEN WS-E14-MEMO-NEW = 1
			MOVE "NEW MEMO - CREATED BY THIS RUN" TO WS-LIN-STAMP
		WHEN OTHER
			MOVE "PRIOR MEMO - CARRIED FORWARD" TO WS-LIN-STAMP
	END-EVALUATE.
	PERFORM LIN-NOTE-PARA.

*> One starting number: a memoed start is one READ; otherwise walk
*> the chain, finishing by lookup the moment it descends onto any
*> memoed value, and memo the start for every run after this one

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY EXPORT.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY DCTLPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY RNGCKPTP.
