*>             reaches past the modulus) is rejected as not
*>             representable rather than answered with a wrapped
*>             number.
*> 2026-10-15  every open of the segment archive and the prime cache
*>             now appends an input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id), so a questioned result
*>             can be traced to the cache generation it was computed
*>             against.
*> 2026-10-15  the E10SEG archive's and the E10PRIME cache's content
*>             total is recomputed before it is opened and checked
*>             against the dataset-control registry EULRDCTL
*>             (DCTLDAT.cpy, DCTLPRC.cpy, DCTLCPRC.cpy); a mismatch - a
*>             file edited, partly restored, or copied from the wrong
*>             generation - is diagnostic DC01 with a CRIT notification
*>             on EULRNOTQ, and the run stops with RETURN-CODE 16
*>             instead of answering from it.
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
*> 2026-10-15  answers a query handed over in EXTERNAL storage
*>             (WS-PSUM-ASK-CARD, PSUMPRM.cpy) in preference to the
*>             PSUMPARM card, and hands the sum back in WS-SUITE-RESULT
*>             (EULRSLT.cpy), so the consistency ledger EULRCLED can
*>             CALL it for the 2-to-ceiling sum without rewriting the
*>             live card.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRPSUM.
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
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT LIN-PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-PSTAT-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT DCTL-SEG-FILE ASSIGN TO "E10SEG"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-SEG-KEY
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
FD  PSUMPARM-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

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
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRDMND-FILE.
01  EULRDMND-FILE-RECORD           PIC X(45).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  DCTL-SEG-FILE.
01  DCTL-SEG-RECORD.
	05 DCTL-SEG-KEY              PIC 9(09).
	05 FILLER                    PIC X(51).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY PSUMPRM.
	COPY EULRSLT.
	COPY E10PRM.
	COPY RPTHDR.
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
	COPY DMDDAT.

	01 WS-PSUM-PARM-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRPSUM" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRPSUM" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-PSUM-REJECTED = 0 THEN
		PERFORM SEG-PASS-PARA
		WS-PSUM-LOW " AND " WS-PSUM-HIGH.
	MOVE WS-PSUM-ANSWER-SUM TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-PSUM-ANSWER-SUM TO WS-SUITE-RESULT.
	MOVE 0 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA

*> Read and validate the query card
	P-PARA.
	IF WS-PSUM-ASK-CARD IS NUMERIC THEN
		MOVE WS-PSUM-ASK-CARD TO WS-PSUM-PARM-CARD
		PERFORM P-CHECK-PARA
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT PSUMPARM-FILE.
	IF WS-PSUM-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRPSUM: REJECTED - PSUMPARM QUERY CARD NOT FOUND"
			AT END MOVE SPACES TO WS-PSUM-PARM-CARD
		END-READ
		CLOSE PSUMPARM-FILE
		PERFORM P-CHECK-PARA
	END-IF.

	P-CHECK-PARA.
	IF WS-PSUM-PARM-CARD IS NOT NUMERIC
			OR WS-PSUM-LOW < 1
			OR WS-PSUM-HIGH < WS-PSUM-LOW THEN
		DISPLAY "EULRPSUM: REJECTED RANGE '" WS-PSUM-PARM-CARD
			"' - NEED 1 <= LOW <= HIGH, BOTH NUMERIC"
		MOVE 1 TO WS-PSUM-REJECTED
	END-IF.

*> Walk the segment archive once, capturing the running sum and
*> count at boundary A (the highest boundary at or below LOW) and
*> boundary B (the lowest boundary above HIGH)
	SEG-PASS-PARA.
	PERFORM DCTL-SEG-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10SEG-FILE.
	IF WS-PSUM-SEG-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10SEG" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-PSUM-SEG-STATUS NOT = "00" THEN
		DISPLAY "EULRPSUM: REJECTED - NO E10SEG ARCHIVE ON FILE,"
			" RUN EULER10 FIRST"
*> mid-build and must not feed the adjustment arithmetic
	CACHE-CHECK-PARA.
	MOVE 0 TO WS-PSUM-EOF.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-PSUM-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-PSUM-CACHE-STATUS NOT = "00" THEN
		DISPLAY "EULRPSUM: REJECTED - E10PRIME NOT ON FILE, THE"
			" PARTIAL-SEGMENT ADJUSTMENT NEEDS IT"
	COPY AUDIT.
	COPY DIAG.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY DMDPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLSPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
