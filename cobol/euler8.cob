*>             and the export row's new source-id column (EULREXP
*>             grows 191 to 200 bytes), so every answer traces to a
*>             named, dated series.
*> 2026-10-15  every series scanned is stamped on the input-lineage
*>             log (LINDAT.cpy/LINPRC.cpy, EULRLIN) - its E8SERLIB id,
*>             source tag, load date, and length, or its SERn ordinal
*>             and length when the run fell back to E8DIGITS - so a
*>             questioned answer names the series it was read from.
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
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the series the
*>             quality pass read off E8SERLIB or E8DIGITS against the
*>             series the scan reported on E8RPT, a series too short
*>             for every window size counted rejected. A batch
*>             refused for non-digits posts every series read as
*>             rejected, an overflow those not reported. Not posted
*>             in TEST mode.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULER8.

	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BUS-CARD-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO WS-SHAD-MANI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT EULRBAL-FILE ASSIGN TO WS-SHAD-BAL-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BAL-STATUS.

DATA DIVISION.
FILE SECTION.
*> E8DIGITS-RECORD's PIC X(1000) is a hard ceiling, not just a
01  E8DQRPT-RECORD                 PIC X(60).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
FD  EULRDIAG-FILE.

FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
	WORKING-STORAGE SECTION.
	COPY E8PARM.
	COPY E8SLIB.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY BALDAT.
	COPY EXPDAT.

	01 WS-BIGPROD PIC 9(36) VALUE 0.
	01 WS-E8-DIGITS-STATUS PIC XX VALUE SPACES.
	01 WS-E8-DIGITS-EOF PIC 9 VALUE 0.
	01 WS-E8-SERIES-NO PIC 9(4) VALUE 0.
*> control totals: series reported on E8RPT, series too short for
*> every window, and whether the series being scanned got a line
	01 WS-E8-SERIES-RPTD PIC 9(4) VALUE 0.
	01 WS-E8-SERIES-SHORT PIC 9(4) VALUE 0.
	01 WS-E8-SERIES-HIT PIC 9 VALUE 0.
*> library-mode fields: which input feeds the run, the current
*> series' registered id (SERn when falling back to E8DIGITS), and
*> the id of the series the banner winner came from

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER8" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER8" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM LIB-PROBE-PARA.
	PERFORM P-PARA.
	IF WS-E8-REJECTED = 1 THEN
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE 0 TO WS-E8-SERIES-RPTD
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
		MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	MOVE WS-E8-PARM-CARD TO WS-SUITE-PARM-CARD.
	MOVE WS-E8-BIG-SERIES TO WS-EXPORT-SOURCE-ID.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-E8-SERIES-SHORT TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	END-STRING.
	WRITE E8DQRPT-RECORD.
	CLOSE E8DQRPT-FILE.
	MOVE WS-E8-SERIES-NO TO WS-BAL-IN.
	MOVE 0 TO WS-E8-SERIES-NO.

*> One series into WS-BIGNUM whichever input feeds the run, with
		END-IF
		COMPUTE WS-STRLEN =
			FUNCTION LENGTH(FUNCTION TRIM(WS-BIGNUM))
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM LINEAGE-PARA
		END-IF
		MOVE 0 TO WS-E8-SERIES-HIT
		PERFORM SERIES-PARA
		IF WS-E8-SERIES-HIT = 1 THEN
			ADD 1 TO WS-E8-SERIES-RPTD
		ELSE
			IF NOT WS-OVERFLOWED THEN
				ADD 1 TO WS-E8-SERIES-SHORT
			END-IF
		END-IF
	END-IF.
	PERFORM BATCH-READ-PARA.

*> Stamp the series about to be scanned on the input-lineage log - a
*> library series by its registered identity, a fallback record by
*> its ordinal and measured length
	LINEAGE-PARA.
	MOVE SPACES TO WS-LIN-SOURCE-RUN.
	MOVE SPACES TO WS-LIN-STAMP.
	MOVE WS-STRLEN TO WS-E8-SEQ-EDIT.
	IF WS-E8-LIB-MODE = 1 THEN
		MOVE "E8SERLIB" TO WS-LIN-DATASET
		STRING "SERIES " WS-E8-SLIB-ID " " WS-E8-SLIB-SOURCE " "
			WS-E8-SLIB-DATE " LEN " WS-E8-SLIB-LENGTH
			DELIMITED BY SIZE INTO WS-LIN-STAMP
		END-STRING
	ELSE
		MOVE "E8DIGITS" TO WS-LIN-DATASET
		STRING FUNCTION TRIM(WS-E8-SERIES-ID) " UNREGISTERED, LEN "
			FUNCTION TRIM(WS-E8-SEQ-EDIT)
			DELIMITED BY SIZE INTO WS-LIN-STAMP
		END-STRING
	END-IF.
	PERFORM LIN-NOTE-PARA.

*> Scan one digit series against every requested window size,
*> reporting the ranked top-K table per size and folding each size's
*> best into the overall banner winner
	END-IF.
	MOVE WS-E8-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE 1 TO WS-E8-SERIES-HIT.

	B-PARA.
	MOVE 1 TO WS-PROD.
		MOVE 1 TO WS-OVERFLOW
	END-IF.

*> Control totals onto EULRBAL: series in as the quality pass read
*> them, out as E8RPT reported them; the caller sets rejected
	BALANCE-PARA.
	IF WS-E8-LIB-MODE = 1 THEN
		MOVE "E8SERLIB" TO WS-BAL-IN-FILE
	ELSE
		MOVE "E8DIGITS" TO WS-BAL-IN-FILE
	END-IF.
	MOVE "E8RPT" TO WS-BAL-OUT-FILE.
	MOVE 0 TO WS-BAL-CARRIED.
	MOVE WS-E8-SERIES-RPTD TO WS-BAL-OUT.
	PERFORM BAL-POST-PARA.

*> A refused batch: every series read and not reported - refused
*> for non-digits, or never reached after an overflow - is rejected
	BALANCE-REJECT-PARA.
	MOVE 0 TO WS-BAL-REJECTED.
	IF WS-BAL-IN > WS-E8-SERIES-RPTD THEN
		COMPUTE WS-BAL-REJECTED = WS-BAL-IN - WS-E8-SERIES-RPTD
	END-IF.
	PERFORM BALANCE-PARA.

	DTL-PUT-PARA.
	WRITE E8RPT-RECORD FROM WS-DTL-LINE.


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
	COPY LINPRC.
	COPY MANPRC.
	COPY BALPRC.
