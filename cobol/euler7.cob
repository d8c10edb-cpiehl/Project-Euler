*>             manifest EULRMANI (MANDAT.cpy/MANPRC.cpy) per report
*>             file this program produces, so the EULRMINQ inquiry
*>             lists the run's complete output set.
*> 2026-10-15  every open of the shared prime cache now appends an
*>             input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id), so a questioned result
*>             can be traced to the cache generation it was computed
*>             against. A stats record this program writes carries
*>             its run id in E10PSTAT's new build run-id column.
*> 2026-10-15  the E10PRIME cache's content total is recomputed before
*>             it is opened and checked against the dataset-control
*>             registry EULRDCTL (DCTLDAT.cpy, DCTLPRC.cpy,
*>             DCTLCPRC.cpy); a mismatch - a file edited, partly
*>             restored, or copied from the wrong generation - is
*>             diagnostic DC01 with a CRIT notification on EULRNOTQ,
*>             and the run stops with RETURN-CODE 16 instead of
*>             answering from it. Extending the cache takes it off
*>             the registry for the append and registers the new
*>             total once the fresh trailer is on.
*> 2026-10-15  the E10PRIMR-unavailable note carries message id E07001W
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER7.
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
	SELECT LIN-PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-PSTAT-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
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
FD  E7PARM-FILE.
01  E10PRIMR-RECORD                PIC 9(12).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

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
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E7PARM.
	COPY E7RANGE.
	COPY WIDEDAT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-CANDIDATE PIC 9(12) VALUE 1.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER7" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER7" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM RANGE-READ-PARA.
	IF WS-E7-RANGE-IS-ACTIVE THEN
*> range mode: the search target becomes the TO ordinal, and every
			AND WS-CACHE-PRESENT = 1 AND WS-COUNT < WS-E7-N
			AND NOT WS-MODE-IS-TEST THEN
		MOVE 1 TO WS-APPEND-ACTIVE
		MOVE "E10PRIME" TO WS-DCTL-DATASET
		PERFORM DCTL-DROP-PARA
		OPEN EXTEND E10PRIME-FILE
*> the relative copy is extended too, one explicit ordinal per
*> appended prime - when it can't be opened the sequential cache
			MOVE 1 TO WS-PRIMR-EXT-OK
			MOVE 1 TO WS-PRIMR-OPENED
		ELSE
			MOVE "E07001W" TO WS-MSG-ID
			STRING "E10PRIMR UNAVAILABLE (STATUS "
				WS-PRIMR-STATUS ") - RELATIVE CACHE AND STATS"
				" LEFT AS THEY WERE"
				DELIMITED BY SIZE INTO WS-MSG-TEXT
			END-STRING
			PERFORM MSG-PARA
		END-IF
	END-IF.
	PERFORM B-PARA UNTIL WS-COUNT = WS-E7-N.
*> Nth-prime search doesn't retest candidates a prior sieve already
*> proved prime
	CACHE-PARA.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-CACHE-STATUS = "00" THEN
		PERFORM CACHE-CHECK-PARA UNTIL WS-CACHE-EOF = 1
		CLOSE E10PRIME-FILE
	END-STRING.
	WRITE E10PRIME-FILE-RECORD FROM WS-CACHE-BUF.
	CLOSE E10PRIME-FILE.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-REGISTER-PARA.
	IF WS-PRIMR-EXT-OK = 1 THEN
		CLOSE E10PRIMR-FILE
*> the stats record only certifies ordinals the relative cache
		MOVE WS-CANDIDATE TO WS-E10-STAT-CEILING
		ACCEPT WS-E10-STAT-DATE FROM DATE YYYYMMDD
		MOVE WS-E7-NEW-WIDE TO WS-E10-STAT-SUM-WIDE
		PERFORM RUNID-ENSURE-PARA
		MOVE WS-SUITE-RUN-ID TO WS-E10-STAT-RUN-ID
		OPEN OUTPUT E10PSTAT-FILE
		WRITE E10PSTAT-FILE-RECORD FROM WS-E10-STAT-RECORD
		CLOSE E10PSTAT-FILE

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
	COPY DCTLPPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
	COPY MANPRC.
	COPY E7RANGEP.
