*>             whole's 36-digit wide sum in E10PSTAT's new wide-sum
*>             column (E10STAT.cpy), so a ceiling raise after a
*>             sliced build can still take EULER10's top-up path.
*> 2026-10-15  the rebuilt E10PSTAT record now carries this run's
*>             correlation id in the new build run-id column (cols
*>             83-98, E10STAT.cpy; the record grows 81 to 98 bytes),
*>             so the input-lineage log can name the build every
*>             cache reader was computed against.
*> 2026-10-15  the merged E10PRIME and E10SEG come off the
*>             dataset-control registry EULRDCTL (DCTLDAT.cpy,
*>             DCTLPRC.cpy) before they are truncated and, once the
*>             merge balances, are registered with content totals
*>             recomputed off the merged files, so consumers can
*>             prove the cache they open is the one this merge wrote.
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

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRPMRG.
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PMRGPARM-FILE.
01  E10PRIMR-RECORD                PIC 9(12).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

FD  E10SEG-FILE.
01  E10SEG-OUT-RECORD.
01  PMRGRPT-RECORD                 PIC X(100).

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
01  BDATE-CARD-RECORD              PIC X(08).
FD  SHAD-WIPE-FILE.
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  DCTL-SEG-FILE.
01  DCTL-SEG-RECORD.
	05 DCTL-SEG-KEY              PIC 9(09).
	05 FILLER                    PIC X(51).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E10PRM.
	COPY E10HDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-PMRG-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-PMRG-PSLICE-STATUS PIC XX VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRPMRG" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRPMRG" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-PMRG-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	OPEN OUTPUT PMRGRPT-FILE.
*> invalidate the previous build's certification before truncating
*> the caches it certified
	MOVE "E10PRIME" TO WS-DCTL-DATASET.
	PERFORM DCTL-DROP-PARA.
	MOVE "E10SEG" TO WS-DCTL-DATASET.
	PERFORM DCTL-DROP-PARA.
	OPEN OUTPUT E10PSTAT-FILE.
	CLOSE E10PSTAT-FILE.
	OPEN OUTPUT E10PRIME-FILE.
		MOVE WS-PMRG-CEILING TO WS-E10-STAT-CEILING
		ACCEPT WS-E10-STAT-DATE FROM DATE YYYYMMDD
		MOVE WS-PMRG-TOTAL-WIDE TO WS-E10-STAT-SUM-WIDE
		PERFORM RUNID-ENSURE-PARA
		MOVE WS-SUITE-RUN-ID TO WS-E10-STAT-RUN-ID
		OPEN OUTPUT E10PSTAT-FILE
		WRITE E10PSTAT-FILE-RECORD FROM WS-E10-STAT-RECORD
		CLOSE E10PSTAT-FILE
		PERFORM DCTL-PRIME-PASS-PARA
		PERFORM DCTL-REGISTER-PARA
		PERFORM DCTL-SEG-PASS-PARA
		PERFORM DCTL-REGISTER-PARA
	END-IF.
	PERFORM REPORT-TOTALS-PARA.
	CLOSE PMRGRPT-FILE.
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
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLSPRC.
