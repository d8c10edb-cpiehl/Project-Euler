*>             expected and found values), 16 when the file is
*>             missing. The usual audit line - which itself extends
*>             the sealed chain.
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
*> 2026-10-15  the audit line grew to 110 bytes for the deployed-version
*>             column (cols 103-110, AUDDAT.cpy); the check is
*>             recomputed over it as well when it is stamped, exactly
*>             as AUD-SEAL-PARA now seals it, so an edited version
*>             breaks the chain.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSEAL.

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
FD  SEALPARM-FILE.
01  SEALPARM-RECORD                PIC X(17).

FD  VSEAL-IN-FILE.
01  VSEAL-IN-RECORD                PIC X(110).

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
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
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
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-VSEAL-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-VSEAL-IN-STATUS PIC XX VALUE SPACES.
	01 WS-VSEAL-PRESEAL PIC 9(9) VALUE 0.
	01 WS-VSEAL-SEALED PIC 9(9) VALUE 0.
	01 WS-VSEAL-STARTED PIC 9 VALUE 0.
	01 WS-VSEAL-REC PIC X(110) VALUE SPACES.
	01 WS-VSEAL-SEQ PIC 9(8) VALUE 0.
	01 WS-VSEAL-CHECK PIC 9(12) VALUE 0.
	01 WS-VSEAL-PREV-SEQ PIC 9(8) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRSEAL" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRSEAL" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	OPEN INPUT VSEAL-IN-FILE.
	IF WS-VSEAL-IN-STATUS NOT = "00" THEN
	END-IF.

*> Recompute what this record's check must be - the same positional
*> byte sum over the 79 content columns (and the version column when
*> one is stamped) AUD-SEAL-PARA uses, folded with the previous
*> check and this sequence number
	CHECK-EXPECT-PARA.
	MOVE 0 TO WS-VSEAL-SUM.
	PERFORM CHECK-BYTE-PARA VARYING WS-VSEAL-K FROM 1 BY 1
		UNTIL WS-VSEAL-K > 79.
	IF WS-VSEAL-REC(103:8) NOT = SPACES THEN
		PERFORM CHECK-BYTE-PARA VARYING WS-VSEAL-K FROM 103 BY 1
			UNTIL WS-VSEAL-K > 110
	END-IF.
	COMPUTE WS-VSEAL-WANT =
		FUNCTION MOD(WS-VSEAL-PREV-CHECK * 31
			+ WS-VSEAL-SUM + WS-VSEAL-SEQ, 999999999999).
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
