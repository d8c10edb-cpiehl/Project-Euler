*>             not be open to any user id that can run the
*>             executable; a refusal is DENIED/AU01 with
*>             RETURN-CODE 16 and the file untouched.
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
*> 2026-10-15  follows the deployed-version column appended to both
*>             files (EULRAUD 110 bytes, EULREXP 209, see AUDDAT.cpy
*>             and EXPDAT.cpy): a current row keeps its version and
*>             the fresh audit seal covers it as AUD-SEAL-PARA does.
*>             Neither file needs migrating for it - a row without
*>             the column is still current.
*> 2026-10-15  EULRAUTH grew to 18 bytes for the ninth authority flag,
*>             HOLD (placing and releasing a legal hold in EULRHLD,
*>             see AUTHDAT.cpy) - the FD follows; a 17-byte record
*>             written before it still reads, with no HOLD authority.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority flag,
*>             PROMOTE (applying and backing out a promotion package in
*>             EULRPKG, see AUTHDAT.cpy) - the FD follows; an 18-byte
*>             record written before it still reads, with no PROMOTE
*>             authority.
IDENTIFICATION DIVISION.
PROGRAM-ID. EULRMIGR.

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
FD  MIGRPARM-FILE.
01  MIGRPARM-RECORD                PIC X(08).

FD  MIG-IN-FILE.
01  MIG-IN-RECORD                  PIC X(209).

FD  MIG-OUT-FILE.
01  MIG-OUT-RECORD                 PIC X(209).

FD  MIGRRPT-FILE.
01  MIGRRPT-RECORD                 PIC X(80).
01  EULRLOCK-FILE-RECORD           PIC X(35).

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
FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).

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
	COPY AUTHDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.

	01 WS-MIG-PARM-STATUS PIC XX VALUE SPACES.

*> the row in hand, its measured length, and the rebuilt current-
*> layout image
	01 WS-MIG-ROW PIC X(209) VALUE SPACES.
	01 WS-MIG-LEN PIC 9(5) VALUE 0.
	01 WS-MIG-NEW PIC X(209) VALUE SPACES.
	01 WS-MIG-TOTAL PIC 9(9) VALUE 0.
	01 WS-MIG-V1 PIC 9(9) VALUE 0.
	01 WS-MIG-V2 PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRMIGR" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRMIGR" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRMIGR" TO WS-LOCK-MY-PROGRAM.
	PERFORM P-PARA.
	IF WS-MIG-REJECTED = 1 THEN
		WRITE MIG-OUT-RECORD FROM WS-MIG-NEW
	END-IF.

*> One EULRAUD row to the sealed layout: cols 1-53 never moved; the
*> run id (55-70), profile (72-78), version (103-110), and seal
*> columns are kept where present and defaulted where the vintage
*> predates them - a blank run id or version stays blank, there is
*> nothing true to invent. Every output row gets a fresh seal,
*> sequence 1 upward.
	AUD-CONVERT-PARA.
	MOVE SPACES TO WS-MIG-NEW.
	MOVE WS-MIG-ROW(1:53) TO WS-MIG-NEW(1:53).
			ADD 1 TO WS-MIG-CONVERTED
		WHEN OTHER
			MOVE WS-MIG-ROW(55:25) TO WS-MIG-NEW(55:25)
			MOVE WS-MIG-ROW(103:8) TO WS-MIG-NEW(103:8)
			ADD 1 TO WS-MIG-CUR
	END-EVALUATE.
	PERFORM SEAL-PARA.

*> The fresh chain: positional byte sum over the 79 content
*> columns and a stamped version column, folded with the previous
*> check and this sequence - the exact AUD-SEAL-PARA / EULRSEAL
*> arithmetic
	SEAL-PARA.
	ADD 1 TO WS-MIG-SEQ.
	MOVE 0 TO WS-MIG-SUM.
	PERFORM SEAL-BYTE-PARA VARYING WS-MIG-K FROM 1 BY 1
		UNTIL WS-MIG-K > 79.
	IF WS-MIG-NEW(103:8) NOT = SPACES THEN
		PERFORM SEAL-BYTE-PARA VARYING WS-MIG-K FROM 103 BY 1
			UNTIL WS-MIG-K > 110
	END-IF.
	COMPUTE WS-MIG-CHECK =
		FUNCTION MOD(WS-MIG-CHECK * 31
			+ WS-MIG-SUM + WS-MIG-SEQ, 999999999999).
		+ FUNCTION ORD(WS-MIG-NEW(WS-MIG-K:1))
			* WS-MIG-K, 999999999999).

*> One EULREXP row to the current layout. The original 128-byte
*> vintage has no run-id column - its card echo starts at col 38 -
*> so the card moves to the current echo column, the run id
*> defaults blank, and the wide result is rebuilt from the 18-digit
*> result (EXPRMAP.cpy's mapping, applied permanently). Later
*> vintages only need the wide and source-id tails defaulted; a row
*> past 191 bytes is current - the version column (202-209) is
*> blank on rows written before it and stays so.
	EXP-CONVERT-PARA.
	MOVE SPACES TO WS-MIG-NEW.
	EVALUATE TRUE

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY DIAG.
	COPY AUTHPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY LOCKPRC.
