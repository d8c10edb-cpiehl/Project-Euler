*>             normal, 8 on a verify discrepancy, 12 lock, 16 on a
*>             bad card or missing set; the usual audit line, with
*>             member count as the banner result.
*> 2026-10-15  E15PARM joins the member list.
*> 2026-10-15  E16PARM and E20PARM join the member list.
*> 2026-10-15  E17PARM joins the member list.
*> 2026-10-15  E18PARM, E18TRI, E67PARM and E67TRI join the member
*>             list.
*> 2026-10-15  E19PARM joins the member list.
*> 2026-10-15  E22PARM and E22NAMES join the member list.
*> 2026-10-15  E23PARM joins the member list.
*> 2026-10-15  EULRREQR (the chargeback requester registry) joins
*>             the member list.
*> 2026-10-15  EULRDCTL (the dataset-control registry) joins the
*>             member list, so a restored E10PRIME comes back with
*>             the content total it was registered under.
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
*> 2026-10-15  the member list moved to BKPLIST.cpy (WS-BKP-LIST-SIZE
*>             with it) so the provisioning audit EULRPROV checks a new
*>             problem's files against the list the backup actually
*>             walks. No member changes.
*> 2026-10-15  each BACKUP set written is now recorded on the archive
*>             catalog EULRARCC (ARCDAT.cpy/ARCPRC.cpy) under the set
*>             date with its member record total, alongside EULRHKP's
*>             dated purges - one place to find every archive file the
*>             suite has cut.
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
PROGRAM-ID. EULRBKUP.

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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT EULRARCC-FILE ASSIGN TO "EULRARCC"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ARC-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BKUPPARM-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
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
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY ARCDAT.

	01 WS-BKP-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-BKP-SET-STATUS PIC XX VALUE SPACES.
	01 WS-BKP-SET-NAME PIC X(17) VALUE SPACES.
	01 WS-BKP-MBR-NAME PIC X(17) VALUE SPACES.

	COPY BKPLIST.
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-BKP-MEMBERS PIC 9(3) VALUE 0.

	01 WS-BKP-LEN PIC 9(5) VALUE 0.
	01 WS-BKP-J PIC 9(5) VALUE 0.
	01 WS-BKP-COUNT PIC 9(9) VALUE 0.
	01 WS-BKP-TOTAL PIC 9(9) VALUE 0.
	01 WS-BKP-CHECK PIC 9(12) VALUE 0.
	01 WS-BKP-WANT-COUNT PIC 9(9) VALUE 0.
	01 WS-BKP-WANT-CHECK PIC 9(12) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRBKUP" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRBKUP" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRBKUP" TO WS-LOCK-MY-PROGRAM.
	PERFORM P-PARA.
	IF WS-BKP-REJECTED = 1 THEN
	BACKUP-PARA.
	OPEN OUTPUT BKP-SET-FILE.
	PERFORM BACKUP-FLAT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-BKP-LIST-SIZE.
	PERFORM BACKUP-SEG-PARA.
	PERFORM BACKUP-HIST-PARA.
	MOVE SPACES TO WS-BKP-BUF.
	END-STRING.
	WRITE BKP-SET-RECORD FROM WS-BKP-BUF.
	CLOSE BKP-SET-FILE.
	MOVE SPACES TO WS-ARC-RECORD.
	MOVE WS-BKP-SET-NAME TO WS-ARC-NAME.
	MOVE "EULRBKP" TO WS-ARC-SOURCE.
	MOVE WS-BKP-DATE TO WS-ARC-OLDEST.
	MOVE WS-BKP-DATE TO WS-ARC-NEWEST.
	MOVE WS-BKP-TOTAL TO WS-ARC-COUNT.
	PERFORM ARC-NOTE-PARA.
	DISPLAY "EULRBKUP: " WS-BKP-MEMBERS " MEMBER(S) CAPTURED TO "
		FUNCTION TRIM(WS-BKP-SET-NAME).

	WRITE BKP-SET-RECORD FROM WS-BKP-BUF.

	MBR-CLOSE-PARA.
	ADD WS-BKP-COUNT TO WS-BKP-TOTAL.
	MOVE WS-BKP-COUNT TO WS-BKP-COUNT-X.
	MOVE WS-BKP-CHECK TO WS-BKP-CHECK-X.
	MOVE SPACES TO WS-BKP-BUF.

	COPY AUDIT.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY DIAG.
	COPY AUTHPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY PCTLPRC.
	COPY PCTLGPRC.
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY LOCKPRC.
	COPY ARCPRC.
