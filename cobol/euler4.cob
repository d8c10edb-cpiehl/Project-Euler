*>             bases, count as the banner result. A base outside
*>             2-16 rejects with the new E402, a bad dual range
*>             with E403.
*> 2026-10-15  the palindrome test (PAL-TEST-PARA/PAL-STEP-PARA and
*>             its WS-PAL- fields) moved to the shared PALDAT.cpy/
*>             PALPRC.cpy, unchanged apart from 36-digit fields, so
*>             the new reverse-and-add search EULER55 runs on the
*>             same test rather than a copy of it.
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
*> 2026-10-15  the period-close guard now runs straight after SBOX,
*>             before the card is read, so a rejected card, the
*>             DUALBASE path, and the E401 width check are all
*>             covered by it.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER4.
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  E4PARM-FILE.
01  E4RPT-RECORD                   PIC X(100).

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
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E4PARM.
	COPY E4RPT.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-RESULT PIC 9(9) VALUE 0.
	01 WS-E4-DUAL-HIGH PIC 9(12) VALUE 0.
	01 WS-E4-DUAL-CUR PIC 9(12) VALUE 0.
	01 WS-E4-DUAL-COUNT PIC 9(9) VALUE 0.
	COPY PALDAT.
*> digit rendering for the dual-mode report lines, bases to 16
	01 WS-E4-DIGIT-CHARS PIC X(16) VALUE "0123456789ABCDEF".
	01 WS-E4-RENDER PIC X(40) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER4" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER4" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E4-REJECTED = 1 THEN
		MOVE "EULER4" TO WS-RPT-PROBLEM-ID
		END-IF
	END-IF.

	DUAL-LINE-PARA.
	MOVE WS-E4-BASE1 TO WS-PAL-BASE.
	PERFORM RENDER-PARA.
	WRITE E4RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY PALPRC.

	COPY NUMEDITP.
	COPY RPTPRT.

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
	COPY MANPRC.
