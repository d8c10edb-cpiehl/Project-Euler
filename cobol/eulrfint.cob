*>             (EULRAUTH) like EULRREL's card application - checked
*>             before the interlock; a refusal is DENIED/AU01 with
*>             RETURN-CODE 16 and E3NUMS untouched.
*> 2026-10-15  numbers up to 18 digits are accepted now that EULER3
*>             factors them - each data record is checked through
*>             EULER3's own E3-NUM-PARSE-PARA (E3NUMP.cpy, digits
*>             left-justified, blank after) and loaded onto E3NUMS
*>             (record 12 to 18 bytes) as received.
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
*> 2026-10-15  posts its control totals to the run-balancing file
*>             EULRBAL (BALDAT.cpy/BALPRC.cpy): the E3REQIN data
*>             records counted by the control pass against the numbers
*>             loaded onto E3NUMS - all of them rejected when the
*>             control pass or the authority check refuses the
*>             request. Not posted in TEST mode.
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
PROGRAM-ID. EULRFINT.

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
	SELECT EULRBAL-FILE ASSIGN TO WS-SHAD-BAL-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BAL-STATUS.

DATA DIVISION.
FILE SECTION.
01  E3REQIN-RECORD                 PIC X(30).

FD  E3NUMS-FILE.
01  E3NUMS-RECORD                  PIC X(18).

FD  E3REQID-FILE.
01  E3REQID-RECORD                 PIC X(08).
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
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
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).
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
	COPY BALDAT.
	COPY LOCKDAT.
	COPY CHGDAT.
	COPY E3NUM.

	01 WS-FIN-REQ-STATUS PIC XX VALUE SPACES.
	01 WS-FIN-NUMS-STATUS PIC XX VALUE SPACES.
	01 WS-FIN-TRL-COUNT PIC 9(9) VALUE 0.
	01 WS-FIN-BAD PIC 9(5) VALUE 0.
	01 WS-FIN-LOADED PIC 9(5) VALUE 0.
	01 WS-FIN-VALUE PIC 9(18) VALUE 0.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRFINT" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRFINT" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRFINT" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRFINT" TO WS-CHG-PROGRAM.
	PERFORM CONTROL-PASS-PARA.
	IF WS-FIN-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
		PERFORM AUTH-DENY-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM BALANCE-REJECT-PARA
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	MOVE 0 TO RETURN-CODE.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE WS-FIN-LOADED TO WS-BAL-OUT
		MOVE 0 TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Control totals onto EULRBAL: the data records the control pass
*> counted against the numbers the load wrote
	BALANCE-PARA.
	MOVE "E3REQIN" TO WS-BAL-IN-FILE.
	MOVE "E3NUMS" TO WS-BAL-OUT-FILE.
	MOVE WS-FIN-DATA-COUNT TO WS-BAL-IN.
	MOVE 0 TO WS-BAL-CARRIED.
	PERFORM BAL-POST-PARA.

*> A refused request loads nothing - every data record it carried is
*> rejected; a transfer that never got as far as a data record posts
*> nothing
	BALANCE-REJECT-PARA.
	IF WS-FIN-DATA-COUNT > 0 THEN
		MOVE 0 TO WS-BAL-OUT
		MOVE WS-FIN-DATA-COUNT TO WS-BAL-REJECTED
		PERFORM BALANCE-PARA
	END-IF.

*> Prove the transfer whole and every number loadable BEFORE the
*> live list is touched: header first with a request id, trailer
*> last and balancing, every data record 2-or-greater numeric
*> inside the 18-digit width - all offenders listed in one pass
	CONTROL-PASS-PARA.
	OPEN INPUT E3REQIN-FILE.
	IF WS-FIN-REQ-STATUS NOT = "00" THEN
		WHEN OTHER
			MOVE 0 TO WS-FIN-TRL-LAST
			ADD 1 TO WS-FIN-DATA-COUNT
			MOVE WS-FIN-BUF(1:18) TO WS-E3-NUM-RECORD
			PERFORM E3-NUM-PARSE-PARA
			IF NOT WS-E3-NUM-IS-OK THEN
				DISPLAY "EULRFINT: INVALID NUMBER '"
					WS-FIN-BUF(1:18) "' - NOT 1-18 DIGIT NUMERIC"
				ADD 1 TO WS-FIN-BAD
			ELSE
				MOVE WS-E3-NUM-VALUE TO WS-FIN-VALUE
				IF WS-FIN-VALUE < 2 THEN
					DISPLAY "EULRFINT: INVALID NUMBER "
						WS-FIN-VALUE " - MUST BE 2 OR GREATER"
	IF WS-FIN-EOF = 0
			AND WS-FIN-BUF(1:4) NOT = "HDR "
			AND WS-FIN-BUF(1:4) NOT = "TRL " THEN
		WRITE E3NUMS-RECORD FROM WS-FIN-BUF(1:18)
		ADD 1 TO WS-FIN-LOADED
	END-IF.


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
	COPY E3NUMP.
	COPY LOCKPRC.
	COPY CHGLOG.
	COPY BALPRC.
