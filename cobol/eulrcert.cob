*> Operator-authority recertification: EULRAUTH says who may run the
*>   suite's state-changing functions, but nobody ever reviewed it -
*>   an operator who moved on kept their grants, and a grant used
*>   once three years ago looked the same as one used every night.
*>   Each quarter this program joins the authority file against
*>   what the operators actually did - the audit trail (EULRAUD),
*>   the card change log (EULRCHG), the catalog history (EULRREFH),
*>   and the bless/confirm records (the BLESSREQ/BLESSCNF audit
*>   notes and the proposals still staged on EULRPEND) - and writes
*>   the recertification report and the operations manager's
*>   sign-off sheet. Its EXPIRE function then lets a manager holding
*>   the CERTIFY authority take the stale grants off the file, each
*>   change logged on EULRCHG.
*> compile with cobc -free -O -x -o eulrcert.exe -I copy eulrcert.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - CERTPARM card: cols 01-08 the function
*>             REPORT or EXPIRE (blank = REPORT), cols 09-16 and
*>             17-24 the period's first and last dates YYYYMMDD (both
*>             blank = the last complete calendar quarter before the
*>             business date), cols 25-27 the dormancy limit in days
*>             (blank = 90), cols 28-35 on EXPIRE one operator to
*>             expire (blank = every operator). A bad card is AC01;
*>             an EULRAUTH past the 100-operator table, or none at
*>             all on EXPIRE, is AC02.
*>             Use of an authority is what the records show: a change
*>             logged by a guarding program that logs its changes
*>             (EULRCHG, EULRREFH, the bless/confirm notes), or a
*>             completed run of one that does not (EULRMENU,
*>             EULRBKUP, EULRHKP, EULRFDBM, EULRMIGR - for EULRBKUP
*>             and EULRFDBM a run counts whether or not it took the
*>             guarded branch, since the audit line cannot tell).
*>             REPORT writes the dated CERTRPT - per operator and
*>             authority: granted, runs and changes and DENIED
*>             refusals in the period, the last use on or before the
*>             period end, days since, and DORMANT or NEVER USED for
*>             a grant not used within the limit - then every state
*>             change in the period by an operator no longer on
*>             EULRAUTH, and a proposal still pending from one. The
*>             dated CERTSIGN is the sign-off sheet: one RETAIN/
*>             REVOKE line per operator and the manager's signature
*>             block. RETURN-CODE 4 when anything is flagged (or no
*>             EULRAUTH is on file - no restrictions in force).
*>             EXPIRE (CERTIFY authority, under the run interlock)
*>             applies the same rule to the same card: each DORMANT
*>             or NEVER USED grant is set to N, an entry left with
*>             no grant is removed, EULRAUTH is rewritten, and one
*>             EULRCHG record per changed entry carries its before
*>             and after images. CERTIFY itself is reported but never
*>             flagged or expired, so a quiet quarter cannot lock the
*>             managers out. RETURN-CODE 0 normal, 12 interlock held,
*>             16 rejected or refused.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  EULRAUTH grew to 17 bytes for the eighth authority,
*>             PERIOD (EULRPCLS CLOSE/REOPEN, its use shown by the
*>             changes it logs on EULRCHG) - reported, flagged, and
*>             expired like the first six; CERTIFY alone stays exempt.
*> 2026-10-15  EULRAUTH grew to 18 bytes for the ninth authority, HOLD
*>             (EULRHLD PLACE/RELEASE, its use shown by the changes it
*>             logs on EULRCHG) - reported, flagged, and expired like
*>             the others; CERTIFY alone stays exempt.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority,
*>             PROMOTE (EULRPKG APPLY/BACKOUT, its use shown by the
*>             changes it logs on EULRCHG) - reported, flagged, and
*>             expired like the others; CERTIFY alone stays exempt. The
*>             sign-off sheet's authorities-held column widens to carry
*>             all ten names.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRCERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CERTPARM-FILE ASSIGN TO "CERTPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CRT-PARM-STATUS.
	SELECT EULRAUTH-FILE ASSIGN TO "EULRAUTH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUTH-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CRT-AUD-STATUS.
	SELECT EULRCHG-IN-FILE ASSIGN TO "EULRCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CRT-CHG-STATUS.
	SELECT EULRREFH-IN-FILE ASSIGN TO "EULRREFH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CRT-REFH-STATUS.
	SELECT EULRPEND-IN-FILE ASSIGN TO "EULRPEND"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CRT-PEND-STATUS.
	SELECT CERTRPT-FILE ASSIGN TO WS-CRT-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT CERTSIGN-FILE ASSIGN TO WS-CRT-SIGN-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRCHG-FILE ASSIGN TO "EULRCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-STATUS.
	SELECT CHGIN-FILE ASSIGN TO WS-CHG-IN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-IN-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT EULRGENS-FILE ASSIGN TO "EULRGENS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GENS-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
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
FD  CERTPARM-FILE.
01  CERTPARM-RECORD                PIC X(35).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULRCHG-IN-FILE.
01  EULRCHG-IN-RECORD              PIC X(246).

FD  EULRREFH-IN-FILE.
01  EULRREFH-IN-RECORD             PIC X(584).

FD  EULRPEND-IN-FILE.
01  EULRPEND-IN-RECORD             PIC X(190).

FD  CERTRPT-FILE.
01  CERTRPT-RECORD                 PIC X(132).

FD  CERTSIGN-FILE.
01  CERTSIGN-RECORD                PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
FD  EULRCHG-FILE.
01  EULRCHG-FILE-RECORD            PIC X(246).
FD  CHGIN-FILE.
01  CHGIN-RECORD                   PIC X(100).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  EULRGENS-FILE.
01  EULRGENS-FILE-RECORD           PIC X(17).
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
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY CHGDAT.
	COPY GREGDAT.

	01 WS-CRT-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-CRT-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-CRT-CHG-STATUS PIC XX VALUE SPACES.
	01 WS-CRT-REFH-STATUS PIC XX VALUE SPACES.
	01 WS-CRT-PEND-STATUS PIC XX VALUE SPACES.
	01 WS-CRT-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-CRT-SIGN-NAME PIC X(18) VALUE SPACES.
	01 WS-CRT-REJECTED PIC 9 VALUE 0.
	01 WS-CRT-EOF PIC 9 VALUE 0.
*> which dated file DTL-PUT-PARA is writing: R the report, S the
*> sign-off sheet
	01 WS-CRT-TARGET PIC X(01) VALUE "R".

	01 WS-CRT-PARM-CARD.
		05 WS-CRT-FUNCTION         PIC X(08).
		05 WS-CRT-START-X          PIC X(08).
		05 WS-CRT-END-X            PIC X(08).
		05 WS-CRT-DAYS-X           PIC X(03).
		05 WS-CRT-OPER             PIC X(08).
	01 WS-CRT-START PIC 9(8) VALUE 0.
	01 WS-CRT-END PIC 9(8) VALUE 0.
	01 WS-CRT-DAYS PIC 9(3) VALUE 90.
	01 WS-CRT-TODAY PIC 9(8) VALUE 0.
	01 WS-CRT-TODAY-R REDEFINES WS-CRT-TODAY.
		05 WS-CRT-TODAY-YYYY       PIC 9(04).
		05 WS-CRT-TODAY-MM         PIC 9(02).
		05 WS-CRT-TODAY-DD         PIC 9(02).
	01 WS-CRT-Q PIC 9(1) VALUE 0.
	01 WS-CRT-YEAR PIC 9(4) VALUE 0.

*> the calendar quarters' first and last days, MMDD
	01 WS-CRT-QTR-LIST.
		05 FILLER                  PIC X(08) VALUE "01010331".
		05 FILLER                  PIC X(08) VALUE "04010630".
		05 FILLER                  PIC X(08) VALUE "07010930".
		05 FILLER                  PIC X(08) VALUE "10011231".
	01 WS-CRT-QTR-TABLE REDEFINES WS-CRT-QTR-LIST.
		05 WS-CRT-QTR OCCURS 4 TIMES.
			10 WS-CRT-QTR-FIRST    PIC 9(04).
			10 WS-CRT-QTR-LAST     PIC 9(04).

*> the authorities in EULRAUTH's flag order (AUTHDAT.cpy)
	01 WS-CRT-FUNC-LIST.
		05 FILLER                  PIC X(08) VALUE "ACTIVATE".
		05 FILLER                  PIC X(08) VALUE "RECALL".
		05 FILLER                  PIC X(08) VALUE "RESTORE".
		05 FILLER                  PIC X(08) VALUE "SELECT".
		05 FILLER                  PIC X(08) VALUE "CATALOG".
		05 FILLER                  PIC X(08) VALUE "PURGE".
		05 FILLER                  PIC X(08) VALUE "CERTIFY".
		05 FILLER                  PIC X(08) VALUE "PERIOD".
		05 FILLER                  PIC X(08) VALUE "HOLD".
		05 FILLER                  PIC X(08) VALUE "PROMOTE".
	01 WS-CRT-FUNC-TABLE REDEFINES WS-CRT-FUNC-LIST.
		05 WS-CRT-FUNC-NAME        PIC X(08) OCCURS 10 TIMES.

*> the guarding programs: which authority each one checks, and how
*> its use shows - C by the changes it logs, R by its completed runs
	01 WS-CRT-PROG-LIST.
		05 FILLER                  PIC X(11) VALUE "EULRPRF 01C".
		05 FILLER                  PIC X(11) VALUE "EULRFINT01C".
		05 FILLER                  PIC X(11) VALUE "EULRREL 01C".
		05 FILLER                  PIC X(11) VALUE "EULRLST 02C".
		05 FILLER                  PIC X(11) VALUE "EULRCRES03C".
		05 FILLER                  PIC X(11) VALUE "EULRBKUP03R".
		05 FILLER                  PIC X(11) VALUE "EULRMENU04R".
		05 FILLER                  PIC X(11) VALUE "EULRCALM04C".
		05 FILLER                  PIC X(11) VALUE "EULRRCVR04C".
		05 FILLER                  PIC X(11) VALUE "EULRCAT 05C".
		05 FILLER                  PIC X(11) VALUE "EULRHKP 06R".
		05 FILLER                  PIC X(11) VALUE "EULRFDBM06R".
		05 FILLER                  PIC X(11) VALUE "EULRMIGR06R".
		05 FILLER                  PIC X(11) VALUE "EULRCERT07C".
		05 FILLER                  PIC X(11) VALUE "EULRPCLS08C".
		05 FILLER                  PIC X(11) VALUE "EULRHLD 09C".
		05 FILLER                  PIC X(11) VALUE "EULRPKG 10C".
	01 WS-CRT-PROG-TABLE REDEFINES WS-CRT-PROG-LIST.
		05 WS-CRT-PROG OCCURS 17 TIMES.
			10 WS-CRT-PG-NAME      PIC X(08).
			10 WS-CRT-PG-FX        PIC 9(02).
			10 WS-CRT-PG-KIND      PIC X(01).
	01 WS-CRT-PX PIC 9(2) VALUE 0.
	01 WS-CRT-K PIC 9(3) VALUE 0.

*> EULRAUTH in core, one row per entry as read, with what its
*> operator did with each authority
	01 WS-CRT-OP-TABLE.
		05 WS-CRT-OP OCCURS 100 TIMES.
			10 WS-CRT-O-IMAGE      PIC X(19) VALUE SPACES.
			10 WS-CRT-O-OLD        PIC X(19) VALUE SPACES.
			10 WS-CRT-O-CHANGED    PIC X(01) VALUE "N".
			10 WS-CRT-O-USE OCCURS 10 TIMES.
				15 WS-CRT-O-RUNS   PIC 9(05) VALUE 0.
				15 WS-CRT-O-CHG    PIC 9(05) VALUE 0.
				15 WS-CRT-O-DEN    PIC 9(05) VALUE 0.
				15 WS-CRT-O-LAST   PIC 9(08) VALUE 0.
	01 WS-CRT-OP-COUNT PIC 9(3) VALUE 0.
	01 WS-CRT-OX PIC 9(3) VALUE 0.
	01 WS-CRT-FX PIC 9(2) VALUE 0.
	01 WS-CRT-AUTH-PRESENT PIC 9 VALUE 0.

*> one piece of evidence off the passes: who, when, which authority,
*> and what it was - R a run, C a change, D a refusal, P a proposal
*> still pending
	01 WS-CRT-EV-OPER PIC X(08) VALUE SPACES.
	01 WS-CRT-EV-DATE-X PIC X(08) VALUE SPACES.
	01 WS-CRT-EV-DATE PIC 9(8) VALUE 0.
	01 WS-CRT-EV-TIME PIC X(08) VALUE SPACES.
	01 WS-CRT-EV-PROG PIC X(08) VALUE SPACES.
	01 WS-CRT-EV-FX PIC 9(2) VALUE 0.
	01 WS-CRT-EV-KIND PIC X(01) VALUE SPACE.
	01 WS-CRT-EV-SOURCE PIC X(08) VALUE SPACES.
	01 WS-CRT-EV-OBJECT PIC X(08) VALUE SPACES.

*> state changes by operators no longer on EULRAUTH, as listed
	01 WS-CRT-UNL-TABLE.
		05 WS-CRT-UNL-LINE PIC X(90) OCCURS 200 TIMES VALUE SPACES.
	01 WS-CRT-UNL-COUNT PIC 9(5) VALUE 0.
	01 WS-CRT-UNL-HELD PIC 9(3) VALUE 0.
	01 WS-CRT-UNL-IX PIC 9(3) VALUE 0.

	01 WS-CRT-AUD-LINE.
		05 WS-CRT-AL-PROBLEM       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-AL-DATE          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-AL-TIME          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-AL-OPERATOR      PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-AL-OUTCOME       PIC X(08).
		05 FILLER                  PIC X(57).
*> the front of an EULRCHG or EULRREFH record - both lead with the
*> same stamp; the object is the card name or the catalog problem
	01 WS-CRT-LOG-LINE.
		05 WS-CRT-LL-DATE          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-LL-TIME          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-LL-PROGRAM       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-LL-OPERATOR      PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-LL-OBJECT        PIC X(08).
		05 FILLER                  PIC X(56).
	01 WS-CRT-PEND-LINE.
		05 WS-CRT-PL-PROBLEM       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-PL-DATE          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-PL-TIME          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-CRT-PL-OPERATOR      PIC X(08).
		05 FILLER                  PIC X(65).

*> one authority's verdict, worked out by STALE-PARA
	01 WS-CRT-GRANTED PIC X(01) VALUE "N".
	01 WS-CRT-STALE PIC 9 VALUE 0.
	01 WS-CRT-SINCE PIC S9(8) VALUE 0.
	01 WS-CRT-STATUS-TEXT PIC X(24) VALUE SPACES.
	01 WS-CRT-FLAGGED PIC 9(5) VALUE 0.
	01 WS-CRT-OP-FLAGGED PIC 9(2) VALUE 0.
	01 WS-CRT-OP-LINES PIC 9(2) VALUE 0.
	01 WS-CRT-EXPIRED PIC 9(5) VALUE 0.
	01 WS-CRT-REMOVED PIC 9(3) VALUE 0.
	01 WS-CRT-OPER-HIT PIC 9 VALUE 0.
	01 WS-CRT-HELD-PTR PIC 9(3) VALUE 1.
	01 WS-CRT-COUNT-EDIT PIC Z(4)9.
	01 WS-CRT-COUNT2-EDIT PIC Z(4)9.

*> one line of the report: an operator's use of one authority
	01 WS-CRT-RPT-LINE.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-OPER          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-FUNC          PIC X(09).
		05 FILLER                  PIC X(05) VALUE SPACES.
		05 WS-CRT-RL-GRANT         PIC X(01).
		05 FILLER                  PIC X(03) VALUE SPACES.
		05 WS-CRT-RL-RUNS          PIC Z(4)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-CHG           PIC Z(6)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-DEN           PIC Z(5)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-LAST          PIC X(09).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-DAYS          PIC X(06).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-RL-STATUS        PIC X(24).
	01 WS-CRT-DAYS-EDIT PIC Z(5)9.

*> one line of the sign-off sheet: an operator, what they hold, and
*> the manager's decision boxes
	01 WS-CRT-SIGN-LINE.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-SL-OPER          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-SL-HELD          PIC X(73).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-CRT-SL-FLAGGED       PIC Z(6)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 FILLER                  PIC X(21)
			VALUE "[ ] RETAIN [ ] REVOKE".
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 FILLER                  PIC X(10) VALUE "__________".

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRCERT" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRCERT" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRCERT" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRCERT" TO WS-CHG-PROGRAM.
	PERFORM P-PARA.
	IF WS-CRT-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-CRT-FUNCTION = "EXPIRE" THEN
		PERFORM EXPIRE-RUN-PARA
	ELSE
		PERFORM REPORT-RUN-PARA
	END-IF.
	GOBACK.

*> The card: function, period, dormancy limit, and (EXPIRE) operator.
*> A blank period is the last complete calendar quarter before the
*> business date - the quarter the recertification is due for
	P-PARA.
	MOVE SPACES TO WS-CRT-PARM-CARD.
	OPEN INPUT CERTPARM-FILE.
	IF WS-CRT-PARM-STATUS = "00" THEN
		READ CERTPARM-FILE INTO WS-CRT-PARM-CARD
			AT END MOVE SPACES TO WS-CRT-PARM-CARD
		END-READ
		CLOSE CERTPARM-FILE
	END-IF.
	IF WS-CRT-FUNCTION = SPACES THEN
		MOVE "REPORT" TO WS-CRT-FUNCTION
	END-IF.
	IF WS-CRT-FUNCTION NOT = "REPORT" AND NOT = "EXPIRE" THEN
		DISPLAY "EULRCERT: REJECTED FUNCTION '" WS-CRT-FUNCTION
			"' - MUST BE REPORT, EXPIRE, OR BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-DAYS-X NOT = SPACES THEN
		IF WS-CRT-DAYS-X IS NOT NUMERIC OR WS-CRT-DAYS-X = "000" THEN
			DISPLAY "EULRCERT: REJECTED DORMANCY LIMIT '"
				WS-CRT-DAYS-X "' - MUST BE 001-999 DAYS OR BLANK"
			PERFORM CARD-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
		MOVE WS-CRT-DAYS-X TO WS-CRT-DAYS
	END-IF.
	IF WS-CRT-START-X = SPACES AND WS-CRT-END-X = SPACES THEN
		PERFORM QUARTER-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-GREG-DATE.
	IF WS-CRT-START-X IS NUMERIC THEN
		MOVE WS-CRT-START-X TO WS-GREG-DATE
	END-IF.
	PERFORM GREG-VALID-PARA.
	IF NOT WS-GREG-IS-VALID THEN
		DISPLAY "EULRCERT: REJECTED PERIOD START '" WS-CRT-START-X
			"' - MUST BE A YYYYMMDD DATE (BOTH DATES OR NEITHER)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-GREG-DATE TO WS-CRT-START.
	MOVE 0 TO WS-GREG-DATE.
	IF WS-CRT-END-X IS NUMERIC THEN
		MOVE WS-CRT-END-X TO WS-GREG-DATE
	END-IF.
	PERFORM GREG-VALID-PARA.
	IF NOT WS-GREG-IS-VALID OR WS-GREG-DATE < WS-CRT-START THEN
		DISPLAY "EULRCERT: REJECTED PERIOD END '" WS-CRT-END-X
			"' - MUST BE A YYYYMMDD DATE NOT BEFORE THE START"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-GREG-DATE TO WS-CRT-END.

	CARD-REJECT-PARA.
	MOVE "AC01" TO WS-DIAG-CODE.
	MOVE WS-CRT-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-CRT-REJECTED.

*> The quarter before the business date's: its first and last days
	QUARTER-PARA.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE TO WS-CRT-TODAY.
	COMPUTE WS-CRT-Q = (WS-CRT-TODAY-MM - 1) / 3.
	MOVE WS-CRT-TODAY-YYYY TO WS-CRT-YEAR.
	IF WS-CRT-Q = 0 THEN
		MOVE 4 TO WS-CRT-Q
		SUBTRACT 1 FROM WS-CRT-YEAR
	END-IF.
	COMPUTE WS-CRT-START = WS-CRT-YEAR * 10000
		+ WS-CRT-QTR-FIRST(WS-CRT-Q).
	COMPUTE WS-CRT-END = WS-CRT-YEAR * 10000
		+ WS-CRT-QTR-LAST(WS-CRT-Q).

*> REPORT: the passes, then the report and the sign-off sheet
	REPORT-RUN-PARA.
	PERFORM AUTH-LOAD-PARA.
	IF WS-CRT-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	PERFORM EVIDENCE-PARA.
	PERFORM REPORT-PARA.
	PERFORM SIGN-PARA.
	DISPLAY "EULRCERT: PERIOD " WS-CRT-START " TO " WS-CRT-END
		" - " WS-CRT-OP-COUNT " OPERATOR(S) RECERTIFIED ON "
		FUNCTION TRIM(WS-CRT-RPT-NAME) ", SIGN-OFF ON "
		FUNCTION TRIM(WS-CRT-SIGN-NAME).
	MOVE 0 TO RETURN-CODE.
	IF WS-CRT-AUTH-PRESENT = 0 THEN
		MOVE "CRT003W" TO WS-MSG-ID
		STRING "NO EULRAUTH ON FILE - NO RESTRICTIONS IN FORCE,"
			" NOTHING TO RECERTIFY"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	END-IF.
	IF WS-CRT-FLAGGED > 0 THEN
		MOVE WS-CRT-FLAGGED TO WS-CRT-COUNT-EDIT
		MOVE WS-CRT-DAYS TO WS-CRT-DAYS-EDIT
		MOVE "CRT001W" TO WS-MSG-ID
		STRING FUNCTION TRIM(WS-CRT-COUNT-EDIT)
			" AUTHORITY GRANT(S) NOT USED IN "
			FUNCTION TRIM(WS-CRT-DAYS-EDIT) " DAYS - SEE "
			FUNCTION TRIM(WS-CRT-RPT-NAME)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	END-IF.
	IF WS-CRT-UNL-COUNT > 0 THEN
		MOVE WS-CRT-UNL-COUNT TO WS-CRT-COUNT-EDIT
		MOVE "CRT002W" TO WS-MSG-ID
		STRING FUNCTION TRIM(WS-CRT-COUNT-EDIT)
			" STATE CHANGE(S) BY OPERATORS NOT ON EULRAUTH - SEE "
			FUNCTION TRIM(WS-CRT-RPT-NAME)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	END-IF.
	COMPUTE WS-RPT-RESULT = WS-CRT-FLAGGED + WS-CRT-UNL-COUNT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> EXPIRE: under the interlock and the CERTIFY authority, the same
*> passes and the same rule, then the stale grants off the file
	EXPIRE-RUN-PARA.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	MOVE "CERTIFY" TO WS-AUTH-FUNCTION.
	PERFORM AUTH-CHECK-PARA.
	IF WS-AUTH-ALLOWED NOT = "Y" THEN
		PERFORM AUTH-DENY-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	PERFORM AUTH-LOAD-PARA.
	IF WS-CRT-REJECTED = 0 AND WS-CRT-AUTH-PRESENT = 0 THEN
		DISPLAY "EULRCERT: REJECTED - NO EULRAUTH ON FILE, NOTHING"
			" TO EXPIRE"
		MOVE "AC02" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CRT-REJECTED
	END-IF.
	IF WS-CRT-REJECTED = 0 AND WS-CRT-OPER NOT = SPACES THEN
		MOVE 0 TO WS-CRT-OPER-HIT
		PERFORM OPER-SCAN-PARA VARYING WS-CRT-OX FROM 1 BY 1
			UNTIL WS-CRT-OX > WS-CRT-OP-COUNT
		IF WS-CRT-OPER-HIT = 0 THEN
			DISPLAY "EULRCERT: REJECTED - OPERATOR " WS-CRT-OPER
				" IS NOT ON EULRAUTH"
			PERFORM CARD-REJECT-PARA
		END-IF
	END-IF.
	IF WS-CRT-REJECTED = 1 THEN
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	PERFORM EVIDENCE-PARA.
	PERFORM EXPIRE-OP-PARA VARYING WS-CRT-OX FROM 1 BY 1
		UNTIL WS-CRT-OX > WS-CRT-OP-COUNT.
	IF WS-CRT-EXPIRED > 0 THEN
		PERFORM AUTH-REWRITE-PARA
		PERFORM EXPIRE-LOG-PARA VARYING WS-CRT-OX FROM 1 BY 1
			UNTIL WS-CRT-OX > WS-CRT-OP-COUNT
	END-IF.
	MOVE WS-CRT-EXPIRED TO WS-CRT-COUNT-EDIT.
	MOVE WS-CRT-REMOVED TO WS-CRT-COUNT2-EDIT.
	MOVE "CRT004I" TO WS-MSG-ID.
	STRING FUNCTION TRIM(WS-CRT-COUNT-EDIT)
		" DORMANT GRANT(S) EXPIRED, "
		FUNCTION TRIM(WS-CRT-COUNT2-EDIT)
		" ENTRY(IES) REMOVED (PERIOD END "
		WS-CRT-END ")"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	PERFORM LOCK-FREE-PARA.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-CRT-EXPIRED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

	OPER-SCAN-PARA.
	IF WS-CRT-O-IMAGE(WS-CRT-OX)(1:8) = WS-CRT-OPER THEN
		MOVE 1 TO WS-CRT-OPER-HIT
	END-IF.

*> EULRAUTH into core. A missing file is the no-restrictions case -
*> the report says so; one past the table is refused rather than
*> recertified (or rewritten) in part
	AUTH-LOAD-PARA.
	MOVE 0 TO WS-CRT-OP-COUNT.
	MOVE 0 TO WS-CRT-AUTH-PRESENT.
	OPEN INPUT EULRAUTH-FILE.
	IF WS-AUTH-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-CRT-AUTH-PRESENT.
	MOVE 0 TO WS-CRT-EOF.
	PERFORM AUTH-ROW-LOAD-PARA UNTIL WS-CRT-EOF = 1.
	CLOSE EULRAUTH-FILE.

	AUTH-ROW-LOAD-PARA.
	MOVE SPACES TO WS-AUTH-RECORD.
	READ EULRAUTH-FILE INTO WS-AUTH-RECORD
		AT END MOVE 1 TO WS-CRT-EOF
	END-READ.
	IF WS-CRT-EOF = 1 OR WS-AUTH-RECORD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-OP-COUNT >= 100 THEN
		DISPLAY "EULRCERT: REJECTED - EULRAUTH HOLDS MORE THAN 100 "
			"OPERATORS"
		MOVE "AC02" TO WS-DIAG-CODE
		MOVE WS-AUTH-REC-OPERATOR TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-CRT-REJECTED
		MOVE 1 TO WS-CRT-EOF
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CRT-OP-COUNT.
	MOVE WS-AUTH-RECORD TO WS-CRT-O-IMAGE(WS-CRT-OP-COUNT).
	MOVE WS-AUTH-RECORD TO WS-CRT-O-OLD(WS-CRT-OP-COUNT).

*> The four passes over what the operators actually did
	EVIDENCE-PARA.
	PERFORM AUD-PASS-PARA.
	PERFORM CHG-PASS-PARA.
	PERFORM REFH-PASS-PARA.
	PERFORM PEND-PASS-PARA.

*> The audit trail: DENIED refusals, the bless/confirm notes, and
*> the completed runs of the guarding programs that log no changes
	AUD-PASS-PARA.
	OPEN INPUT EULRAUD-IN-FILE.
	IF WS-CRT-AUD-STATUS NOT = "00" THEN
		DISPLAY "EULRCERT: NO EULRAUD AUDIT TRAIL - NO RUNS TO COUNT"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CRT-EOF.
	PERFORM AUD-ROW-PARA UNTIL WS-CRT-EOF = 1.
	CLOSE EULRAUD-IN-FILE.

	AUD-ROW-PARA.
	MOVE SPACES TO WS-CRT-AUD-LINE.
	READ EULRAUD-IN-FILE INTO WS-CRT-AUD-LINE
		AT END MOVE 1 TO WS-CRT-EOF
	END-READ.
	IF WS-CRT-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CRT-AL-PROBLEM TO WS-CRT-EV-PROG.
	PERFORM PROG-FIND-PARA.
	MOVE WS-CRT-AL-OPERATOR TO WS-CRT-EV-OPER.
	MOVE WS-CRT-AL-DATE TO WS-CRT-EV-DATE-X.
	MOVE WS-CRT-AL-TIME TO WS-CRT-EV-TIME.
	MOVE "EULRAUD" TO WS-CRT-EV-SOURCE.
	MOVE WS-CRT-AL-OUTCOME TO WS-CRT-EV-OBJECT.
	EVALUATE WS-CRT-AL-OUTCOME
		WHEN "DENIED"
			IF WS-CRT-PX > 0 THEN
				MOVE WS-CRT-PG-FX(WS-CRT-PX) TO WS-CRT-EV-FX
				MOVE "D" TO WS-CRT-EV-KIND
				PERFORM EV-PARA
			END-IF
		WHEN "BLESSREQ"
		WHEN "BLESSCNF"
			MOVE 5 TO WS-CRT-EV-FX
			MOVE "C" TO WS-CRT-EV-KIND
			PERFORM EV-PARA
		WHEN "COMPLETE"
			IF WS-CRT-PX > 0 THEN
				IF WS-CRT-PG-KIND(WS-CRT-PX) = "R" THEN
					MOVE WS-CRT-PG-FX(WS-CRT-PX) TO WS-CRT-EV-FX
					MOVE "R" TO WS-CRT-EV-KIND
					PERFORM EV-PARA
				END-IF
			END-IF
	END-EVALUATE.

*> The card change log: every logged rewrite is a state change, and
*> one by a guarding program is a use of its authority
	CHG-PASS-PARA.
	OPEN INPUT EULRCHG-IN-FILE.
	IF WS-CRT-CHG-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CRT-EOF.
	PERFORM CHG-ROW-PARA UNTIL WS-CRT-EOF = 1.
	CLOSE EULRCHG-IN-FILE.

	CHG-ROW-PARA.
	MOVE SPACES TO WS-CRT-LOG-LINE.
	READ EULRCHG-IN-FILE INTO WS-CRT-LOG-LINE
		AT END MOVE 1 TO WS-CRT-EOF
	END-READ.
	IF WS-CRT-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CRT-LL-PROGRAM TO WS-CRT-EV-PROG.
	PERFORM PROG-FIND-PARA.
	MOVE 0 TO WS-CRT-EV-FX.
	IF WS-CRT-PX > 0 THEN
		MOVE WS-CRT-PG-FX(WS-CRT-PX) TO WS-CRT-EV-FX
	END-IF.
	MOVE "C" TO WS-CRT-EV-KIND.
	MOVE "EULRCHG" TO WS-CRT-EV-SOURCE.
	PERFORM LOG-EV-PARA.

*> The catalog history: every EULREF rewrite is a CATALOG use
	REFH-PASS-PARA.
	OPEN INPUT EULRREFH-IN-FILE.
	IF WS-CRT-REFH-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CRT-EOF.
	PERFORM REFH-ROW-PARA UNTIL WS-CRT-EOF = 1.
	CLOSE EULRREFH-IN-FILE.

	REFH-ROW-PARA.
	MOVE SPACES TO WS-CRT-LOG-LINE.
	READ EULRREFH-IN-FILE INTO WS-CRT-LOG-LINE
		AT END MOVE 1 TO WS-CRT-EOF
	END-READ.
	IF WS-CRT-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CRT-LL-PROGRAM TO WS-CRT-EV-PROG.
	MOVE 5 TO WS-CRT-EV-FX.
	MOVE "C" TO WS-CRT-EV-KIND.
	MOVE "EULRREFH" TO WS-CRT-EV-SOURCE.
	PERFORM LOG-EV-PARA.

	LOG-EV-PARA.
	MOVE WS-CRT-LL-OPERATOR TO WS-CRT-EV-OPER.
	MOVE WS-CRT-LL-DATE TO WS-CRT-EV-DATE-X.
	MOVE WS-CRT-LL-TIME TO WS-CRT-EV-TIME.
	MOVE WS-CRT-LL-OBJECT TO WS-CRT-EV-OBJECT.
	PERFORM EV-PARA.

*> The blessing proposals still staged: their use was counted off
*> the BLESSREQ note, but one staged by an operator no longer on
*> file is still waiting for somebody to CONFIRM it
	PEND-PASS-PARA.
	OPEN INPUT EULRPEND-IN-FILE.
	IF WS-CRT-PEND-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CRT-EOF.
	PERFORM PEND-ROW-PARA UNTIL WS-CRT-EOF = 1.
	CLOSE EULRPEND-IN-FILE.

	PEND-ROW-PARA.
	MOVE SPACES TO WS-CRT-PEND-LINE.
	READ EULRPEND-IN-FILE INTO WS-CRT-PEND-LINE
		AT END MOVE 1 TO WS-CRT-EOF
	END-READ.
	IF WS-CRT-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "EULRCAT" TO WS-CRT-EV-PROG.
	MOVE 5 TO WS-CRT-EV-FX.
	MOVE "P" TO WS-CRT-EV-KIND.
	MOVE "EULRPEND" TO WS-CRT-EV-SOURCE.
	MOVE WS-CRT-PL-OPERATOR TO WS-CRT-EV-OPER.
	MOVE WS-CRT-PL-DATE TO WS-CRT-EV-DATE-X.
	MOVE WS-CRT-PL-TIME TO WS-CRT-EV-TIME.
	MOVE WS-CRT-PL-PROBLEM TO WS-CRT-EV-OBJECT.
	PERFORM EV-PARA.

	PROG-FIND-PARA.
	MOVE 0 TO WS-CRT-PX.
	PERFORM PROG-SCAN-PARA VARYING WS-CRT-K FROM 1 BY 1
		UNTIL WS-CRT-K > 17 OR WS-CRT-PX > 0.

	PROG-SCAN-PARA.
	IF WS-CRT-PG-NAME(WS-CRT-K) = WS-CRT-EV-PROG THEN
		MOVE WS-CRT-K TO WS-CRT-PX
	END-IF.

*> One piece of evidence. Nothing after the period end counts; an
*> operator on file has the use (or refusal) counted against the
*> authority, with the period's counts and the last use on or
*> before the period end; a state change in the period by anyone
*> else - or a proposal of theirs still pending - is listed
	EV-PARA.
	IF WS-CRT-EV-DATE-X IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CRT-EV-DATE-X TO WS-CRT-EV-DATE.
	MOVE WS-CRT-EV-DATE TO WS-GREG-DATE.
	PERFORM GREG-VALID-PARA.
	IF NOT WS-GREG-IS-VALID THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-EV-DATE > WS-CRT-END AND WS-CRT-EV-KIND NOT = "P" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-CRT-OX.
	PERFORM OP-SCAN-PARA VARYING WS-CRT-K FROM 1 BY 1
		UNTIL WS-CRT-K > WS-CRT-OP-COUNT OR WS-CRT-OX > 0.
	IF WS-CRT-OX = 0 THEN
		IF WS-CRT-AUTH-PRESENT = 1 AND WS-CRT-EV-KIND NOT = "D"
				AND (WS-CRT-EV-KIND = "P"
				OR WS-CRT-EV-DATE >= WS-CRT-START) THEN
			PERFORM UNL-ADD-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-EV-FX = 0 OR WS-CRT-EV-KIND = "P" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-CRT-EV-FX TO WS-CRT-FX.
	IF WS-CRT-EV-KIND = "D" THEN
		IF WS-CRT-EV-DATE >= WS-CRT-START THEN
			ADD 1 TO WS-CRT-O-DEN(WS-CRT-OX, WS-CRT-FX)
		END-IF
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-EV-DATE > WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) THEN
		MOVE WS-CRT-EV-DATE TO WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX)
	END-IF.
	IF WS-CRT-EV-DATE >= WS-CRT-START THEN
		IF WS-CRT-EV-KIND = "R" THEN
			ADD 1 TO WS-CRT-O-RUNS(WS-CRT-OX, WS-CRT-FX)
		ELSE
			ADD 1 TO WS-CRT-O-CHG(WS-CRT-OX, WS-CRT-FX)
		END-IF
	END-IF.

	OP-SCAN-PARA.
	IF WS-CRT-O-IMAGE(WS-CRT-K)(1:8) = WS-CRT-EV-OPER THEN
		MOVE WS-CRT-K TO WS-CRT-OX
	END-IF.

	UNL-ADD-PARA.
	ADD 1 TO WS-CRT-UNL-COUNT.
	IF WS-CRT-UNL-HELD >= 200 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-CRT-UNL-HELD.
	STRING "  " WS-CRT-EV-DATE "  " WS-CRT-EV-TIME "  "
		WS-CRT-EV-OPER "  " WS-CRT-EV-SOURCE "  "
		WS-CRT-EV-PROG "  " WS-CRT-EV-OBJECT
		DELIMITED BY SIZE INTO WS-CRT-UNL-LINE(WS-CRT-UNL-HELD)
	END-STRING.
	IF WS-CRT-EV-KIND = "P" THEN
		MOVE "PROPOSAL STILL PENDING"
			TO WS-CRT-UNL-LINE(WS-CRT-UNL-HELD)(63:22)
	END-IF.

*> One authority's verdict for operator WS-CRT-OX: granted or not,
*> days from its last use to the period end, and whether it is
*> stale - granted, and not used within the limit (or never).
*> CERTIFY is reported but never stale: expiring the managers' own
*> authority for a quiet quarter would leave nobody to recertify
	STALE-PARA.
	MOVE WS-CRT-O-IMAGE(WS-CRT-OX)(9 + WS-CRT-FX:1) TO WS-CRT-GRANTED.
	MOVE 0 TO WS-CRT-STALE.
	MOVE 0 TO WS-CRT-SINCE.
	IF WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) > 0 THEN
		MOVE WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) TO WS-GREG-FROM
		MOVE WS-CRT-END TO WS-GREG-TO
		PERFORM GREG-BETWEEN-PARA
		MOVE WS-GREG-DAYS TO WS-CRT-SINCE
	END-IF.
	IF WS-CRT-GRANTED NOT = "Y" THEN
		MOVE "NOT GRANTED" TO WS-CRT-STATUS-TEXT
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-FX = 7 THEN
		IF WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) > 0
				AND WS-CRT-SINCE NOT > WS-CRT-DAYS THEN
			MOVE "IN USE" TO WS-CRT-STATUS-TEXT
		ELSE
			MOVE "NOT EXERCISED" TO WS-CRT-STATUS-TEXT
		END-IF
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) = 0 THEN
		MOVE "** NEVER USED" TO WS-CRT-STATUS-TEXT
		MOVE 1 TO WS-CRT-STALE
		EXIT PARAGRAPH
	END-IF.
	IF WS-CRT-SINCE > WS-CRT-DAYS THEN
		MOVE "** DORMANT" TO WS-CRT-STATUS-TEXT
		MOVE 1 TO WS-CRT-STALE
		EXIT PARAGRAPH
	END-IF.
	MOVE "IN USE" TO WS-CRT-STATUS-TEXT.

*> The recertification report: each operator's authorities, then the
*> state changes by operators no longer on file
	REPORT-PARA.
	MOVE "CERTRPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-CRT-RPT-NAME.
	MOVE "R" TO WS-CRT-TARGET.
	OPEN OUTPUT CERTRPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULRCERT - OPERATOR AUTHORITY RECERTIFICATION" TO WS-DTL-TITLE.
	PERFORM PARM-TEXT-PARA.
	MOVE "  OPERATOR  AUTHORITY  GRANTED   RUNS  CHANGES  DENIED"
		& "  LAST USED    DAYS  STATUS" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-CRT-FLAGGED.
	IF WS-CRT-AUTH-PRESENT = 0 THEN
		MOVE "  NO EULRAUTH ON FILE - NO OPERATOR IS RESTRICTED, SO"
			& " THERE IS NOTHING TO RECERTIFY" TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.
	PERFORM RPT-OP-PARA VARYING WS-CRT-OX FROM 1 BY 1
		UNTIL WS-CRT-OX > WS-CRT-OP-COUNT.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE "STATE CHANGES IN THE PERIOD BY OPERATORS NOT ON EULRAUTH"
		TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE "  DATE      TIME      OPERATOR  RECORD    PROGRAM   CHANGED"
		TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	IF WS-CRT-UNL-COUNT = 0 THEN
		MOVE "  NONE" TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.
	PERFORM RPT-UNL-PARA VARYING WS-CRT-UNL-IX FROM 1 BY 1
		UNTIL WS-CRT-UNL-IX > WS-CRT-UNL-HELD.
	IF WS-CRT-UNL-COUNT > WS-CRT-UNL-HELD THEN
		COMPUTE WS-CRT-COUNT-EDIT = WS-CRT-UNL-COUNT - WS-CRT-UNL-HELD
		MOVE SPACES TO WS-DTL-LINE
		STRING "  ... AND " FUNCTION TRIM(WS-CRT-COUNT-EDIT)
			" MORE NOT LISTED"
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
		PERFORM DTL-WRITE-PARA
	END-IF.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE WS-CRT-FLAGGED TO WS-CRT-COUNT-EDIT.
	MOVE WS-CRT-UNL-COUNT TO WS-CRT-COUNT2-EDIT.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "TOTAL - " WS-CRT-OP-COUNT " OPERATOR(S) ON EULRAUTH, "
		FUNCTION TRIM(WS-CRT-COUNT-EDIT) " GRANT(S) DORMANT OR NEVER"
		" USED, " FUNCTION TRIM(WS-CRT-COUNT2-EDIT)
		" STATE CHANGE(S) BY OPERATORS NOT ON FILE"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE "USE = A CHANGE ON EULRCHG/EULRREFH, A BLESS/CONFIRM NOTE, OR"
		& " A COMPLETED RUN OF EULRMENU/EULRBKUP/EULRHKP/EULRFDBM/EULRMIGR"
		TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE CERTRPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULRCERT" TO WS-MAN-PROBLEM
		MOVE WS-CRT-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	PARM-TEXT-PARA.
	MOVE WS-CRT-DAYS TO WS-CRT-DAYS-EDIT.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "PERIOD " WS-CRT-START " TO " WS-CRT-END
		"  DORMANT AFTER " FUNCTION TRIM(WS-CRT-DAYS-EDIT) " DAYS"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.

*> One operator: a line per authority granted or exercised, each
*> stale grant counted toward the operator's and the run's flags
	RPT-OP-PARA.
	MOVE 0 TO WS-CRT-OP-LINES.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM RPT-FUNC-PARA VARYING WS-CRT-FX FROM 1 BY 1
		UNTIL WS-CRT-FX > 10.
	IF WS-CRT-OP-LINES = 0 THEN
		MOVE SPACES TO WS-CRT-RPT-LINE
		MOVE WS-CRT-O-IMAGE(WS-CRT-OX)(1:8) TO WS-CRT-RL-OPER
		MOVE "NO AUTHORITY GRANTED" TO WS-CRT-RL-STATUS
		MOVE WS-CRT-RPT-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.

	RPT-FUNC-PARA.
	PERFORM STALE-PARA.
	IF WS-CRT-GRANTED NOT = "Y"
			AND WS-CRT-O-RUNS(WS-CRT-OX, WS-CRT-FX) = 0
			AND WS-CRT-O-CHG(WS-CRT-OX, WS-CRT-FX) = 0
			AND WS-CRT-O-DEN(WS-CRT-OX, WS-CRT-FX) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD WS-CRT-STALE TO WS-CRT-FLAGGED.
	MOVE SPACES TO WS-CRT-RPT-LINE.
	IF WS-CRT-OP-LINES = 0 THEN
		MOVE WS-CRT-O-IMAGE(WS-CRT-OX)(1:8) TO WS-CRT-RL-OPER
	END-IF.
	ADD 1 TO WS-CRT-OP-LINES.
	MOVE WS-CRT-FUNC-NAME(WS-CRT-FX) TO WS-CRT-RL-FUNC.
	IF WS-CRT-GRANTED = "Y" THEN
		MOVE "Y" TO WS-CRT-RL-GRANT
	ELSE
		MOVE "N" TO WS-CRT-RL-GRANT
	END-IF.
	MOVE WS-CRT-O-RUNS(WS-CRT-OX, WS-CRT-FX) TO WS-CRT-RL-RUNS.
	MOVE WS-CRT-O-CHG(WS-CRT-OX, WS-CRT-FX) TO WS-CRT-RL-CHG.
	MOVE WS-CRT-O-DEN(WS-CRT-OX, WS-CRT-FX) TO WS-CRT-RL-DEN.
	IF WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) = 0 THEN
		MOVE "NEVER" TO WS-CRT-RL-LAST
		MOVE SPACES TO WS-CRT-RL-DAYS
	ELSE
		MOVE WS-CRT-O-LAST(WS-CRT-OX, WS-CRT-FX) TO WS-CRT-RL-LAST
		MOVE WS-CRT-SINCE TO WS-CRT-DAYS-EDIT
		MOVE WS-CRT-DAYS-EDIT TO WS-CRT-RL-DAYS
	END-IF.
	MOVE WS-CRT-STATUS-TEXT TO WS-CRT-RL-STATUS.
	MOVE WS-CRT-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	RPT-UNL-PARA.
	MOVE WS-CRT-UNL-LINE(WS-CRT-UNL-IX) TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

*> The sign-off sheet: per operator what they hold and how much of
*> it the report flagged, with RETAIN/REVOKE boxes and initials, then
*> the operations manager's signature block
	SIGN-PARA.
	MOVE "CERTSIGN" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-CRT-SIGN-NAME.
	MOVE "S" TO WS-CRT-TARGET.
	OPEN OUTPUT CERTSIGN-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULRCERT - AUTHORITY RECERTIFICATION SIGN-OFF" TO WS-DTL-TITLE.
	PERFORM PARM-TEXT-PARA.
	MOVE "  OPERATOR  AUTHORITIES HELD                                "
		& "                           FLAGGED  DECISION               INITIALS"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM SIGN-OP-PARA VARYING WS-CRT-OX FROM 1 BY 1
		UNTIL WS-CRT-OX > WS-CRT-OP-COUNT.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE WS-CRT-UNL-COUNT TO WS-CRT-COUNT-EDIT.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "STATE CHANGES IN THE PERIOD BY OPERATORS NOT ON EULRAUTH: "
		FUNCTION TRIM(WS-CRT-COUNT-EDIT) " (LISTED ON "
		FUNCTION TRIM(WS-CRT-RPT-NAME) ")"
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE "DORMANT GRANTS ARE EXPIRED WITH EULRCERT EXPIRE (CERTIFY"
		& " AUTHORITY); ANY OTHER REVOCATION GOES TO THE SECURITY"
		& " ADMINISTRATOR" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE "RECERTIFIED BY (OPERATIONS MANAGER): "
		& "______________________________   DATE: __________"
		TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE "SIGNATURE: ______________________________" TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE CERTSIGN-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULRCERT" TO WS-MAN-PROBLEM
		MOVE WS-CRT-SIGN-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	SIGN-OP-PARA.
	MOVE SPACES TO WS-CRT-SL-HELD.
	MOVE 1 TO WS-CRT-HELD-PTR.
	MOVE 0 TO WS-CRT-OP-FLAGGED.
	PERFORM SIGN-FUNC-PARA VARYING WS-CRT-FX FROM 1 BY 1
		UNTIL WS-CRT-FX > 10.
	IF WS-CRT-SL-HELD = SPACES THEN
		MOVE "(NONE)" TO WS-CRT-SL-HELD
	END-IF.
	MOVE WS-CRT-O-IMAGE(WS-CRT-OX)(1:8) TO WS-CRT-SL-OPER.
	MOVE WS-CRT-OP-FLAGGED TO WS-CRT-SL-FLAGGED.
	MOVE WS-CRT-SIGN-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	SIGN-FUNC-PARA.
	PERFORM STALE-PARA.
	IF WS-CRT-GRANTED = "Y" THEN
		STRING FUNCTION TRIM(WS-CRT-FUNC-NAME(WS-CRT-FX)) " "
			DELIMITED BY SIZE INTO WS-CRT-SL-HELD
			WITH POINTER WS-CRT-HELD-PTR
		END-STRING
		ADD WS-CRT-STALE TO WS-CRT-OP-FLAGGED
	END-IF.

*> One entry: each stale grant (within the card's operator, when one
*> was given) set to N; an entry left with no grant is dropped
	EXPIRE-OP-PARA.
	IF WS-CRT-OPER NOT = SPACES
			AND WS-CRT-O-IMAGE(WS-CRT-OX)(1:8) NOT = WS-CRT-OPER THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM EXPIRE-FUNC-PARA VARYING WS-CRT-FX FROM 1 BY 1
		UNTIL WS-CRT-FX > 10.
	IF WS-CRT-O-CHANGED(WS-CRT-OX) = "Y"
			AND WS-CRT-O-IMAGE(WS-CRT-OX)(10:10) NOT = SPACES THEN
		MOVE 0 TO WS-CRT-K
		INSPECT WS-CRT-O-IMAGE(WS-CRT-OX)(10:10) TALLYING WS-CRT-K
			FOR ALL "Y"
		IF WS-CRT-K = 0 THEN
			MOVE SPACES TO WS-CRT-O-IMAGE(WS-CRT-OX)
			ADD 1 TO WS-CRT-REMOVED
			DISPLAY "EULRCERT: REMOVED " WS-CRT-O-OLD(WS-CRT-OX)(1:8)
				" FROM EULRAUTH - NO AUTHORITY LEFT"
		END-IF
	END-IF.

	EXPIRE-FUNC-PARA.
	PERFORM STALE-PARA.
	IF WS-CRT-STALE = 1 THEN
		MOVE "N" TO WS-CRT-O-IMAGE(WS-CRT-OX)(9 + WS-CRT-FX:1)
		MOVE "Y" TO WS-CRT-O-CHANGED(WS-CRT-OX)
		ADD 1 TO WS-CRT-EXPIRED
		DISPLAY "EULRCERT: EXPIRED " WS-CRT-O-IMAGE(WS-CRT-OX)(1:8)
			" " WS-CRT-FUNC-NAME(WS-CRT-FX) " - "
			FUNCTION TRIM(WS-CRT-STATUS-TEXT)
	END-IF.

*> EULRAUTH back out whole, less the removed entries
	AUTH-REWRITE-PARA.
	OPEN OUTPUT EULRAUTH-FILE.
	PERFORM AUTH-ROW-SAVE-PARA VARYING WS-CRT-OX FROM 1 BY 1
		UNTIL WS-CRT-OX > WS-CRT-OP-COUNT.
	CLOSE EULRAUTH-FILE.

	AUTH-ROW-SAVE-PARA.
	IF WS-CRT-O-IMAGE(WS-CRT-OX) NOT = SPACES THEN
		WRITE EULRAUTH-FILE-RECORD FROM WS-CRT-O-IMAGE(WS-CRT-OX)
	END-IF.

*> One EULRCHG record per changed entry: the entry as it stood and
*> as it stands now (spaces when it was removed)
	EXPIRE-LOG-PARA.
	IF WS-CRT-O-CHANGED(WS-CRT-OX) NOT = "Y" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "EULRAUTH" TO WS-CHG-CARD-NAME.
	MOVE SPACES TO WS-CHG-BEFORE.
	MOVE WS-CRT-O-OLD(WS-CRT-OX) TO WS-CHG-BEFORE(1:19).
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-CRT-O-IMAGE(WS-CRT-OX) TO WS-CHG-AFTER(1:19).
	PERFORM CHG-WRITE-PARA.

	DTL-PUT-PARA.
	IF WS-CRT-TARGET = "S" THEN
		WRITE CERTSIGN-RECORD FROM WS-DTL-LINE
	ELSE
		WRITE CERTRPT-RECORD FROM WS-DTL-LINE
	END-IF.

	COPY DTLPRT.
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
	COPY SUITECFGP.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY MANPRC.
	COPY GENSPRC.
	COPY LOCKPRC.
	COPY CHGLOG.
	COPY AUTHPRC.
	COPY GREGPRC.
