*> Regression harness for the numbered EULERn suite: writes each
*>   program's original default control card (the same values the
*>   header comments document an answer for), CALLs EULER1 through
*>   EULER23 (and EULER67 and EULER55) in sequence as EULERRUN does, and reconciles every
*>   result against the catalog answer on EULREF. Unlike EULERRUN, this
*>   always exercises the documented baseline case regardless of
*>   whatever control cards happen to be sitting on disk (e.g. left
*>   problem's known-good answer without being caught.
*> compile with cobc -free -O -x -o eulrtest.exe -I copy eulrtest.cob
*>   euler1.cob euler2.cob euler3.cob euler4.cob euler5.cob euler6.cob
*>   euler7.cob euler8.cob euler9.cob euler10.cob euler15.cob
*>   euler16.cob euler17.cob euler18.cob euler19.cob euler20.cob
*>   euler22.cob euler23.cob euler55.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*>             EULRCHN CALLs any program a step card names, and a
*>             STOP RUN here tore down the whole chain with it. A
*>             standalone run behaves exactly as before.
*> 2026-10-15  the E3NUMS save table and record follow EULER3's
*>             widening to 18-digit targets (12 to 18 bytes).
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  golden-file regression (GLDNDAT.cpy): the detail and
*>             interface files EULRMANI lists for the tested problems
*>             are compared record by record against blessed copies
*>             <name>.GLD, with the run id, the run and business dates
*>             and the detail-report time stamp masked on both sides;
*>             the first differing lines of each file are shown, and a
*>             file that differs or was not written fails the pass
*>             (RETURN-CODE 8) like a wrong answer. A new TESTPARM card
*>             (TESTPRM.cpy) selects CHECK (the default) or BLESS, which
*>             takes this run's output as the new golden copies - all of
*>             them, or the one file named - recorded on the golden
*>             registry EULRGLDN, and is refused while any headline
*>             answer fails. A card with any other function is refused
*>             with RETURN-CODE 16.
*> 2026-10-15  the defaults pass and the CALLs now cover EULER15
*>             through EULER23 and EULER67 as well (cards E15PARM
*>             through E23PARM and E67PARM, saved and restored like
*>             the rest, written through the generic TESTOUT writer),
*>             so EULRPROV finds every catalogued problem regression
*>             tested; E5PARM's record follows the card to 4 bytes.
*>             Refused with diagnostic PC01 and RETURN-CODE 16, before
*>             the run interlock is taken or anything is written, when
*>             the business date falls in a month closed on EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy).
*> 2026-10-15  EULER55 joins the defaults pass and the CALLs (card
*>             E55PARM, starts 1 through 9999 with the cap at 50,
*>             saved and restored like the rest).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRTEST.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO "EULRDIAG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT BDATE-CARD-FILE ASSIGN TO "EULRBDTE"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BUS-CARD-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO "EULRMLOG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.
	SELECT TESTPARM-FILE ASSIGN TO "TESTPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-TEST-PARM-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO "EULRMANI"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
	SELECT GLDOUT-FILE ASSIGN TO WS-GLD-OUT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GLD-OUT-STATUS.
	SELECT GLDGOLD-FILE ASSIGN TO WS-GLD-GOLD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GLD-GOLD-STATUS.
	SELECT EULRGLDN-FILE ASSIGN TO "EULRGLDN"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GLDN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  E1PARM-FILE.
01  E2PARM-RECORD                  PIC X(20).

FD  E3NUMS-FILE.
01  E3NUMS-RECORD                  PIC X(18).

FD  E4PARM-FILE.
01  E4PARM-RECORD                  PIC X(05).

FD  E5PARM-FILE.
01  E5PARM-RECORD                  PIC X(04).

FD  E8DIGITS-FILE.
01  E8DIGITS-RECORD                PIC X(1000).
01  EULREF-FILE-RECORD             PIC X(269).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).

FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRLREG-FILE.
01  EULRLREG-FILE-RECORD           PIC X(24).
FD  EULRVREG-FILE.
01  EULRVREG-FILE-RECORD           PIC X(61).
FD  EULRDIAG-FILE.
01  EULRDIAG-FILE-RECORD           PIC X(72).
FD  BDATE-CARD-FILE.
01  BDATE-CARD-RECORD              PIC X(08).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
FD  TESTPARM-FILE.
01  TESTPARM-RECORD                PIC X(24).
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  GLDOUT-FILE.
01  GLDOUT-RECORD                  PIC X(300).
FD  GLDGOLD-FILE.
01  GLDGOLD-RECORD                 PIC X(300).
FD  EULRGLDN-FILE.
01  EULRGLDN-FILE-RECORD           PIC X(72).
	WORKING-STORAGE SECTION.
	COPY EULREF.
	COPY EULRSLT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY NUMEDIT.
	COPY LOCKDAT.
	COPY PCTLDAT.
	COPY MSGDAT.
	COPY CHGDAT.
	COPY TESTPRM.
	COPY MANDAT.
	COPY GLDNDAT.

	01 WS-EOF PIC 9 VALUE 0.
	01 WS-K PIC 9(2) VALUE 0.
	01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
	01 WS-TEST-PARM-STATUS PIC XX VALUE SPACES.

	01 WS-TST-COUNT PIC 9(2) VALUE 20.
	01 WS-TEST-TABLE.
		05 WS-TEST-ROW OCCURS 20 TIMES.
			10 WS-TST-PROBLEM-ID   PIC X(08).
			10 WS-TST-RESULT       PIC 9(18).
			10 WS-TST-EXPECTED     PIC 9(36).
	01 WS-TEST-OUT-STATUS PIC XX VALUE SPACES.
	01 WS-SAVE-E3-STATUS PIC XX VALUE SPACES.
	01 WS-SAVE-E8D-STATUS PIC XX VALUE SPACES.
	01 WS-SAVE-COUNT PIC 9(2) VALUE 19.
	01 WS-SAVE-TABLE.
		05 WS-SAVE-ROW OCCURS 19 TIMES.
			10 WS-SAVE-CARD-NAME   PIC X(08).
			10 WS-SAVE-PRESENT     PIC X(01).
			10 WS-SAVE-IMAGE       PIC X(100).
	01 WS-SV PIC 9(3) VALUE 0.
	01 WS-SAVE-E3-TABLE.
		05 WS-SAVE-E3-REC PIC X(18) OCCURS 200 TIMES.
	01 WS-SAVE-E3-COUNT PIC 9(3) VALUE 0.
	01 WS-SAVE-REFUSED PIC 9 VALUE 0.
	01 WS-SAVE-E3-PRESENT PIC X(1) VALUE "N".
	01 WS-SAVE-E8D-EOF PIC 9 VALUE 0.
	01 WS-SAVE-E8D-PRESENT PIC X(1) VALUE "N".
	01 WS-SAVE-REFUSED-CARD PIC X(8) VALUE SPACES.
*> the default image of a single-record card written through the
*> generic TESTOUT writer (DEFAULT-CARD-PARA)
	01 WS-TEST-DEFAULT PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRTEST" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	MOVE "EULRTEST" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRTEST" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRTEST" TO WS-CHG-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM TEST-PARM-PARA.
	IF NOT WS-TEST-IS-CHECK AND NOT WS-TEST-IS-BLESS THEN
		DISPLAY "EULRTEST: REFUSED - TESTPARM FUNCTION "
			WS-TEST-FUNCTION " IS NEITHER CHECK NOR BLESS"
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		PERFORM AUDIT-WRITE-PARA
		GOBACK
	END-IF.
	PERFORM SAVE-CARDS-PARA.
	IF WS-SAVE-REFUSED = 1 THEN
		DISPLAY "EULRTEST: REFUSED - " WS-SAVE-REFUSED-CARD
	END-IF.
	PERFORM DEFAULTS-PARA.

*> a problem added to this pass is added to WS-PROV-TST-LIST in
*> PROVDAT.cpy too, for EULRPROV's audit
	MOVE "EULER1" TO WS-TST-PROBLEM-ID(1).
	CALL "EULER1".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(1).
	CALL "EULER10".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(10).

	MOVE "EULER15" TO WS-TST-PROBLEM-ID(11).
	CALL "EULER15".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(11).

	MOVE "EULER16" TO WS-TST-PROBLEM-ID(12).
	CALL "EULER16".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(12).

	MOVE "EULER17" TO WS-TST-PROBLEM-ID(13).
	CALL "EULER17".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(13).

	MOVE "EULER18" TO WS-TST-PROBLEM-ID(14).
	CALL "EULER18".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(14).

	MOVE "EULER67" TO WS-TST-PROBLEM-ID(15).
	CALL "EULER67".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(15).

	MOVE "EULER19" TO WS-TST-PROBLEM-ID(16).
	CALL "EULER19".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(16).

	MOVE "EULER20" TO WS-TST-PROBLEM-ID(17).
	CALL "EULER20".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(17).

	MOVE "EULER22" TO WS-TST-PROBLEM-ID(18).
	CALL "EULER22".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(18).

	MOVE "EULER23" TO WS-TST-PROBLEM-ID(19).
	CALL "EULER23".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(19).

	MOVE "EULER55" TO WS-TST-PROBLEM-ID(20).
	CALL "EULER55".
	MOVE WS-SUITE-RESULT TO WS-TST-RESULT(20).

	PERFORM RESTORE-SUITECFG-PARA.
	PERFORM RESTORE-CARDS-PARA.
	PERFORM RECON-PARA.
	PERFORM SUMMARY-PARA.
	PERFORM GOLDEN-PARA.
	PERFORM LOCK-FREE-PARA.
	IF WS-FAIL-COUNT > 0 OR WS-GLD-DIFFERED > 0 THEN
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	MOVE "000002000000" TO WS-CHG-AFTER.
	PERFORM CHG-WRITE-PARA.

*> the later problems' single-record cards go through the generic
*> TESTOUT writer - the triangle and name files the E18PARM, E67PARM
*> and E22PARM cards name are data, not cards, and are left alone
	MOVE "E15PARM" TO WS-TEST-OUT-NAME.
	MOVE "20 20" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E16PARM" TO WS-TEST-OUT-NAME.
	MOVE "01000" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E17PARM" TO WS-TEST-OUT-NAME.
	MOVE "001000" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E18PARM" TO WS-TEST-OUT-NAME.
	MOVE "E18TRI" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E67PARM" TO WS-TEST-OUT-NAME.
	MOVE "E67TRI" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E19PARM" TO WS-TEST-OUT-NAME.
	MOVE "19010101 20001231 SUN" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E20PARM" TO WS-TEST-OUT-NAME.
	MOVE "0100" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E22PARM" TO WS-TEST-OUT-NAME.
	MOVE "E22NAMES" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E23PARM" TO WS-TEST-OUT-NAME.
	MOVE "28123" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.
	MOVE "E55PARM" TO WS-TEST-OUT-NAME.
	MOVE "000000000001000000009999 050" TO WS-TEST-DEFAULT.
	PERFORM DEFAULT-CARD-PARA.

*> Rewrite the single-record card WS-TEST-OUT-NAME with the default
*> image WS-TEST-DEFAULT, through the change log
	DEFAULT-CARD-PARA.
	MOVE WS-TEST-OUT-NAME TO WS-CHG-IN-NAME.
	MOVE WS-TEST-OUT-NAME TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT TESTOUT-FILE.
	WRITE TESTOUT-RECORD FROM WS-TEST-DEFAULT.
	CLOSE TESTOUT-FILE.
	MOVE WS-TEST-DEFAULT TO WS-CHG-AFTER.
	PERFORM CHG-WRITE-PARA.

*> Capture every control card the defaults pass is about to rewrite,
*> so RESTORE-CARDS-PARA can put each one back. The single-record
*> cards go through the generic change-log reader; E3NUMS (many
	MOVE "E8PARM" TO WS-SAVE-CARD-NAME(7).
	MOVE "E9PARM" TO WS-SAVE-CARD-NAME(8).
	MOVE "E10PARM" TO WS-SAVE-CARD-NAME(9).
	MOVE "E15PARM" TO WS-SAVE-CARD-NAME(10).
	MOVE "E16PARM" TO WS-SAVE-CARD-NAME(11).
	MOVE "E17PARM" TO WS-SAVE-CARD-NAME(12).
	MOVE "E18PARM" TO WS-SAVE-CARD-NAME(13).
	MOVE "E67PARM" TO WS-SAVE-CARD-NAME(14).
	MOVE "E19PARM" TO WS-SAVE-CARD-NAME(15).
	MOVE "E20PARM" TO WS-SAVE-CARD-NAME(16).
	MOVE "E22PARM" TO WS-SAVE-CARD-NAME(17).
	MOVE "E23PARM" TO WS-SAVE-CARD-NAME(18).
	MOVE "E55PARM" TO WS-SAVE-CARD-NAME(19).
	PERFORM SAVE-ONE-PARA VARYING WS-SV FROM 1 BY 1 UNTIL WS-SV > WS-SAVE-COUNT.
	PERFORM SAVE-E3NUMS-PARA.
	PERFORM SAVE-E8DIGITS-PARA.

*> like any other. A card that wasn't on file before the pass keeps
*> the documented default the pass wrote.
	RESTORE-CARDS-PARA.
	PERFORM RESTORE-ONE-PARA VARYING WS-SV FROM 1 BY 1 UNTIL WS-SV > WS-SAVE-COUNT.
	PERFORM RESTORE-E3NUMS-PARA.
	PERFORM RESTORE-E8DIGITS-PARA.

			UNTIL WS-SV > WS-SAVE-E3-COUNT
		CLOSE E3NUMS-FILE
		MOVE SPACES TO WS-CHG-AFTER
		MOVE WS-SAVE-E3-REC(1) TO WS-CHG-AFTER(1:18)
		PERFORM CHG-WRITE-PARA
	END-IF.

	END-READ.

	RECON-MATCH-PARA.
	PERFORM RECON-ROW-PARA VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TST-COUNT.
	PERFORM RECON-READ-PARA.

	RECON-ROW-PARA.
	DISPLAY "======================================================".
	DISPLAY "EULER SUITE - REGRESSION TEST (DEFAULT PARAMETERS)".
	DISPLAY "======================================================".
	PERFORM SUMMARY-LINE-PARA VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TST-COUNT.
	DISPLAY "======================================================".
	DISPLAY "FAILURES: " WS-FAIL-COUNT.

	DISPLAY WS-TST-PROBLEM-ID(WS-K) "  " FUNCTION TRIM(WS-NUM-EDIT-RESULT)
		"  EXPECTED " WS-TST-EXPECTED(WS-K) "  " WS-TST-STATUS(WS-K).

	TEST-PARM-PARA.
	MOVE SPACES TO WS-TEST-PARM-CARD.
	OPEN INPUT TESTPARM-FILE.
	IF WS-TEST-PARM-STATUS = "00" THEN
		READ TESTPARM-FILE INTO WS-TEST-PARM-CARD
			AT END MOVE SPACES TO WS-TEST-PARM-CARD
		END-READ
		CLOSE TESTPARM-FILE
	END-IF.

*> Golden-file comparison (the why, the masking rule, and the
*> registry in GLDNDAT.cpy): the detail and interface files EULRMANI
*> lists for the tested problems, each compared record by record
*> against its blessed copy - or, on a BLESS card, taken as the new
*> blessed copy. A BLESS is refused while any headline answer fails:
*> output that gets the number wrong is no golden.
	GOLDEN-PARA.
	PERFORM BDATE-ENSURE-PARA.
	MOVE WS-BUS-DATE TO WS-GLD-BUS-DATE.
	ACCEPT WS-GLD-SYS-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-GLD-OPERATOR FROM ENVIRONMENT "USER".
	PERFORM GLDN-LOAD-PARA.
	PERFORM GLD-MANI-LOAD-PARA.
	DISPLAY "======================================================".
	IF WS-TEST-IS-BLESS THEN
		DISPLAY "GOLDEN FILES - BLESS"
	ELSE
		DISPLAY "GOLDEN FILES - DETAIL AND INTERFACE OUTPUT COMPARE"
	END-IF.
	DISPLAY "======================================================".
	IF WS-GLD-COUNT = 0 THEN
		DISPLAY "NO OUTPUT FILES ON EULRMANI FOR THE TESTED PROBLEMS"
			" - NOTHING TO COMPARE"
		EXIT PARAGRAPH
	END-IF.
	IF WS-TEST-IS-BLESS AND WS-FAIL-COUNT > 0 THEN
		DISPLAY "BLESS REFUSED - " WS-FAIL-COUNT " HEADLINE ANSWER(S)"
			" FAILED; GOLDEN COPIES LEFT AS THEY WERE"
		EXIT PARAGRAPH
	END-IF.
	PERFORM GLD-FILE-PARA VARYING WS-GLD-F FROM 1 BY 1
		UNTIL WS-GLD-F > WS-GLD-COUNT.
	DISPLAY "======================================================".
	IF WS-TEST-IS-BLESS THEN
		IF WS-GLD-BLESSED > 0 THEN
			PERFORM GLDN-WRITE-PARA
		END-IF
		IF WS-GLD-BLESSED = 0 AND WS-TEST-BLESS-ONLY NOT = SPACES THEN
			DISPLAY "NOTHING BLESSED - " FUNCTION TRIM(WS-TEST-BLESS-ONLY)
				" IS NOT AN OUTPUT FILE OF THE TESTED PROBLEMS"
		END-IF
		DISPLAY "GOLDEN COPIES BLESSED: " WS-GLD-BLESSED
	ELSE
		DISPLAY "FILES MATCHED: " WS-GLD-MATCHED
			"  DIFFERED: " WS-GLD-DIFFERED
			"  NO GOLDEN COPY: " WS-GLD-UNBLESSED
	END-IF.

*> The tested problems' output files off the manifest, once each by
*> undated name - a dated generation (E3RPT.D20261015) is the same
*> report on another night
	GLD-MANI-LOAD-PARA.
	MOVE 0 TO WS-GLD-COUNT.
	MOVE 0 TO WS-GLD-MAN-EOF.
	OPEN INPUT EULRMANI-FILE.
	IF WS-MAN-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM GLD-MANI-ROW-PARA UNTIL WS-GLD-MAN-EOF = 1.
	CLOSE EULRMANI-FILE.

	GLD-MANI-ROW-PARA.
	READ EULRMANI-FILE INTO WS-MAN-RECORD
		AT END MOVE 1 TO WS-GLD-MAN-EOF
	END-READ.
	IF WS-GLD-MAN-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-GLD-HIT.
	PERFORM GLD-TESTED-PARA VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TST-COUNT.
	IF WS-GLD-HIT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-MAN-REC-FILE TO WS-GLD-OUT-NAME.
	MOVE WS-MAN-REC-FILE TO WS-GLD-NEW-BASE.
	MOVE "N" TO WS-GLD-NEW-DATED.
	PERFORM GLD-UNDATE-PARA VARYING WS-GLD-P FROM 2 BY 1
		UNTIL WS-GLD-P > 9.
	MOVE 0 TO WS-GLD-HIT.
	PERFORM GLD-DUP-PARA VARYING WS-GLD-G FROM 1 BY 1
		UNTIL WS-GLD-G > WS-GLD-COUNT.
	IF WS-GLD-HIT = 0 AND WS-GLD-COUNT < 30 THEN
		ADD 1 TO WS-GLD-COUNT
		MOVE WS-MAN-REC-PROBLEM TO WS-GLD-PROBLEM(WS-GLD-COUNT)
		MOVE WS-GLD-NEW-BASE TO WS-GLD-BASE(WS-GLD-COUNT)
		MOVE WS-GLD-NEW-DATED TO WS-GLD-DATED(WS-GLD-COUNT)
	END-IF.

	GLD-TESTED-PARA.
	IF WS-TST-PROBLEM-ID(WS-K) = WS-MAN-REC-PROBLEM THEN
		MOVE 1 TO WS-GLD-HIT
	END-IF.

	GLD-UNDATE-PARA.
	IF WS-GLD-OUT-NAME(WS-GLD-P:2) = ".D"
			AND WS-GLD-OUT-NAME(WS-GLD-P + 2:8) IS NUMERIC THEN
		MOVE SPACES TO WS-GLD-NEW-BASE
		MOVE WS-GLD-OUT-NAME(1:WS-GLD-P - 1) TO WS-GLD-NEW-BASE
		MOVE "Y" TO WS-GLD-NEW-DATED
	END-IF.

	GLD-DUP-PARA.
	IF WS-GLD-BASE(WS-GLD-G) = WS-GLD-NEW-BASE THEN
		MOVE 1 TO WS-GLD-HIT
	END-IF.

*> This run's copy of one file (a dated one under today's business
*> date, the name the pass just wrote) and its golden copy
	GLD-FILE-PARA.
	MOVE SPACES TO WS-GLD-OUT-NAME.
	IF WS-GLD-DATED(WS-GLD-F) = "Y" THEN
		STRING FUNCTION TRIM(WS-GLD-BASE(WS-GLD-F)) ".D" WS-GLD-BUS-DATE
			DELIMITED BY SIZE INTO WS-GLD-OUT-NAME
		END-STRING
	ELSE
		MOVE WS-GLD-BASE(WS-GLD-F) TO WS-GLD-OUT-NAME
	END-IF.
	MOVE SPACES TO WS-GLD-GOLD-NAME.
	STRING FUNCTION TRIM(WS-GLD-BASE(WS-GLD-F)) ".GLD"
		DELIMITED BY SIZE INTO WS-GLD-GOLD-NAME
	END-STRING.
	MOVE 0 TO WS-GLD-G.
	PERFORM GLDN-FIND-PARA VARYING WS-GLD-P FROM 1 BY 1
		UNTIL WS-GLD-P > WS-GLDN-ROWS.
	IF WS-TEST-IS-BLESS THEN
		PERFORM GLD-BLESS-PARA
	ELSE
		PERFORM GLD-CHECK-PARA
	END-IF.

	GLD-CHECK-PARA.
	OPEN INPUT GLDGOLD-FILE.
	IF WS-GLD-GOLD-STATUS NOT = "00" THEN
		OPEN INPUT GLDOUT-FILE
		IF WS-GLD-OUT-STATUS = "00" THEN
			CLOSE GLDOUT-FILE
			DISPLAY WS-GLD-BASE(WS-GLD-F) "  NO GOLDEN COPY"
				" - RUN EULRTEST WITH A BLESS CARD"
			ADD 1 TO WS-GLD-UNBLESSED
		END-IF
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT GLDOUT-FILE.
	IF WS-GLD-OUT-STATUS NOT = "00" THEN
		CLOSE GLDGOLD-FILE
		DISPLAY WS-GLD-BASE(WS-GLD-F) "  DIFFERS - "
			FUNCTION TRIM(WS-GLD-OUT-NAME)
			" NOT WRITTEN BY THIS RUN"
		ADD 1 TO WS-GLD-DIFFERED
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-GLD-LINE-NO.
	MOVE 0 TO WS-GLD-DIFFS.
	MOVE 0 TO WS-GLD-SHOWN.
	MOVE 0 TO WS-GLD-ROWS.
	MOVE 0 TO WS-GLD-OUT-EOF.
	MOVE 0 TO WS-GLD-GOLD-EOF.
	PERFORM GLD-READ-OUT-PARA.
	PERFORM GLD-READ-GOLD-PARA.
	PERFORM GLD-COMPARE-PARA
		UNTIL WS-GLD-OUT-EOF = 1 AND WS-GLD-GOLD-EOF = 1.
	CLOSE GLDOUT-FILE.
	CLOSE GLDGOLD-FILE.
	MOVE "MATCH" TO WS-GLD-STATE.
	IF WS-GLD-DIFFS > 0 THEN
		MOVE "DIFFERS" TO WS-GLD-STATE
		ADD 1 TO WS-GLD-DIFFERED
	ELSE
		ADD 1 TO WS-GLD-MATCHED
	END-IF.
	MOVE 0 TO WS-GLDN-REC-DATE.
	IF WS-GLD-G > 0 THEN
		MOVE WS-GLDN-ROW-IMAGE(WS-GLD-G) TO WS-GLDN-RECORD
	END-IF.
	DISPLAY WS-GLD-BASE(WS-GLD-F) "  " WS-GLD-STATE "  " WS-GLD-ROWS
		" RECORD(S), " WS-GLD-DIFFS " DIFFERING  (BLESSED "
		WS-GLDN-REC-DATE ")".

*> One record pair; the first few differing pairs are shown, a file
*> running short shows as END OF FILE against the other's record
	GLD-COMPARE-PARA.
	ADD 1 TO WS-GLD-LINE-NO.
	IF WS-GLD-OUT-REC NOT = WS-GLD-GOLD-REC THEN
		ADD 1 TO WS-GLD-DIFFS
		IF WS-GLD-SHOWN < WS-GLD-SHOW-MAX THEN
			ADD 1 TO WS-GLD-SHOWN
			DISPLAY WS-GLD-BASE(WS-GLD-F) "  LINE " WS-GLD-LINE-NO
				"  GOLDEN: " FUNCTION TRIM(WS-GLD-GOLD-REC TRAILING)
			DISPLAY WS-GLD-BASE(WS-GLD-F) "  LINE " WS-GLD-LINE-NO
				"  OUTPUT: " FUNCTION TRIM(WS-GLD-OUT-REC TRAILING)
		END-IF
	END-IF.
	IF WS-GLD-OUT-EOF = 0 THEN
		ADD 1 TO WS-GLD-ROWS
		PERFORM GLD-READ-OUT-PARA
	END-IF.
	IF WS-GLD-GOLD-EOF = 0 THEN
		PERFORM GLD-READ-GOLD-PARA
	END-IF.

	GLD-READ-OUT-PARA.
	READ GLDOUT-FILE INTO WS-GLD-OUT-REC
		AT END
			MOVE 1 TO WS-GLD-OUT-EOF
			MOVE "(END OF FILE)" TO WS-GLD-OUT-REC
	END-READ.
	IF WS-GLD-OUT-EOF = 0 THEN
		MOVE WS-GLD-OUT-REC TO WS-GLD-MASK-REC
		PERFORM GLD-MASK-PARA
		MOVE WS-GLD-MASK-REC TO WS-GLD-OUT-REC
	END-IF.

	GLD-READ-GOLD-PARA.
	READ GLDGOLD-FILE INTO WS-GLD-GOLD-REC
		AT END
			MOVE 1 TO WS-GLD-GOLD-EOF
			MOVE "(END OF FILE)" TO WS-GLD-GOLD-REC
	END-READ.

*> Blank out what a rerun of the same cards legitimately changes:
*> this run's id, today's run and business dates, and the time of
*> day a detail-report title stamps onto the date (yyyymmdd-hhmmsscc)
	GLD-MASK-PARA.
	PERFORM GLD-MASK-POS-PARA VARYING WS-GLD-P FROM 1 BY 1
		UNTIL WS-GLD-P > 285.

	GLD-MASK-POS-PARA.
	IF WS-GLD-MASK-REC(WS-GLD-P:1) IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-GLD-MASK-REC(WS-GLD-P:16) = WS-SUITE-RUN-ID THEN
		MOVE ALL "*" TO WS-GLD-MASK-REC(WS-GLD-P:16)
		EXIT PARAGRAPH
	END-IF.
	IF WS-GLD-MASK-REC(WS-GLD-P:8) = WS-GLD-SYS-DATE
			OR WS-GLD-MASK-REC(WS-GLD-P:8) = WS-GLD-BUS-DATE THEN
		MOVE ALL "*" TO WS-GLD-MASK-REC(WS-GLD-P:8)
		IF WS-GLD-P < 284 THEN
			IF WS-GLD-MASK-REC(WS-GLD-P + 8:1) = "-"
					AND WS-GLD-MASK-REC(WS-GLD-P + 9:8) IS NUMERIC THEN
				MOVE ALL "*" TO WS-GLD-MASK-REC(WS-GLD-P + 9:8)
			END-IF
		END-IF
	END-IF.

*> Take this run's output, masked, as the file's golden copy and
*> record it on the golden registry
	GLD-BLESS-PARA.
	IF WS-TEST-BLESS-ONLY NOT = SPACES
			AND WS-TEST-BLESS-ONLY NOT = WS-GLD-BASE(WS-GLD-F) THEN
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT GLDOUT-FILE.
	IF WS-GLD-OUT-STATUS NOT = "00" THEN
		DISPLAY WS-GLD-BASE(WS-GLD-F) "  NOT BLESSED - "
			FUNCTION TRIM(WS-GLD-OUT-NAME) " NOT WRITTEN BY THIS RUN"
		EXIT PARAGRAPH
	END-IF.
	OPEN OUTPUT GLDGOLD-FILE.
	MOVE 0 TO WS-GLD-ROWS.
	MOVE 0 TO WS-GLD-OUT-EOF.
	PERFORM GLD-READ-OUT-PARA.
	PERFORM GLD-BLESS-ROW-PARA UNTIL WS-GLD-OUT-EOF = 1.
	CLOSE GLDOUT-FILE.
	CLOSE GLDGOLD-FILE.
	MOVE SPACES TO WS-GLDN-RECORD.
	MOVE WS-GLD-BASE(WS-GLD-F) TO WS-GLDN-REC-BASE.
	MOVE WS-GLD-PROBLEM(WS-GLD-F) TO WS-GLDN-REC-PROBLEM.
	MOVE WS-GLD-ROWS TO WS-GLDN-REC-COUNT.
	MOVE WS-GLD-SYS-DATE TO WS-GLDN-REC-DATE.
	MOVE WS-SUITE-RUN-ID TO WS-GLDN-REC-RUN-ID.
	MOVE WS-GLD-OPERATOR TO WS-GLDN-REC-OPERATOR.
	IF WS-GLD-G = 0 AND WS-GLDN-ROWS < 30 THEN
		ADD 1 TO WS-GLDN-ROWS
		MOVE WS-GLDN-ROWS TO WS-GLD-G
	END-IF.
	IF WS-GLD-G > 0 THEN
		MOVE WS-GLDN-RECORD TO WS-GLDN-ROW-IMAGE(WS-GLD-G)
	END-IF.
	ADD 1 TO WS-GLD-BLESSED.
	DISPLAY WS-GLD-BASE(WS-GLD-F) "  BLESSED  " WS-GLD-ROWS
		" RECORD(S) AS " WS-GLD-GOLD-NAME.

	GLD-BLESS-ROW-PARA.
	WRITE GLDGOLD-RECORD FROM WS-GLD-OUT-REC.
	ADD 1 TO WS-GLD-ROWS.
	PERFORM GLD-READ-OUT-PARA.

	GLDN-FIND-PARA.
	IF WS-GLDN-ROW-IMAGE(WS-GLD-P)(1:18) = WS-GLD-BASE(WS-GLD-F) THEN
		MOVE WS-GLD-P TO WS-GLD-G
	END-IF.

	GLDN-LOAD-PARA.
	MOVE 0 TO WS-GLDN-ROWS.
	MOVE 0 TO WS-GLD-MAN-EOF.
	OPEN INPUT EULRGLDN-FILE.
	IF WS-GLDN-STATUS = "00" THEN
		PERFORM GLDN-ROW-PARA UNTIL WS-GLD-MAN-EOF = 1
		CLOSE EULRGLDN-FILE
	END-IF.

	GLDN-ROW-PARA.
	READ EULRGLDN-FILE INTO WS-GLDN-RECORD
		AT END MOVE 1 TO WS-GLD-MAN-EOF
	END-READ.
	IF WS-GLD-MAN-EOF = 0 AND WS-GLDN-REC-BASE NOT = SPACES
			AND WS-GLDN-ROWS < 30 THEN
		ADD 1 TO WS-GLDN-ROWS
		MOVE WS-GLDN-RECORD TO WS-GLDN-ROW-IMAGE(WS-GLDN-ROWS)
	END-IF.

	GLDN-WRITE-PARA.
	OPEN OUTPUT EULRGLDN-FILE.
	PERFORM GLDN-PUT-PARA VARYING WS-GLD-P FROM 1 BY 1
		UNTIL WS-GLD-P > WS-GLDN-ROWS.
	CLOSE EULRGLDN-FILE.

	GLDN-PUT-PARA.
	WRITE EULRGLDN-FILE-RECORD FROM WS-GLDN-ROW-IMAGE(WS-GLD-P).

	COPY NUMEDITP.
	COPY RPTPRT.

	COPY AUDIT.
	COPY DIAG.
	COPY LREGPRC.
	COPY VREGPRC.
	COPY SEALPRC.
	COPY RUNIDP.
	COPY BDATPRC.
	COPY LOCKPRC.
	COPY MSGPRC.
	COPY CHGLOG.
	COPY PCTLPRC.
	COPY PCTLGPRC.
