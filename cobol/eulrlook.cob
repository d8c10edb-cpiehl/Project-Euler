*> Forward schedule: "what runs on the 28th, and for how long?" used
*>   to mean working EULRCAL's DAILY/WEEKDAYS/MONTHEND/EVERYN rules
*>   out by hand, then layering on the EULRPCHG cards still staged
*>   for their effective date. This look-ahead walks a window of
*>   business dates (thirty by default) and, for each night, lists
*>   the problems the calendar will select (with SUITECFG's manual
*>   override, CFG-OFF, exactly as EULERRUN applies it), the control
*>   card each will run with - the card on disk today, or the staged
*>   image EULRREL will have released by then - and the runtime
*>   EULRESTM's history matching predicts for that card. A night
*>   whose predicted total exceeds the BWINPARM allowance is flagged
*>   OVER, so a month-end crunch is visible weeks ahead.
*> compile with cobc -free -O -x -o eulrlook.exe -I copy eulrlook.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - LOOKPARM card: cols 01-08 first night
*>             of the window YYYYMMDD (blank for tonight's business
*>             date), cols 10-11 number of nights 01-60 (blank for
*>             30). Inputs EULREF, EULRCAL, SUITECFG, the pending
*>             changes file EULRPCHG, EULREXP/EULRAUD history and
*>             BWINPARM; nothing is changed. A staged SUITECFG image
*>             changes the selection flags from its night on, a
*>             staged problem card changes that problem's card and
*>             prediction. Report LOOKRPT; the count of nights OVER
*>             is the banner result. RETURN-CODE 0 when every night
*>             fits, 4 when any is OVER (message LOK001W), 16 on a bad
*>             card (LK01) or a missing or bad allowance (LK02).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRLOOK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT LOOKPARM-FILE ASSIGN TO "LOOKPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-PARM-STATUS.
	SELECT BWINPARM-FILE ASSIGN TO "BWINPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-BWIN-STATUS.
	SELECT EULRCAL-FILE ASSIGN TO "EULRCAL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CAL-STATUS.
	SELECT EULRPCHG-FILE ASSIGN TO "EULRPCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-PCHG-STATUS.
	SELECT CARDIN-FILE ASSIGN TO WS-LOK-CARD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-CARD-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-EXP-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOK-AUD-STATUS.
	SELECT LOOKRPT-FILE ASSIGN TO "LOOKRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULREF-FILE ASSIGN TO "EULREF"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-REF-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
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

DATA DIVISION.
FILE SECTION.
FD  LOOKPARM-FILE.
01  LOOKPARM-RECORD                PIC X(11).

FD  BWINPARM-FILE.
01  BWINPARM-RECORD                PIC X(08).

FD  EULRCAL-FILE.
01  EULRCAL-FILE-RECORD            PIC X(28).

FD  EULRPCHG-FILE.
01  EULRPCHG-FILE-RECORD           PIC X(118).

FD  CARDIN-FILE.
01  CARDIN-RECORD                  PIC X(100).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  LOOKRPT-FILE.
01  LOOKRPT-RECORD                 PIC X(132).

FD  EULREF-FILE.
01  EULREF-FILE-RECORD             PIC X(269).
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
	COPY EULREF.
	COPY REFTAB.
	COPY EXPDAT.
	COPY CALDAT.
	COPY BWINPRM.
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

	01 WS-LOK-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-BWIN-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-PCHG-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-CARD-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-LOK-CARD-NAME PIC X(08) VALUE SPACES.
	01 WS-LOK-REJECTED PIC 9 VALUE 0.
	01 WS-LOK-EOF PIC 9 VALUE 0.

	01 WS-LOK-PARM-CARD.
		05 WS-LOK-START-X          PIC X(08).
		05 WS-LOK-START-R REDEFINES WS-LOK-START-X
		                           PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-LOK-DAYS-X           PIC X(02).
		05 WS-LOK-DAYS-R REDEFINES WS-LOK-DAYS-X
		                           PIC 9(02).
	01 WS-LOK-START PIC 9(08) VALUE 0.
	01 WS-LOK-END PIC 9(08) VALUE 0.
	01 WS-LOK-DAYS PIC 9(02) VALUE 30.
	01 WS-LOK-START-DAYNO PIC 9(08) VALUE 0.
	01 WS-LOK-D PIC 9(02) VALUE 0.

*> per catalog row: its card name (EULRESTM's derivation - EULER12
*> reads E12PARM, EULER3 has none - carried past EULER30 too, since
*> EULER55's E55PARM is named the same way), its calendar record if it has
*> one, and tonight's selection verdict while a night is worked
	01 WS-LOK-NUM-EDIT PIC Z9.
	01 WS-LOK-PROB-TABLE.
		05 WS-LOK-PROB OCCURS 30 TIMES.
			10 WS-LOK-CARD-OF      PIC X(08).
			10 WS-LOK-HAS-CAL      PIC X(01) VALUE "N".
			10 WS-LOK-CAL-IMAGE    PIC X(28).
			10 WS-LOK-NIGHT-SEL    PIC X(01) VALUE "N".
			10 WS-LOK-NIGHT-RULE   PIC X(08) VALUE SPACES.
			10 WS-LOK-PAIR-NOW     PIC 9(03) VALUE 0.
			10 WS-LOK-STG-NOW      PIC 9(03) VALUE 0.

*> the pending-changes file as EULRREL holds it, each staged row
*> tied to the card/history pair its image forecasts (0 for a card
*> that belongs to no problem, SUITECFG included)
	01 WS-PCHG-RECORD.
		05 WS-PCHG-DATE            PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PCHG-CARD            PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PCHG-IMAGE           PIC X(100).
	01 WS-LOK-STG-TABLE.
		05 WS-LOK-STG OCCURS 100 TIMES.
			10 WS-LOK-STG-ROW      PIC X(118).
			10 WS-LOK-STG-PROB     PIC 9(02) VALUE 0.
			10 WS-LOK-STG-PAIR     PIC 9(03) VALUE 0.
	01 WS-LOK-STG-COUNT PIC 9(03) VALUE 0.
	01 WS-LOK-STG-DROPPED PIC 9(03) VALUE 0.

*> one card image per problem to forecast: the first WS-REF-COUNT
*> rows are the cards on disk today, staged images follow - each
*> with the run ids of the history rows that echoed it (newest 50)
*> and the average elapsed time of those runs
	01 WS-LOK-PAIR-TABLE.
		05 WS-LOK-PAIR OCCURS 130 TIMES.
			10 WS-LOK-PAIR-PROB    PIC 9(02) VALUE 0.
			10 WS-LOK-PAIR-IMAGE   PIC X(100).
			10 WS-LOK-ID-COUNT     PIC 9(02) VALUE 0.
			10 WS-LOK-RUN-ID       PIC X(16) OCCURS 50 TIMES.
			10 WS-LOK-ELAPSED-SUM  PIC 9(14) VALUE 0.
			10 WS-LOK-RUN-COUNT    PIC 9(05) VALUE 0.
			10 WS-LOK-PREDICT      PIC 9(08) VALUE 0.
	01 WS-LOK-PAIR-COUNT PIC 9(03) VALUE 0.
	01 WS-LOK-PX PIC 9(03) VALUE 0.
	01 WS-K PIC 9(03) VALUE 0.
	01 WS-J PIC 9(03) VALUE 0.
	01 WS-S PIC 9(03) VALUE 0.

*> the selection flags in force on the night being worked - today's
*> SUITECFG flags, replaced by a staged SUITECFG image once its date
*> arrives
	01 WS-LOK-FLAG-TABLE.
		05 WS-LOK-FLAG PIC X(01) OCCURS 30 TIMES.
	01 WS-LOK-CFG-STG PIC 9(03) VALUE 0.
	01 WS-LOK-CFG-IMAGE PIC X(42) VALUE SPACES.
	01 WS-LOK-FLAG-IN PIC X(01) VALUE SPACE.

	01 WS-LOK-AUDIT-LINE.
		05 WS-LAUD-PROBLEM-ID      PIC X(08).
		05 FILLER                  PIC X(37).
		05 WS-LAUD-ELAPSED-CS      PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-LAUD-RUN-ID          PIC X(16).
		05 FILLER                  PIC X(09).

*> the night's tallies and the window's
	01 WS-LOK-NIGHT-CS PIC 9(10) VALUE 0.
	01 WS-LOK-NIGHT-RUNS PIC 9(02) VALUE 0.
	01 WS-LOK-NIGHT-NOHIST PIC 9(02) VALUE 0.
	01 WS-LOK-OVER PIC 9(02) VALUE 0.
	01 WS-LOK-PEAK-CS PIC 9(10) VALUE 0.
	01 WS-LOK-PEAK-DATE PIC 9(08) VALUE 0.
	01 WS-LOK-SEL PIC X(01) VALUE "N".
	01 WS-LOK-RULE PIC X(08) VALUE SPACES.
	01 WS-LOK-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
	01 WS-LOK-LINE PIC X(132) VALUE SPACES.

	01 WS-LOK-RPT-LINE.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-LOK-RL-ID            PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-LOK-RL-RULE          PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-LOK-RL-CARD          PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-LOK-RL-SOURCE        PIC X(15).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-LOK-RL-PREDICT       PIC Z(7)9.
		05 FILLER                  PIC X(04) VALUE " CS ".
		05 WS-LOK-RL-NOTE          PIC X(10).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-LOK-RL-IMAGE         PIC X(40).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRLOOK" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRLOOK" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-LOK-REJECTED > 0 THEN
		IF WS-LOK-REJECTED = 1 THEN
			MOVE "LK01" TO WS-DIAG-CODE
			MOVE WS-LOK-PARM-CARD TO WS-DIAG-VALUE
		ELSE
			MOVE "LK02" TO WS-DIAG-CODE
			MOVE WS-BWIN-ALLOW-X TO WS-DIAG-VALUE
		END-IF
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM SETUP-PARA.
	PERFORM CAL-LOAD-PARA.
	PERFORM STG-LOAD-PARA.
	PERFORM EXP-PASS-PARA.
	PERFORM AUD-PASS-PARA.
	PERFORM PREDICT-PARA VARYING WS-LOK-PX FROM 1 BY 1
		UNTIL WS-LOK-PX > WS-LOK-PAIR-COUNT.
	PERFORM REPORT-PARA.
	IF WS-LOK-OVER > 0 THEN
		MOVE "LOK001W" TO WS-MSG-ID
		STRING WS-LOK-OVER " NIGHT(S) " WS-LOK-START "-" WS-LOK-END
			" PREDICTED OVER THE BATCH WINDOW - SEE LOOKRPT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-LOK-OVER TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The window and the allowance. A blank start is tonight's business
*> date; a date the calendar cannot hold (20261131) is refused rather
*> than rolled into the next month.
	P-PARA.
	MOVE SPACES TO WS-LOK-PARM-CARD.
	OPEN INPUT LOOKPARM-FILE.
	IF WS-LOK-PARM-STATUS = "00" THEN
		READ LOOKPARM-FILE INTO WS-LOK-PARM-CARD
			AT END MOVE SPACES TO WS-LOK-PARM-CARD
		END-READ
		CLOSE LOOKPARM-FILE
	END-IF.
	IF WS-LOK-START-X = SPACES THEN
		PERFORM BDATE-ENSURE-PARA
		MOVE WS-BUS-DATE TO WS-LOK-START
	ELSE
		IF WS-LOK-START-X IS NOT NUMERIC
				OR WS-LOK-START-R(5:2) < "01"
				OR WS-LOK-START-R(5:2) > "12"
				OR WS-LOK-START-R(7:2) < "01"
				OR WS-LOK-START-R(7:2) > "31"
				OR WS-LOK-START-R < 16010101 THEN
			DISPLAY "EULRLOOK: REJECTED START DATE '" WS-LOK-START-X
				"' - MUST BE YYYYMMDD OR BLANK"
			MOVE 1 TO WS-LOK-REJECTED
			EXIT PARAGRAPH
		END-IF
		MOVE WS-LOK-START-R TO WS-LOK-START
		IF FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE(
				WS-LOK-START)) NOT = WS-LOK-START THEN
			DISPLAY "EULRLOOK: REJECTED START DATE '" WS-LOK-START-X
				"' - NO SUCH DAY"
			MOVE 1 TO WS-LOK-REJECTED
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-LOK-DAYS-X = SPACES THEN
		MOVE 30 TO WS-LOK-DAYS
	ELSE
		IF WS-LOK-DAYS-X IS NOT NUMERIC
				OR WS-LOK-DAYS-R = 0 OR WS-LOK-DAYS-R > 60 THEN
			DISPLAY "EULRLOOK: REJECTED NIGHT COUNT '" WS-LOK-DAYS-X
				"' - MUST BE 01-60 OR BLANK"
			MOVE 1 TO WS-LOK-REJECTED
			EXIT PARAGRAPH
		END-IF
		MOVE WS-LOK-DAYS-R TO WS-LOK-DAYS
	END-IF.
	COMPUTE WS-LOK-START-DAYNO = FUNCTION INTEGER-OF-DATE(WS-LOK-START).
	COMPUTE WS-LOK-END = FUNCTION DATE-OF-INTEGER(
		WS-LOK-START-DAYNO + WS-LOK-DAYS - 1).
	OPEN INPUT BWINPARM-FILE.
	IF WS-LOK-BWIN-STATUS NOT = "00" THEN
		DISPLAY "EULRLOOK: REJECTED - BWINPARM ALLOWANCE CARD NOT"
			" FOUND"
		MOVE SPACES TO WS-BWIN-ALLOW-X
		MOVE 2 TO WS-LOK-REJECTED
		EXIT PARAGRAPH
	END-IF.
	READ BWINPARM-FILE INTO WS-BWIN-PARM-CARD
		AT END MOVE SPACES TO WS-BWIN-ALLOW-X
	END-READ.
	CLOSE BWINPARM-FILE.
	IF WS-BWIN-ALLOW-X IS NOT NUMERIC OR WS-BWIN-ALLOW-R = 0 THEN
		DISPLAY "EULRLOOK: REJECTED ALLOWANCE '" WS-BWIN-ALLOW-X
			"' - MUST BE NUMERIC CENTISECONDS"
		MOVE 2 TO WS-LOK-REJECTED
	END-IF.

*> One pair per cataloged problem holding the card on disk today -
*> the problem list off EULREF, the card name off the problem number
	SETUP-PARA.
	PERFORM REF-LOAD-PARA.
	IF WS-REF-COUNT = 0 THEN
		DISPLAY "EULRLOOK: NO PROBLEM CATALOG ON EULREF - NOTHING"
			" TO SCHEDULE"
	END-IF.
	PERFORM SETUP-CARD-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	MOVE WS-REF-COUNT TO WS-LOK-PAIR-COUNT.

	SETUP-CARD-PARA.
	MOVE SPACES TO WS-LOK-CARD-OF(WS-K).
	IF WS-REF-NUM(WS-K) > 0 AND WS-REF-NUM(WS-K) NOT = 3 THEN
		MOVE WS-REF-NUM(WS-K) TO WS-LOK-NUM-EDIT
		STRING "E" FUNCTION TRIM(WS-LOK-NUM-EDIT) "PARM"
			DELIMITED BY SIZE INTO WS-LOK-CARD-OF(WS-K)
		END-STRING
	END-IF.
	MOVE WS-K TO WS-LOK-PAIR-PROB(WS-K).
	MOVE SPACES TO WS-LOK-PAIR-IMAGE(WS-K).
	IF WS-LOK-CARD-OF(WS-K) NOT = SPACES THEN
		MOVE WS-LOK-CARD-OF(WS-K) TO WS-LOK-CARD-NAME
		OPEN INPUT CARDIN-FILE
		IF WS-LOK-CARD-STATUS = "00" THEN
			READ CARDIN-FILE INTO WS-LOK-PAIR-IMAGE(WS-K)
				AT END CONTINUE
			END-READ
			CLOSE CARDIN-FILE
		END-IF
	END-IF.

*> Each problem's calendar record, held for the night-by-night
*> evaluation - no EULRCAL file leaves every problem on its SUITECFG
*> flag, as EULERRUN does
	CAL-LOAD-PARA.
	MOVE 0 TO WS-LOK-EOF.
	OPEN INPUT EULRCAL-FILE.
	IF WS-CAL-STATUS = "00" THEN
		PERFORM CAL-LOAD-ROW-PARA UNTIL WS-LOK-EOF = 1
		CLOSE EULRCAL-FILE
	END-IF.

	CAL-LOAD-ROW-PARA.
	READ EULRCAL-FILE INTO WS-CAL-RECORD
		AT END MOVE 1 TO WS-LOK-EOF
	END-READ.
	IF WS-LOK-EOF = 0 THEN
		MOVE WS-CAL-PROBLEM-ID TO WS-REF-FIND-ID
		PERFORM REF-FIND-PARA
		IF WS-REF-IX > 0 THEN
			MOVE "Y" TO WS-LOK-HAS-CAL(WS-REF-IX)
			MOVE WS-CAL-RECORD TO WS-LOK-CAL-IMAGE(WS-REF-IX)
		END-IF
	END-IF.

*> The staged changes, in file order (EULRREL's release order, so of
*> two images for one card and one date the later row wins). An image
*> for a problem's card becomes a pair of its own unless it repeats
*> one already held for that problem.
	STG-LOAD-PARA.
	MOVE 0 TO WS-LOK-EOF.
	OPEN INPUT EULRPCHG-FILE.
	IF WS-LOK-PCHG-STATUS = "00" THEN
		PERFORM STG-LOAD-ROW-PARA UNTIL WS-LOK-EOF = 1
		CLOSE EULRPCHG-FILE
	END-IF.
	IF WS-LOK-STG-DROPPED > 0 THEN
		DISPLAY "EULRLOOK: " WS-LOK-STG-DROPPED " STAGED CHANGE(S)"
			" PAST THE FIRST 100 NOT FORECAST"
	END-IF.

	STG-LOAD-ROW-PARA.
	READ EULRPCHG-FILE
		AT END MOVE 1 TO WS-LOK-EOF
	END-READ.
	IF WS-LOK-EOF = 1 OR EULRPCHG-FILE-RECORD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-LOK-STG-COUNT = 100 THEN
		ADD 1 TO WS-LOK-STG-DROPPED
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-LOK-STG-COUNT.
	MOVE WS-LOK-STG-COUNT TO WS-S.
	MOVE EULRPCHG-FILE-RECORD TO WS-LOK-STG-ROW(WS-S).
	MOVE EULRPCHG-FILE-RECORD TO WS-PCHG-RECORD.
	MOVE 0 TO WS-LOK-STG-PROB(WS-S).
	MOVE 0 TO WS-LOK-STG-PAIR(WS-S).
	PERFORM STG-PROB-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	IF WS-LOK-STG-PROB(WS-S) = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM STG-PAIR-PARA VARYING WS-J FROM 1 BY 1
		UNTIL WS-J > WS-LOK-PAIR-COUNT.
	IF WS-LOK-STG-PAIR(WS-S) = 0 THEN
		ADD 1 TO WS-LOK-PAIR-COUNT
		MOVE WS-LOK-PAIR-COUNT TO WS-LOK-STG-PAIR(WS-S)
		MOVE WS-LOK-STG-PROB(WS-S)
			TO WS-LOK-PAIR-PROB(WS-LOK-PAIR-COUNT)
		MOVE WS-PCHG-IMAGE TO WS-LOK-PAIR-IMAGE(WS-LOK-PAIR-COUNT)
	END-IF.

	STG-PROB-PARA.
	IF WS-LOK-CARD-OF(WS-K) NOT = SPACES
			AND WS-LOK-CARD-OF(WS-K) = WS-PCHG-CARD THEN
		MOVE WS-K TO WS-LOK-STG-PROB(WS-S)
	END-IF.

	STG-PAIR-PARA.
	IF WS-LOK-PAIR-PROB(WS-J) = WS-LOK-STG-PROB(WS-S)
			AND WS-LOK-PAIR-IMAGE(WS-J) = WS-PCHG-IMAGE THEN
		MOVE WS-J TO WS-LOK-STG-PAIR(WS-S)
	END-IF.

*> EULRESTM's history matching, once per pair: collect the run ids of
*> history rows whose echoed card matches the pair's image (newest
*> rows displace the oldest once 50 are held) ...
	EXP-PASS-PARA.
	MOVE 0 TO WS-LOK-EOF.
	OPEN INPUT EULREXP-FILE.
	IF WS-LOK-EXP-STATUS = "00" THEN
		PERFORM EXP-ROW-PARA UNTIL WS-LOK-EOF = 1
		CLOSE EULREXP-FILE
	ELSE
		DISPLAY "EULRLOOK: NO EULREXP HISTORY ON FILE"
	END-IF.

	EXP-ROW-PARA.
	READ EULREXP-FILE INTO WS-EXPORT-RECORD
		AT END MOVE 1 TO WS-LOK-EOF
	END-READ.
	IF WS-LOK-EOF = 0 THEN
		PERFORM EXPORT-REMAP-PARA
		PERFORM EXP-MATCH-PARA VARYING WS-LOK-PX FROM 1 BY 1
			UNTIL WS-LOK-PX > WS-LOK-PAIR-COUNT
	END-IF.

	EXP-MATCH-PARA.
	MOVE WS-LOK-PAIR-PROB(WS-LOK-PX) TO WS-K.
	IF WS-REF-ID(WS-K) = WS-EXPORT-PROBLEM-ID
			AND FUNCTION TRIM(WS-EXPORT-PARM-CARD) =
			FUNCTION TRIM(WS-LOK-PAIR-IMAGE(WS-LOK-PX)) THEN
		IF WS-LOK-ID-COUNT(WS-LOK-PX) < 50 THEN
			ADD 1 TO WS-LOK-ID-COUNT(WS-LOK-PX)
		ELSE
			PERFORM EXP-SHIFT-PARA VARYING WS-J FROM 1 BY 1
				UNTIL WS-J > 49
		END-IF
		MOVE WS-EXPORT-RUN-ID TO WS-LOK-RUN-ID(WS-LOK-PX,
			WS-LOK-ID-COUNT(WS-LOK-PX))
	END-IF.

	EXP-SHIFT-PARA.
	MOVE WS-LOK-RUN-ID(WS-LOK-PX, WS-J + 1)
		TO WS-LOK-RUN-ID(WS-LOK-PX, WS-J).

*> ... then total the elapsed times of the audit lines belonging to
*> those runs - matched by the shared run correlation id
	AUD-PASS-PARA.
	MOVE 0 TO WS-LOK-EOF.
	OPEN INPUT EULRAUD-IN-FILE.
	IF WS-LOK-AUD-STATUS = "00" THEN
		PERFORM AUD-ROW-PARA UNTIL WS-LOK-EOF = 1
		CLOSE EULRAUD-IN-FILE
	END-IF.

	AUD-ROW-PARA.
	READ EULRAUD-IN-FILE INTO WS-LOK-AUDIT-LINE
		AT END MOVE 1 TO WS-LOK-EOF
	END-READ.
	IF WS-LOK-EOF = 0 AND WS-LAUD-ELAPSED-CS IS NUMERIC THEN
		PERFORM AUD-MATCH-PARA VARYING WS-LOK-PX FROM 1 BY 1
			UNTIL WS-LOK-PX > WS-LOK-PAIR-COUNT
	END-IF.

	AUD-MATCH-PARA.
	MOVE WS-LOK-PAIR-PROB(WS-LOK-PX) TO WS-K.
	IF WS-REF-ID(WS-K) = WS-LAUD-PROBLEM-ID THEN
		PERFORM AUD-ID-PARA VARYING WS-J FROM 1 BY 1
			UNTIL WS-J > WS-LOK-ID-COUNT(WS-LOK-PX)
	END-IF.

	AUD-ID-PARA.
	IF WS-LOK-RUN-ID(WS-LOK-PX, WS-J) = WS-LAUD-RUN-ID THEN
		ADD WS-LAUD-ELAPSED-CS TO WS-LOK-ELAPSED-SUM(WS-LOK-PX)
		ADD 1 TO WS-LOK-RUN-COUNT(WS-LOK-PX)
		MOVE 51 TO WS-J
	END-IF.

	PREDICT-PARA.
	IF WS-LOK-RUN-COUNT(WS-LOK-PX) > 0 THEN
		COMPUTE WS-LOK-PREDICT(WS-LOK-PX) =
			WS-LOK-ELAPSED-SUM(WS-LOK-PX) / WS-LOK-RUN-COUNT(WS-LOK-PX)
	ELSE
		MOVE 0 TO WS-LOK-PREDICT(WS-LOK-PX)
	END-IF.

	REPORT-PARA.
	OPEN OUTPUT LOOKRPT-FILE.
	MOVE SPACES TO WS-LOK-LINE.
	STRING "LOOK-AHEAD SCHEDULE " WS-LOK-START " TO " WS-LOK-END
		" (" WS-LOK-DAYS " NIGHTS) - ALLOWANCE " WS-BWIN-ALLOW-R " CS"
		DELIMITED BY SIZE INTO WS-LOK-LINE
	END-STRING.
	WRITE LOOKRPT-RECORD FROM WS-LOK-LINE.
	PERFORM NIGHT-PARA VARYING WS-LOK-D FROM 0 BY 1
		UNTIL WS-LOK-D >= WS-LOK-DAYS.
	MOVE SPACES TO WS-LOK-LINE.
	STRING WS-LOK-OVER " NIGHT(S) OVER THE ALLOWANCE - PEAK "
		WS-LOK-PEAK-CS " CS ON " WS-LOK-PEAK-DATE
		DELIMITED BY SIZE INTO WS-LOK-LINE
	END-STRING.
	WRITE LOOKRPT-RECORD FROM WS-LOK-LINE.
	CLOSE LOOKRPT-FILE.
	DISPLAY "EULRLOOK: " WS-LOK-DAYS " NIGHT(S) FROM " WS-LOK-START
		", " WS-LOK-OVER " OVER THE ALLOWANCE, PEAK " WS-LOK-PEAK-CS
		" CS ON " WS-LOK-PEAK-DATE.

*> One night: stamp its calendar facts the way CAL-STAMP-PARA does
*> for tonight, settle the flags and cards in force, then evaluate
*> and forecast each problem
	NIGHT-PARA.
	COMPUTE WS-CAL-DAYNO = WS-LOK-START-DAYNO + WS-LOK-D.
	COMPUTE WS-CAL-TODAY = FUNCTION DATE-OF-INTEGER(WS-CAL-DAYNO).
	COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(WS-CAL-DAYNO, 7).
	IF WS-CAL-WEEKDAY = 0 THEN
		MOVE 7 TO WS-CAL-WEEKDAY
	END-IF.
	COMPUTE WS-CAL-TOMORROW =
		FUNCTION DATE-OF-INTEGER(WS-CAL-DAYNO + 1).
	IF WS-CAL-TOMORROW(5:2) NOT = WS-CAL-TODAY(5:2) THEN
		MOVE "Y" TO WS-CAL-MONTH-END
	ELSE
		MOVE "N" TO WS-CAL-MONTH-END
	END-IF.
	PERFORM FLAGS-PARA.
	MOVE 0 TO WS-LOK-NIGHT-CS.
	MOVE 0 TO WS-LOK-NIGHT-RUNS.
	MOVE 0 TO WS-LOK-NIGHT-NOHIST.
	PERFORM NIGHT-PROB-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	MOVE SPACES TO WS-LOK-LINE.
	STRING WS-CAL-TODAY " " WS-LOK-DAY-NAMES(WS-CAL-WEEKDAY * 3 - 2:3)
		" PREDICTED " WS-LOK-NIGHT-CS " CS  " WS-LOK-NIGHT-RUNS
		" PROBLEM(S), " WS-LOK-NIGHT-NOHIST " WITHOUT HISTORY"
		DELIMITED BY SIZE INTO WS-LOK-LINE
	END-STRING.
	IF WS-CAL-MONTH-END = "Y" THEN
		MOVE "MONTH-END" TO WS-LOK-LINE(74:9)
	END-IF.
	IF WS-LOK-NIGHT-CS > WS-BWIN-ALLOW-R THEN
		ADD 1 TO WS-LOK-OVER
		MOVE "** OVER" TO WS-LOK-LINE(85:7)
	ELSE
		MOVE "FITS" TO WS-LOK-LINE(85:4)
	END-IF.
	IF WS-LOK-NIGHT-CS > WS-LOK-PEAK-CS OR WS-LOK-PEAK-DATE = 0 THEN
		MOVE WS-LOK-NIGHT-CS TO WS-LOK-PEAK-CS
		MOVE WS-CAL-TODAY TO WS-LOK-PEAK-DATE
	END-IF.
	WRITE LOOKRPT-RECORD FROM WS-LOK-LINE.
	PERFORM NIGHT-LINE-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	PERFORM NIGHT-STG-PARA VARYING WS-S FROM 1 BY 1
		UNTIL WS-S > WS-LOK-STG-COUNT.

*> The selection flags that night: the newest staged SUITECFG image
*> already due, else today's card. A flag the image leaves blank
*> reads as Y, CONFIG-READ-PARA's rule for a short card.
	FLAGS-PARA.
	MOVE 0 TO WS-LOK-CFG-STG.
	PERFORM FLAGS-STG-PARA VARYING WS-S FROM 1 BY 1
		UNTIL WS-S > WS-LOK-STG-COUNT.
	IF WS-LOK-CFG-STG = 0 THEN
		MOVE WS-SUITE-SEL-TABLE TO WS-LOK-FLAG-TABLE
	ELSE
		MOVE WS-LOK-STG-ROW(WS-LOK-CFG-STG)(19:42) TO WS-LOK-CFG-IMAGE
		PERFORM FLAGS-ONE-PARA VARYING WS-J FROM 1 BY 1
			UNTIL WS-J > 30
	END-IF.

	FLAGS-STG-PARA.
	MOVE WS-LOK-STG-ROW(WS-S) TO WS-PCHG-RECORD.
	IF WS-PCHG-CARD = "SUITECFG" AND WS-PCHG-DATE <= WS-CAL-TODAY THEN
		IF WS-LOK-CFG-STG = 0 THEN
			MOVE WS-S TO WS-LOK-CFG-STG
		ELSE
			IF WS-PCHG-DATE >=
					WS-LOK-STG-ROW(WS-LOK-CFG-STG)(1:8) THEN
				MOVE WS-S TO WS-LOK-CFG-STG
			END-IF
		END-IF
	END-IF.

	FLAGS-ONE-PARA.
	IF WS-J <= 10 THEN
		MOVE WS-LOK-CFG-IMAGE(4 + WS-J:1) TO WS-LOK-FLAG-IN
	ELSE
		MOVE WS-LOK-CFG-IMAGE(12 + WS-J:1) TO WS-LOK-FLAG-IN
	END-IF.
	IF WS-LOK-FLAG-IN = "N" THEN
		MOVE "N" TO WS-LOK-FLAG(WS-J)
	ELSE
		MOVE "Y" TO WS-LOK-FLAG(WS-J)
	END-IF.

*> One problem that night: the calendar's verdict (a problem with no
*> record runs on its flag alone), the manual override, and the card
*> in force - the newest staged image already due, else today's
	NIGHT-PROB-PARA.
	MOVE "N" TO WS-LOK-SEL.
	MOVE SPACES TO WS-LOK-RULE.
	IF WS-LOK-HAS-CAL(WS-K) = "Y" THEN
		MOVE WS-LOK-CAL-IMAGE(WS-K) TO WS-CAL-RECORD
		PERFORM CAL-VERDICT-PARA
		MOVE WS-CAL-SELECTED TO WS-LOK-SEL
		MOVE WS-CAL-RULE-USED TO WS-LOK-RULE
	ELSE
		MOVE "Y" TO WS-LOK-SEL
		MOVE "SUITECFG" TO WS-LOK-RULE
		IF WS-REF-NUM(WS-K) >= 1 AND WS-REF-NUM(WS-K) <= 30 THEN
			IF WS-LOK-FLAG(WS-REF-NUM(WS-K)) NOT = "Y" THEN
				MOVE "N" TO WS-LOK-SEL
			END-IF
		END-IF
	END-IF.
	IF WS-LOK-SEL = "Y" AND WS-LOK-HAS-CAL(WS-K) = "Y"
			AND WS-REF-NUM(WS-K) >= 1
			AND WS-REF-NUM(WS-K) <= 30
			AND WS-LOK-FLAG(WS-REF-NUM(WS-K)) NOT = "Y" THEN
		MOVE "C" TO WS-LOK-SEL
		MOVE "CFG-OFF" TO WS-LOK-RULE
	END-IF.
	MOVE WS-LOK-SEL TO WS-LOK-NIGHT-SEL(WS-K).
	MOVE WS-LOK-RULE TO WS-LOK-NIGHT-RULE(WS-K).
	MOVE WS-K TO WS-LOK-PAIR-NOW(WS-K).
	MOVE 0 TO WS-LOK-STG-NOW(WS-K).
	PERFORM NIGHT-CARD-PARA VARYING WS-S FROM 1 BY 1
		UNTIL WS-S > WS-LOK-STG-COUNT.
	IF WS-LOK-SEL = "Y" THEN
		ADD 1 TO WS-LOK-NIGHT-RUNS
		ADD WS-LOK-PREDICT(WS-LOK-PAIR-NOW(WS-K)) TO WS-LOK-NIGHT-CS
		IF WS-LOK-RUN-COUNT(WS-LOK-PAIR-NOW(WS-K)) = 0 THEN
			ADD 1 TO WS-LOK-NIGHT-NOHIST
		END-IF
	END-IF.

	NIGHT-CARD-PARA.
	IF WS-LOK-STG-PROB(WS-S) = WS-K
			AND WS-LOK-STG-ROW(WS-S)(1:8) <= WS-CAL-TODAY THEN
		IF WS-LOK-STG-NOW(WS-K) = 0 THEN
			MOVE WS-S TO WS-LOK-STG-NOW(WS-K)
		ELSE
			IF WS-LOK-STG-ROW(WS-S)(1:8) >=
					WS-LOK-STG-ROW(WS-LOK-STG-NOW(WS-K))(1:8) THEN
				MOVE WS-S TO WS-LOK-STG-NOW(WS-K)
			END-IF
		END-IF
		MOVE WS-LOK-STG-PAIR(WS-LOK-STG-NOW(WS-K))
			TO WS-LOK-PAIR-NOW(WS-K)
	END-IF.

*> The problem lines under the night: every problem that runs, and
*> every one the calendar picked but SUITECFG switches off - a
*> problem the calendar passes over that night is not listed
	NIGHT-LINE-PARA.
	IF WS-LOK-NIGHT-SEL(WS-K) = "N" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-LOK-PAIR-NOW(WS-K) TO WS-LOK-PX.
	MOVE WS-REF-ID(WS-K) TO WS-LOK-RL-ID.
	MOVE WS-LOK-NIGHT-RULE(WS-K) TO WS-LOK-RL-RULE.
	MOVE WS-LOK-CARD-OF(WS-K) TO WS-LOK-RL-CARD.
	MOVE SPACES TO WS-LOK-RL-SOURCE.
	IF WS-LOK-CARD-OF(WS-K) = SPACES THEN
		MOVE "NO CARD" TO WS-LOK-RL-SOURCE
	ELSE
		IF WS-LOK-STG-NOW(WS-K) = 0 THEN
			MOVE "CURRENT" TO WS-LOK-RL-SOURCE
		ELSE
			STRING "STAGED "
				WS-LOK-STG-ROW(WS-LOK-STG-NOW(WS-K))(1:8)
				DELIMITED BY SIZE INTO WS-LOK-RL-SOURCE
			END-STRING
		END-IF
	END-IF.
	MOVE WS-LOK-PAIR-IMAGE(WS-LOK-PX)(1:40) TO WS-LOK-RL-IMAGE.
	IF WS-LOK-NIGHT-SEL(WS-K) = "C" THEN
		MOVE 0 TO WS-LOK-RL-PREDICT
		MOVE "NOT RUN" TO WS-LOK-RL-NOTE
	ELSE
		MOVE WS-LOK-PREDICT(WS-LOK-PX) TO WS-LOK-RL-PREDICT
		IF WS-LOK-RUN-COUNT(WS-LOK-PX) = 0 THEN
			MOVE "NO HISTORY" TO WS-LOK-RL-NOTE
		ELSE
			MOVE SPACES TO WS-LOK-RL-NOTE
		END-IF
	END-IF.
	WRITE LOOKRPT-RECORD FROM WS-LOK-RPT-LINE.

*> Staged releases falling due that night - on the first night for
*> any already past due, which EULRREL releases at the next start of
*> night
	NIGHT-STG-PARA.
	MOVE WS-LOK-STG-ROW(WS-S) TO WS-PCHG-RECORD.
	IF WS-PCHG-DATE = WS-CAL-TODAY
			OR (WS-LOK-D = 0 AND WS-PCHG-DATE < WS-CAL-TODAY) THEN
		MOVE SPACES TO WS-LOK-LINE
		STRING "  RELEASE  " WS-PCHG-CARD " STAGED FOR " WS-PCHG-DATE
			"  " WS-PCHG-IMAGE(1:40)
			DELIMITED BY SIZE INTO WS-LOK-LINE
		END-STRING
		WRITE LOOKRPT-RECORD FROM WS-LOK-LINE
	END-IF.

	COPY NUMEDITP.
	COPY RPTPRT.

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
	COPY CALPRC.
	COPY EXPRMAP.
	COPY REFTABP.
