*> Legal hold: while an incident or an external query is under
*>   review its evidence has to stay put, yet EULRHKP's month-end
*>   split rolls old EULRAUD and EULREXP records out to the archives
*>   and its retention sweep deletes old dated generations on
*>   schedule - the only way to keep them was to suspend housekeeping
*>   for the whole suite. This program keeps the legal-hold register
*>   EULRHOLD (layout and the why in HOLDDAT.cpy): PLACE puts a hold
*>   on one run id, a range of run dates, one problem, or one named
*>   generation, with its reason and the date by which it must be
*>   reviewed; RELEASE lifts it again; REPORT lists the active holds
*>   and flags every one past its review date. EULRHKP leaves
*>   whatever an active hold covers where it is (HOLDPRC.cpy).
*> compile with cobc -free -O -x -o eulrhld.exe -I copy eulrhld.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - HOLDPARM card: cols 01-08 the function
*>             PLACE, RELEASE, or REPORT (blank = REPORT); for PLACE
*>             cols 10-17 the scope (RUNID, DATES, PROBLEM, or GEN),
*>             cols 19-36 what is held (the run id; "yyyymmdd
*>             yyyymmdd", the second date optional; the problem id;
*>             or the generation name base.Dyyyymmdd), cols 38-45 the
*>             review date YYYYMMDD (after the business date); for
*>             RELEASE cols 10-17 the hold id; cols 47-86 the reason,
*>             required on both. PLACE and RELEASE run under the run
*>             interlock and the HOLD authority (EULRAUTH), rewrite
*>             EULRHOLD, and log one EULRCHG record (card EULRHOLD:
*>             the hold's cols 1-54 before, and after with the reason
*>             in cols 56-95). REPORT writes HOLDRPT. A bad card is
*>             HD01, a hold not on file or no longer active is HD02,
*>             a second active hold on the same thing (or an EULRHOLD
*>             past 500 holds) is HD03. RETURN-CODE 0 normal, 4 a
*>             hold past its review date, 12 interlock held, 16
*>             rejected or refused. Like every suite program it is
*>             refused (PC01) while the business date falls in a
*>             closed month.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority flag,
*>             PROMOTE (applying and backing out a promotion package in
*>             EULRPKG, see AUTHDAT.cpy) - the FD follows; an 18-byte
*>             record written before it still reads, with no PROMOTE
*>             authority.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRHLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT HOLDPARM-FILE ASSIGN TO "HOLDPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-HLD-PARM-STATUS.
	SELECT EULRHOLD-FILE ASSIGN TO "EULRHOLD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-HOLD-STATUS.
	SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUTH-FILE ASSIGN TO "EULRAUTH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUTH-STATUS.
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
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HOLDPARM-FILE.
01  HOLDPARM-RECORD                PIC X(86).

FD  EULRHOLD-FILE.
01  EULRHOLD-FILE-RECORD           PIC X(172).

FD  HOLDRPT-FILE.
01  HOLDRPT-RECORD                 PIC X(100).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).

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
	COPY HOLDDAT.
	COPY LOCKDAT.
	COPY CHGDAT.

	01 WS-HLD-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-HLD-REJECTED PIC 9 VALUE 0.

	01 WS-HLD-PARM-CARD.
		05 WS-HLD-FUNCTION         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-HLD-SCOPE            PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-HLD-VALUE            PIC X(18).
		05 FILLER                  PIC X(01).
		05 WS-HLD-REVIEW-X         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-HLD-REASON           PIC X(40).
	01 WS-HLD-RANGE REDEFINES WS-HLD-PARM-CARD.
		05 FILLER                  PIC X(18).
		05 WS-HLD-FROM-X           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-HLD-TO-X             PIC X(08).
		05 FILLER                  PIC X(51).
	01 WS-HLD-REVIEW PIC 9(8) VALUE 0.
	01 WS-HLD-REVIEW-R REDEFINES WS-HLD-REVIEW.
		05 WS-HLD-REVIEW-YYYY      PIC 9(04).
		05 WS-HLD-REVIEW-MM        PIC 9(02).
		05 WS-HLD-REVIEW-DD        PIC 9(02).
*> the length of a generation name's base, ahead of its ".D"
	01 WS-HLD-K PIC 9(2) VALUE 0.

*> EULRHOLD in core while a hold is added or released - released
*> holds stay on file as the record of what was held and why
	01 WS-HLD-TABLE.
		05 WS-HLD-ROW PIC X(172) OCCURS 500 TIMES VALUE SPACES.
	01 WS-HLD-ROWS PIC 9(3) VALUE 0.
	01 WS-HLD-IX PIC 9(3) VALUE 0.
	01 WS-HLD-FOUND PIC 9(3) VALUE 0.
	01 WS-HLD-FULL PIC 9 VALUE 0.
	01 WS-HLD-EOF PIC 9 VALUE 0.
	01 WS-HLD-LAST-SEQ PIC 9(7) VALUE 0.
	01 WS-HLD-NEXT-ID.
		05 FILLER                  PIC X(01) VALUE "H".
		05 WS-HLD-NEXT-SEQ         PIC 9(07) VALUE 0.
	01 WS-HLD-OLD-ROW PIC X(172) VALUE SPACES.
	01 WS-HLD-ACTIVE PIC 9(3) VALUE 0.
	01 WS-HLD-OVERDUE PIC 9(3) VALUE 0.

	01 WS-HLD-RPT-LINE.
		05 WS-HLD-RL-ID            PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-SCOPE         PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-VALUE         PIC X(18).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-DATE          PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-OPERATOR      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-REVIEW        PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-HLD-RL-FLAG          PIC X(10).
		05 FILLER                  PIC X(26) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRHLD" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRHLD" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRHLD" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRHLD" TO WS-CHG-PROGRAM.
	PERFORM P-PARA.
	IF WS-HLD-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-HLD-FUNCTION = "REPORT" THEN
		PERFORM REPORT-PARA
		IF WS-HLD-OVERDUE > 0 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
		MOVE WS-HLD-ACTIVE TO WS-RPT-RESULT
		PERFORM RPT-PRINT-PARA
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM CHANGE-RUN-PARA.
	GOBACK.

*> The card: function, then what a PLACE holds (or which hold a
*> RELEASE lifts), the review date, and the reason
	P-PARA.
	MOVE SPACES TO WS-HLD-PARM-CARD.
	OPEN INPUT HOLDPARM-FILE.
	IF WS-HLD-PARM-STATUS = "00" THEN
		READ HOLDPARM-FILE INTO WS-HLD-PARM-CARD
			AT END MOVE SPACES TO WS-HLD-PARM-CARD
		END-READ
		CLOSE HOLDPARM-FILE
	END-IF.
	IF WS-HLD-FUNCTION = SPACES THEN
		MOVE "REPORT" TO WS-HLD-FUNCTION
	END-IF.
	IF WS-HLD-FUNCTION NOT = "PLACE" AND NOT = "RELEASE"
			AND NOT = "REPORT" THEN
		DISPLAY "EULRHLD: REJECTED FUNCTION '" WS-HLD-FUNCTION
			"' - MUST BE PLACE, RELEASE, REPORT, OR BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	IF WS-HLD-FUNCTION = "REPORT" THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-REASON = SPACES THEN
		DISPLAY "EULRHLD: REJECTED - A " FUNCTION TRIM(WS-HLD-FUNCTION)
			" MUST GIVE ITS REASON (COLS 47-86)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-FUNCTION = "RELEASE" THEN
		IF WS-HLD-SCOPE(1:1) NOT = "H"
				OR WS-HLD-SCOPE(2:7) IS NOT NUMERIC THEN
			DISPLAY "EULRHLD: REJECTED HOLD ID '" WS-HLD-SCOPE
				"' - MUST BE Hnnnnnnn AS GIVEN BY PLACE"
			PERFORM CARD-REJECT-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	PERFORM PLACE-CHECK-PARA.

*> What a PLACE may hold, and the review date it must carry
	PLACE-CHECK-PARA.
	IF WS-HLD-VALUE = SPACES THEN
		DISPLAY "EULRHLD: REJECTED - NOTHING NAMED TO HOLD"
			" (COLS 19-36)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-HLD-SCOPE
		WHEN "RUNID"
			IF WS-HLD-VALUE(1:16) IS NOT NUMERIC
					OR WS-HLD-VALUE(17:2) NOT = SPACES THEN
				DISPLAY "EULRHLD: REJECTED RUN ID '" WS-HLD-VALUE
					"' - MUST BE THE 16-DIGIT RUN ID"
				PERFORM CARD-REJECT-PARA
				EXIT PARAGRAPH
			END-IF
		WHEN "DATES"
			IF WS-HLD-TO-X = SPACES THEN
				MOVE WS-HLD-FROM-X TO WS-HLD-TO-X
			END-IF
			IF WS-HLD-FROM-X IS NOT NUMERIC
					OR WS-HLD-TO-X IS NOT NUMERIC
					OR WS-HLD-VALUE(9:1) NOT = SPACE
					OR WS-HLD-VALUE(18:1) NOT = SPACE THEN
				DISPLAY "EULRHLD: REJECTED DATES '" WS-HLD-VALUE
					"' - MUST BE YYYYMMDD [YYYYMMDD]"
				PERFORM CARD-REJECT-PARA
				EXIT PARAGRAPH
			END-IF
			IF WS-HLD-TO-X < WS-HLD-FROM-X THEN
				DISPLAY "EULRHLD: REJECTED DATES '" WS-HLD-VALUE
					"' - THE RANGE ENDS BEFORE IT STARTS"
				PERFORM CARD-REJECT-PARA
				EXIT PARAGRAPH
			END-IF
		WHEN "PROBLEM"
			IF WS-HLD-VALUE(9:10) NOT = SPACES THEN
				DISPLAY "EULRHLD: REJECTED PROBLEM '" WS-HLD-VALUE
					"' - A PROGRAM ID IS AT MOST 8 CHARACTERS"
				PERFORM CARD-REJECT-PARA
				EXIT PARAGRAPH
			END-IF
		WHEN "GEN"
			PERFORM GEN-CHECK-PARA
			IF WS-HLD-REJECTED = 1 THEN
				EXIT PARAGRAPH
			END-IF
		WHEN OTHER
			DISPLAY "EULRHLD: REJECTED SCOPE '" WS-HLD-SCOPE
				"' - MUST BE RUNID, DATES, PROBLEM, OR GEN"
			PERFORM CARD-REJECT-PARA
			EXIT PARAGRAPH
	END-EVALUATE.
	MOVE 0 TO WS-HLD-REVIEW.
	IF WS-HLD-REVIEW-X IS NUMERIC THEN
		MOVE WS-HLD-REVIEW-X TO WS-HLD-REVIEW
	END-IF.
	IF WS-HLD-REVIEW-MM < 1 OR WS-HLD-REVIEW-MM > 12
			OR WS-HLD-REVIEW-DD < 1 OR WS-HLD-REVIEW-DD > 31
			OR WS-HLD-REVIEW NOT > WS-BUS-DATE THEN
		DISPLAY "EULRHLD: REJECTED REVIEW DATE '" WS-HLD-REVIEW-X
			"' - MUST BE YYYYMMDD AFTER THE BUSINESS DATE "
			WS-BUS-DATE
		PERFORM CARD-REJECT-PARA
	END-IF.

*> A generation is named as EULRGENS catalogs it: the report's base
*> name, ".D", and its date
	GEN-CHECK-PARA.
	MOVE 0 TO WS-HLD-K.
	INSPECT WS-HLD-VALUE TALLYING WS-HLD-K
		FOR CHARACTERS BEFORE INITIAL ".D".
	IF WS-HLD-K = 0 OR WS-HLD-K > 8 THEN
		DISPLAY "EULRHLD: REJECTED GENERATION '" WS-HLD-VALUE
			"' - MUST BE BASE.DYYYYMMDD"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-VALUE(WS-HLD-K + 3:8) IS NOT NUMERIC THEN
		DISPLAY "EULRHLD: REJECTED GENERATION '" WS-HLD-VALUE
			"' - MUST BE BASE.DYYYYMMDD"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-K < 8 THEN
		IF WS-HLD-VALUE(WS-HLD-K + 11:) NOT = SPACES THEN
			DISPLAY "EULRHLD: REJECTED GENERATION '" WS-HLD-VALUE
				"' - MUST BE BASE.DYYYYMMDD"
			PERFORM CARD-REJECT-PARA
		END-IF
	END-IF.

	CARD-REJECT-PARA.
	MOVE "HD01" TO WS-DIAG-CODE.
	MOVE WS-HLD-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-HLD-REJECTED.

*> REPORT: every active hold, with the ones whose review date has
*> passed flagged and warned about
	REPORT-PARA.
	PERFORM LOAD-PARA.
	MOVE 0 TO WS-HLD-ACTIVE.
	MOVE 0 TO WS-HLD-OVERDUE.
	OPEN OUTPUT HOLDRPT-FILE.
	MOVE SPACES TO HOLDRPT-RECORD.
	STRING "LEGAL HOLD REPORT - ACTIVE HOLDS AT BUSINESS DATE "
		WS-BUS-DATE
		DELIMITED BY SIZE INTO HOLDRPT-RECORD
	END-STRING.
	WRITE HOLDRPT-RECORD.
	MOVE "HOLD ID  SCOPE    HELD               PLACED   BY       REVIEW"
		TO HOLDRPT-RECORD.
	WRITE HOLDRPT-RECORD.
	PERFORM REPORT-ROW-PARA VARYING WS-HLD-IX FROM 1 BY 1
		UNTIL WS-HLD-IX > WS-HLD-ROWS.
	MOVE SPACES TO HOLDRPT-RECORD.
	STRING "ACTIVE HOLDS: " WS-HLD-ACTIVE
		"  PAST THEIR REVIEW DATE: " WS-HLD-OVERDUE
		DELIMITED BY SIZE INTO HOLDRPT-RECORD
	END-STRING.
	WRITE HOLDRPT-RECORD.
	CLOSE HOLDRPT-FILE.
	DISPLAY "EULRHLD: " WS-HLD-ACTIVE " ACTIVE HOLD(S), "
		WS-HLD-OVERDUE " PAST THEIR REVIEW DATE - SEE HOLDRPT".

	REPORT-ROW-PARA.
	MOVE WS-HLD-ROW(WS-HLD-IX) TO WS-HOLD-RECORD.
	IF NOT WS-HOLD-REC-IS-ACTIVE THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-HLD-ACTIVE.
	MOVE WS-HOLD-REC-ID TO WS-HLD-RL-ID.
	MOVE WS-HOLD-REC-SCOPE TO WS-HLD-RL-SCOPE.
	MOVE WS-HOLD-REC-VALUE TO WS-HLD-RL-VALUE.
	MOVE WS-HOLD-REC-DATE TO WS-HLD-RL-DATE.
	MOVE WS-HOLD-REC-OPERATOR TO WS-HLD-RL-OPERATOR.
	MOVE WS-HOLD-REC-REVIEW TO WS-HLD-RL-REVIEW.
	MOVE SPACES TO WS-HLD-RL-FLAG.
	IF WS-HOLD-REC-REVIEW < WS-BUS-DATE THEN
		MOVE "REVIEW DUE" TO WS-HLD-RL-FLAG
		ADD 1 TO WS-HLD-OVERDUE
		MOVE "HLD003W" TO WS-MSG-ID
		MOVE SPACES TO WS-MSG-TEXT
		STRING "HOLD " WS-HOLD-REC-ID " ON "
			FUNCTION TRIM(WS-HOLD-REC-SCOPE) " "
			FUNCTION TRIM(WS-HOLD-REC-VALUE)
			" WAS DUE FOR REVIEW " WS-HOLD-REC-REVIEW
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.
	WRITE HOLDRPT-RECORD FROM WS-HLD-RPT-LINE.
	MOVE SPACES TO HOLDRPT-RECORD.
	STRING "         REASON: " WS-HOLD-REC-REASON
		DELIMITED BY SIZE INTO HOLDRPT-RECORD
	END-STRING.
	WRITE HOLDRPT-RECORD.

*> PLACE and RELEASE: under the interlock and the HOLD authority,
*> the card checked against the register, then the register
*> rewritten and the change logged
	CHANGE-RUN-PARA.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	MOVE "HOLD" TO WS-AUTH-FUNCTION.
	PERFORM AUTH-CHECK-PARA.
	IF WS-AUTH-ALLOWED NOT = "Y" THEN
		PERFORM AUTH-DENY-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF.
	PERFORM LOAD-PARA.
	PERFORM STATE-CHECK-PARA.
	IF WS-HLD-REJECTED = 1 THEN
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-HLD-OLD-ROW.
	IF WS-HLD-FUNCTION = "PLACE" THEN
		PERFORM PLACE-ROW-PARA
	ELSE
		PERFORM RELEASE-ROW-PARA
	END-IF.
	PERFORM SAVE-PARA.
	MOVE "EULRHOLD" TO WS-CHG-CARD-NAME.
	MOVE SPACES TO WS-CHG-BEFORE.
	MOVE WS-HLD-OLD-ROW(1:54) TO WS-CHG-BEFORE(1:54).
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-HOLD-RECORD(1:54) TO WS-CHG-AFTER(1:54).
	MOVE WS-HLD-REASON TO WS-CHG-AFTER(56:40).
	PERFORM CHG-WRITE-PARA.
	MOVE SPACES TO WS-MSG-TEXT.
	IF WS-HLD-FUNCTION = "PLACE" THEN
		MOVE "HLD001I" TO WS-MSG-ID
		STRING "HOLD " WS-HOLD-REC-ID " PLACED ON "
			FUNCTION TRIM(WS-HOLD-REC-SCOPE) " "
			FUNCTION TRIM(WS-HOLD-REC-VALUE) " BY "
			FUNCTION TRIM(WS-AUTH-OPERATOR) " - REVIEW BY "
			WS-HOLD-REC-REVIEW
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
	ELSE
		MOVE "HLD002I" TO WS-MSG-ID
		STRING "HOLD " WS-HOLD-REC-ID " ON "
			FUNCTION TRIM(WS-HOLD-REC-SCOPE) " "
			FUNCTION TRIM(WS-HOLD-REC-VALUE) " RELEASED BY "
			FUNCTION TRIM(WS-AUTH-OPERATOR)
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
	END-IF.
	PERFORM MSG-PARA.
	PERFORM LOCK-FREE-PARA.
	MOVE 0 TO RETURN-CODE.
	MOVE 1 TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> the new hold, numbered one past the highest id on file
	PLACE-ROW-PARA.
	ADD 1 TO WS-HLD-ROWS.
	COMPUTE WS-HLD-NEXT-SEQ = WS-HLD-LAST-SEQ + 1.
	MOVE SPACES TO WS-HOLD-RECORD.
	MOVE WS-HLD-NEXT-ID TO WS-HOLD-REC-ID.
	MOVE "ACTIVE" TO WS-HOLD-REC-STATE.
	MOVE WS-HLD-SCOPE TO WS-HOLD-REC-SCOPE.
	MOVE WS-HLD-VALUE TO WS-HOLD-REC-VALUE.
	MOVE WS-HLD-REVIEW TO WS-HOLD-REC-REVIEW.
	ACCEPT WS-HOLD-REC-DATE FROM DATE YYYYMMDD.
	MOVE WS-AUTH-OPERATOR TO WS-HOLD-REC-OPERATOR.
	MOVE WS-HLD-REASON TO WS-HOLD-REC-REASON.
	MOVE WS-HOLD-RECORD TO WS-HLD-ROW(WS-HLD-ROWS).

	RELEASE-ROW-PARA.
	MOVE WS-HLD-ROW(WS-HLD-FOUND) TO WS-HLD-OLD-ROW.
	MOVE WS-HLD-OLD-ROW TO WS-HOLD-RECORD.
	MOVE "RELEASED" TO WS-HOLD-REC-STATE.
	ACCEPT WS-HOLD-REC-REL-DATE FROM DATE YYYYMMDD.
	MOVE WS-AUTH-OPERATOR TO WS-HOLD-REC-REL-OPER.
	MOVE WS-HLD-REASON TO WS-HOLD-REC-REL-REASON.
	MOVE WS-HOLD-RECORD TO WS-HLD-ROW(WS-HLD-FOUND).

*> PLACE: not a second active hold on the same thing, and room on
*> the register; RELEASE: the hold is on file and still active
	STATE-CHECK-PARA.
	IF WS-HLD-FULL = 1 THEN
		DISPLAY "EULRHLD: REJECTED - EULRHOLD HOLDS MORE THAN 500"
			" HOLDS; ARCHIVE THE RELEASED ONES BEFORE CHANGING IT"
		MOVE "HD03" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-FUNCTION = "PLACE" THEN
		IF WS-HLD-FOUND > 0 THEN
			MOVE WS-HLD-ROW(WS-HLD-FOUND) TO WS-HOLD-RECORD
			DISPLAY "EULRHLD: REJECTED - " WS-HLD-SCOPE " "
				FUNCTION TRIM(WS-HLD-VALUE) " IS ALREADY UNDER HOLD "
				WS-HOLD-REC-ID
			MOVE "HD03" TO WS-DIAG-CODE
			PERFORM STATE-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
		IF WS-HLD-ROWS = 500 THEN
			DISPLAY "EULRHLD: REJECTED - EULRHOLD IS FULL AT 500"
				" HOLDS; ARCHIVE THE RELEASED ONES FIRST"
			MOVE "HD03" TO WS-DIAG-CODE
			PERFORM STATE-REJECT-PARA
		END-IF
	ELSE
		IF WS-HLD-FOUND = 0 THEN
			DISPLAY "EULRHLD: REJECTED - HOLD " WS-HLD-SCOPE
				" IS NOT ON EULRHOLD"
			MOVE "HD02" TO WS-DIAG-CODE
			PERFORM STATE-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
		MOVE WS-HLD-ROW(WS-HLD-FOUND) TO WS-HOLD-RECORD
		IF NOT WS-HOLD-REC-IS-ACTIVE THEN
			DISPLAY "EULRHLD: REJECTED - HOLD " WS-HLD-SCOPE
				" WAS RELEASED " WS-HOLD-REC-REL-DATE " BY "
				FUNCTION TRIM(WS-HOLD-REC-REL-OPER)
			MOVE "HD02" TO WS-DIAG-CODE
			PERFORM STATE-REJECT-PARA
		END-IF
	END-IF.

	STATE-REJECT-PARA.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-HLD-FUNCTION " " WS-HLD-SCOPE " " WS-HLD-VALUE
		DELIMITED BY SIZE INTO WS-DIAG-VALUE
	END-STRING.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-HLD-REJECTED.

*> EULRHOLD into core, noting the highest hold id and the row the
*> card names - for PLACE an ACTIVE hold on the same scope and
*> value, for RELEASE the hold id. A missing file is an empty one
	LOAD-PARA.
	MOVE 0 TO WS-HLD-ROWS.
	MOVE 0 TO WS-HLD-FOUND.
	MOVE 0 TO WS-HLD-FULL.
	MOVE 0 TO WS-HLD-LAST-SEQ.
	MOVE 0 TO WS-HLD-EOF.
	OPEN INPUT EULRHOLD-FILE.
	IF WS-HOLD-STATUS = "00" THEN
		PERFORM LOAD-ROW-PARA UNTIL WS-HLD-EOF = 1
		CLOSE EULRHOLD-FILE
	END-IF.

	LOAD-ROW-PARA.
	READ EULRHOLD-FILE INTO WS-HOLD-RECORD
		AT END MOVE 1 TO WS-HLD-EOF
	END-READ.
	IF WS-HLD-EOF = 1 OR WS-HOLD-REC-ID(1:1) NOT = "H"
			OR WS-HOLD-REC-ID(2:7) IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-HLD-ROWS = 500 THEN
		MOVE 1 TO WS-HLD-FULL
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-HLD-ROWS.
	MOVE WS-HOLD-RECORD TO WS-HLD-ROW(WS-HLD-ROWS).
	IF WS-HOLD-REC-ID(2:7) > WS-HLD-LAST-SEQ THEN
		MOVE WS-HOLD-REC-ID(2:7) TO WS-HLD-LAST-SEQ
	END-IF.
	IF WS-HLD-FUNCTION = "PLACE" THEN
		IF WS-HOLD-REC-IS-ACTIVE
				AND WS-HOLD-REC-SCOPE = WS-HLD-SCOPE
				AND WS-HOLD-REC-VALUE = WS-HLD-VALUE THEN
			MOVE WS-HLD-ROWS TO WS-HLD-FOUND
		END-IF
	ELSE
		IF WS-HOLD-REC-ID = WS-HLD-SCOPE THEN
			MOVE WS-HLD-ROWS TO WS-HLD-FOUND
		END-IF
	END-IF.

*> EULRHOLD back out whole
	SAVE-PARA.
	OPEN OUTPUT EULRHOLD-FILE.
	PERFORM SAVE-ROW-PARA VARYING WS-HLD-IX FROM 1 BY 1
		UNTIL WS-HLD-IX > WS-HLD-ROWS.
	CLOSE EULRHOLD-FILE.

	SAVE-ROW-PARA.
	WRITE EULRHOLD-FILE-RECORD FROM WS-HLD-ROW(WS-HLD-IX).

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
	COPY LOCKPRC.
	COPY CHGLOG.
	COPY AUTHPRC.
