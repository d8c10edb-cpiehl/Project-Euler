*> Negative-path regression for the suite's rejection codes: EULRTEST
*>   proves the documented cards still give the documented answers,
*>   but nothing ever fed a program a bad card to prove it still
*>   refuses it - with the EULRECAT code the operator's recovery rules
*>   branch on, and the RETURN-CODE the night chain gates on. This
*>   harness runs a case file (EULRNCAS, layout in NEGCASE.cpy): for
*>   each case it saves the named card, writes the deliberately bad
*>   image in its place, CALLs the program in the SBOX sandbox, puts
*>   the card back, and checks the shadow diagnostic file for the
*>   expected code and the RETURN-CODE for the expected value. It
*>   then lists every catalog code no case covers.
*> compile with cobc -free -O -x -o eulrneg.exe -I copy eulrneg.cob
*>   plus every program a case may name (the CALLs are dynamic by
*>   program name, the EULRCHN convention)
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - takes the suite run interlock EULRLOCK
*>             (refusing with RETURN-CODE 12 when it is held), forces
*>             SUITECFG to SBOX for the pass with the EULRTEST
*>             save/restore discipline, and wipes the .T shadows once
*>             up front, so every case's diagnostics, audit and
*>             history land in the shadows and the live files are
*>             untouched. Each card rewrite and restore goes through
*>             the change log EULRCHG; a card holding more records
*>             than the 200-record save table is not touched and the
*>             case fails NOT SAVED. The CALLed program is CANCELled
*>             after its case, so the next case starts it fresh.
*>             Report to NEGRPT: per case the code expected and the
*>             code that fired, the RETURN-CODE expected and the one
*>             returned, and the verdict (PASS, NOT FIRED, WRONG RC,
*>             NO PROGRAM, NOT SAVED, BAD CASE); then every EULRECAT
*>             code no case covers. RETURN-CODE 8 when any case
*>             failed (message NEG001W), 4 when all passed but some
*>             codes are uncovered, 0 when every code is proven, 16
*>             when there is no usable case file (NG01). The failed
*>             case count is the banner result.
*> 2026-10-15  refused with diagnostic PC01 and RETURN-CODE 16, before
*>             the run interlock is taken or anything is written, when
*>             the business date falls in a month closed on EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy) - its own audit
*>             line would otherwise stamp the closed date.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRNEG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EULRNCAS-FILE ASSIGN TO "EULRNCAS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NEG-CAS-STATUS.
	SELECT NEGCARD-FILE ASSIGN TO WS-NEG-CARD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NEG-CARD-STATUS.
	SELECT NEGDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NEG-DIAG-STATUS.
	SELECT EULRECAT-FILE ASSIGN TO "EULRECAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NEG-ECAT-STATUS.
	SELECT NEGRPT-FILE ASSIGN TO "NEGRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO "EULRLOCK"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRCHG-FILE ASSIGN TO "EULRCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-STATUS.
	SELECT CHGIN-FILE ASSIGN TO WS-CHG-IN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-IN-STATUS.
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
	SELECT SHAD-WIPE-FILE ASSIGN TO WS-SHAD-WIPE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SHAD-WIPE-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO "EULRMLOG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EULRNCAS-FILE.
01  EULRNCAS-RECORD                PIC X(126).

FD  NEGCARD-FILE.
01  NEGCARD-RECORD                 PIC X(1000).

FD  NEGDIAG-FILE.
01  NEGDIAG-RECORD                 PIC X(72).

FD  EULRECAT-FILE.
01  EULRECAT-RECORD                PIC X(80).

FD  NEGRPT-FILE.
01  NEGRPT-RECORD                  PIC X(100).

FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).
FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
FD  EULRCHG-FILE.
01  EULRCHG-FILE-RECORD            PIC X(246).
FD  CHGIN-FILE.
01  CHGIN-RECORD                   PIC X(100).
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
	COPY NEGCASE.
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
	COPY LOCKDAT.
	COPY PCTLDAT.
	COPY CHGDAT.

	01 WS-NEG-CAS-STATUS PIC XX VALUE SPACES.
	01 WS-NEG-CARD-STATUS PIC XX VALUE SPACES.
	01 WS-NEG-DIAG-STATUS PIC XX VALUE SPACES.
	01 WS-NEG-ECAT-STATUS PIC XX VALUE SPACES.
	01 WS-NEG-CARD-NAME PIC X(12) VALUE SPACES.
	01 WS-NEG-EOF PIC 9 VALUE 0.
	01 WS-NEG-CALL-NAME PIC X(08) VALUE SPACES.
	01 WS-NEG-K PIC 9(3) VALUE 0.
	01 WS-NEG-J PIC 9(3) VALUE 0.
	01 WS-NEG-HIT PIC 9 VALUE 0.
	01 WS-SAVED-SUITECFG-RECORD PIC X(42) VALUE
		"PRODYYYYYYYYYY        YYYYYYYYYYYYYYYYYYYY".
	01 WS-NEG-SBOX-RECORD PIC X(42) VALUE SPACES.

*> the case file as loaded
	01 WS-NEG-CASE-TABLE.
		05 WS-NEG-CASE-IMAGE PIC X(126) OCCURS 60 TIMES.
	01 WS-NEG-CASES PIC 9(2) VALUE 0.

*> the card under test, saved record by record for its restore
	01 WS-NEG-SAVE-TABLE.
		05 WS-NEG-SAVE-REC PIC X(1000) OCCURS 200 TIMES.
	01 WS-NEG-SAVE-COUNT PIC 9(3) VALUE 0.
	01 WS-NEG-SAVE-PRESENT PIC X(01) VALUE "N".
	01 WS-NEG-SAVE-OVER PIC 9 VALUE 0.

*> one case's outcome
	01 WS-NEG-DIAG-BEFORE PIC 9(6) VALUE 0.
	01 WS-NEG-DIAG-ROW PIC 9(6) VALUE 0.
	01 WS-NEG-DIAG-LINE.
		05 FILLER                  PIC X(27).
		05 WS-NEG-DIAG-LINE-CODE   PIC X(04).
		05 FILLER                  PIC X(41).
	01 WS-NEG-FIRED PIC X(04) VALUE SPACES.
	01 WS-NEG-FOUND PIC 9 VALUE 0.
	01 WS-NEG-RC PIC S9(4) VALUE 0.
	01 WS-NEG-RC-SHOWN PIC 9(2) VALUE 0.
	01 WS-NEG-VERDICT PIC X(20) VALUE SPACES.
	01 WS-NEG-LINE.
		05 WS-NL-PROGRAM           PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-NL-CARD              PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-NL-CODE              PIC X(04).
		05 FILLER                  PIC X(03) VALUE SPACES.
		05 WS-NL-RC                PIC X(02).
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-NL-FIRED             PIC X(04).
		05 FILLER                  PIC X(03) VALUE SPACES.
		05 WS-NL-GOT-RC            PIC X(02).
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-NL-VERDICT           PIC X(20).
		05 FILLER                  PIC X(34) VALUE SPACES.

	01 WS-NEG-RUN PIC 9(3) VALUE 0.
	01 WS-NEG-PASSED PIC 9(3) VALUE 0.
	01 WS-NEG-FAILED PIC 9(3) VALUE 0.
	01 WS-NEG-UNCOVERED PIC 9(3) VALUE 0.
	01 WS-NEG-CATALOG PIC 9(3) VALUE 0.
	01 WS-NEG-ECAT-LINE PIC X(80) VALUE SPACES.
	01 WS-NEG-RPT-LINE PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRNEG" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	MOVE "EULRNEG" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRNEG" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRNEG" TO WS-CHG-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM CASE-LOAD-PARA.
	IF WS-NEG-CASES = 0 THEN
		DISPLAY "EULRNEG: REJECTED - NO CASES ON EULRNCAS"
		MOVE "NG01" TO WS-DIAG-CODE
		MOVE "EULRNCAS" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		PERFORM AUDIT-WRITE-PARA
		GOBACK
	END-IF.
	PERFORM SBOX-ON-PARA.
	OPEN OUTPUT NEGRPT-FILE.
	MOVE "NEGATIVE-PATH REGRESSION - EVERY CASE RUN IN THE SBOX"
		& " SANDBOX" TO WS-NEG-RPT-LINE.
	WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE.
	MOVE "PROGRAM   CARD      CODE   RC    FIRED  RC    VERDICT"
		TO WS-NEG-RPT-LINE.
	WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE.
	PERFORM CASE-PARA VARYING WS-NEG-K FROM 1 BY 1
		UNTIL WS-NEG-K > WS-NEG-CASES.
	PERFORM RESTORE-SUITECFG-PARA.
	PERFORM COVERAGE-PARA.
	MOVE SPACES TO WS-NEG-RPT-LINE.
	STRING "CASES RUN " WS-NEG-RUN "  PASSED " WS-NEG-PASSED
		"  FAILED " WS-NEG-FAILED "  CATALOG CODES " WS-NEG-CATALOG
		"  UNCOVERED " WS-NEG-UNCOVERED
		DELIMITED BY SIZE INTO WS-NEG-RPT-LINE
	END-STRING.
	WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE.
	CLOSE NEGRPT-FILE.
	DISPLAY "EULRNEG: " WS-NEG-RUN " CASE(S), " WS-NEG-PASSED
		" PASSED, " WS-NEG-FAILED " FAILED, " WS-NEG-UNCOVERED
		" CATALOG CODE(S) WITH NO CASE".
	PERFORM LOCK-FREE-PARA.
	IF WS-NEG-FAILED > 0 THEN
		MOVE "NEG001W" TO WS-MSG-ID
		STRING WS-NEG-FAILED " NEGATIVE-PATH CASE(S) FAILED"
			" - SEE NEGRPT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-NEG-UNCOVERED > 0 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	MOVE WS-NEG-FAILED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	PERFORM AUDIT-WRITE-PARA.
	GOBACK.

	CASE-LOAD-PARA.
	MOVE 0 TO WS-NEG-CASES.
	MOVE 0 TO WS-NEG-EOF.
	OPEN INPUT EULRNCAS-FILE.
	IF WS-NEG-CAS-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM CASE-LOAD-ROW-PARA UNTIL WS-NEG-EOF = 1.
	CLOSE EULRNCAS-FILE.

	CASE-LOAD-ROW-PARA.
	READ EULRNCAS-FILE INTO WS-NEGC-RECORD
		AT END MOVE 1 TO WS-NEG-EOF
	END-READ.
	IF WS-NEG-EOF = 0 AND WS-NEGC-RECORD NOT = SPACES
			AND WS-NEGC-RECORD(1:1) NOT = "*"
			AND WS-NEG-CASES < 60 THEN
		ADD 1 TO WS-NEG-CASES
		MOVE WS-NEGC-RECORD TO WS-NEG-CASE-IMAGE(WS-NEG-CASES)
	END-IF.

*> SUITECFG to SBOX for the whole pass (the selection flags kept as
*> they were), the shadows wiped once now rather than by the first
*> case's program - a wipe in mid-case would lose the count of
*> diagnostics already on the shadow
	SBOX-ON-PARA.
	OPEN INPUT SUITECFG-FILE.
	IF WS-CFG-STATUS = "00" THEN
		READ SUITECFG-FILE INTO WS-SAVED-SUITECFG-RECORD
			AT END MOVE "10" TO WS-CFG-STATUS
		END-READ
		CLOSE SUITECFG-FILE
	END-IF.
	MOVE WS-SAVED-SUITECFG-RECORD TO WS-NEG-SBOX-RECORD.
	MOVE "SBOX" TO WS-NEG-SBOX-RECORD(1:4).
	MOVE "SUITECFG" TO WS-CHG-IN-NAME.
	MOVE "SUITECFG" TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT SUITECFG-FILE.
	WRITE SUITECFG-FILE-RECORD FROM WS-NEG-SBOX-RECORD.
	CLOSE SUITECFG-FILE.
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-NEG-SBOX-RECORD TO WS-CHG-AFTER(1:42).
	PERFORM CHG-WRITE-PARA.
	MOVE "SBOX" TO WS-SUITE-MODE.
	PERFORM SBOX-APPLY-PARA.

	RESTORE-SUITECFG-PARA.
	MOVE "SUITECFG" TO WS-CHG-IN-NAME.
	MOVE "SUITECFG" TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT SUITECFG-FILE.
	WRITE SUITECFG-FILE-RECORD FROM WS-SAVED-SUITECFG-RECORD.
	CLOSE SUITECFG-FILE.
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-SAVED-SUITECFG-RECORD TO WS-CHG-AFTER(1:42).
	PERFORM CHG-WRITE-PARA.

*> One case: save the card, plant the bad image, CALL the program,
*> put the card back, judge what fired against what was expected
	CASE-PARA.
	MOVE WS-NEG-CASE-IMAGE(WS-NEG-K) TO WS-NEGC-RECORD.
	MOVE SPACES TO WS-NEG-LINE.
	MOVE WS-NEGC-PROGRAM TO WS-NL-PROGRAM.
	MOVE WS-NEGC-CARD TO WS-NL-CARD.
	MOVE WS-NEGC-CODE TO WS-NL-CODE.
	MOVE WS-NEGC-RC-X TO WS-NL-RC.
	ADD 1 TO WS-NEG-RUN.
	IF WS-NEGC-PROGRAM = SPACES OR WS-NEGC-CARD = SPACES
			OR WS-NEGC-CODE = SPACES OR WS-NEGC-RC-X IS NOT NUMERIC THEN
		MOVE "BAD CASE" TO WS-NEG-VERDICT
		PERFORM CASE-END-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-NEGC-CARD TO WS-NEG-CARD-NAME.
	PERFORM CARD-SAVE-PARA.
	IF WS-NEG-SAVE-OVER = 1 THEN
		MOVE "NOT SAVED" TO WS-NEG-VERDICT
		PERFORM CASE-END-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM CARD-PLANT-PARA.
	PERFORM DIAG-COUNT-PARA.
	MOVE WS-NEG-DIAG-ROW TO WS-NEG-DIAG-BEFORE.
	DISPLAY "EULRNEG: CASE " WS-NEG-K " - " WS-NEGC-PROGRAM
		" WITH A BAD " WS-NEGC-CARD.
	MOVE WS-NEGC-PROGRAM TO WS-NEG-CALL-NAME.
	MOVE 0 TO RETURN-CODE.
	MOVE "N" TO WS-NEG-VERDICT.
	CALL WS-NEG-CALL-NAME
		ON EXCEPTION
			MOVE "NO PROGRAM" TO WS-NEG-VERDICT
	END-CALL.
	MOVE RETURN-CODE TO WS-NEG-RC.
	MOVE 0 TO RETURN-CODE.
	IF WS-NEG-VERDICT NOT = "NO PROGRAM" THEN
		CANCEL WS-NEG-CALL-NAME
	END-IF.
	PERFORM CARD-RESTORE-PARA.
	IF WS-NEG-VERDICT = "NO PROGRAM" THEN
		PERFORM CASE-END-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM DIAG-SCAN-PARA.
	IF WS-NEG-FOUND = 1 THEN
		MOVE WS-NEGC-CODE TO WS-NL-FIRED
	ELSE
		IF WS-NEG-FIRED = SPACES THEN
			MOVE "----" TO WS-NL-FIRED
		ELSE
			MOVE WS-NEG-FIRED TO WS-NL-FIRED
		END-IF
	END-IF.
	IF WS-NEG-RC < 0 OR WS-NEG-RC > 99 THEN
		MOVE 99 TO WS-NEG-RC-SHOWN
	ELSE
		MOVE WS-NEG-RC TO WS-NEG-RC-SHOWN
	END-IF.
	MOVE WS-NEG-RC-SHOWN TO WS-NL-GOT-RC.
	EVALUATE TRUE
		WHEN WS-NEG-FOUND = 0 AND WS-NEG-RC-SHOWN NOT = WS-NEGC-RC
			MOVE "NOT FIRED, WRONG RC" TO WS-NEG-VERDICT
		WHEN WS-NEG-FOUND = 0
			MOVE "NOT FIRED" TO WS-NEG-VERDICT
		WHEN WS-NEG-RC-SHOWN NOT = WS-NEGC-RC
			MOVE "WRONG RC" TO WS-NEG-VERDICT
		WHEN OTHER
			MOVE "PASS" TO WS-NEG-VERDICT
	END-EVALUATE.
	PERFORM CASE-END-PARA.

	CASE-END-PARA.
	MOVE WS-NEG-VERDICT TO WS-NL-VERDICT.
	IF WS-NEG-VERDICT = "PASS" THEN
		ADD 1 TO WS-NEG-PASSED
	ELSE
		ADD 1 TO WS-NEG-FAILED
	END-IF.
	WRITE NEGRPT-RECORD FROM WS-NEG-LINE.

*> The card as it stands, every record, so the restore leaves it
*> exactly as found; a card past the save table is not touched
	CARD-SAVE-PARA.
	MOVE "N" TO WS-NEG-SAVE-PRESENT.
	MOVE 0 TO WS-NEG-SAVE-COUNT.
	MOVE 0 TO WS-NEG-SAVE-OVER.
	MOVE 0 TO WS-NEG-EOF.
	OPEN INPUT NEGCARD-FILE.
	IF WS-NEG-CARD-STATUS = "00" THEN
		MOVE "Y" TO WS-NEG-SAVE-PRESENT
		PERFORM CARD-SAVE-ROW-PARA UNTIL WS-NEG-EOF = 1
		CLOSE NEGCARD-FILE
	END-IF.

	CARD-SAVE-ROW-PARA.
	READ NEGCARD-FILE
		AT END MOVE 1 TO WS-NEG-EOF
		NOT AT END
			IF WS-NEG-SAVE-COUNT < 200 THEN
				ADD 1 TO WS-NEG-SAVE-COUNT
				MOVE NEGCARD-RECORD
					TO WS-NEG-SAVE-REC(WS-NEG-SAVE-COUNT)
			ELSE
				MOVE 1 TO WS-NEG-SAVE-OVER
				MOVE 1 TO WS-NEG-EOF
			END-IF
	END-READ.

	CARD-PLANT-PARA.
	MOVE WS-NEG-CARD-NAME TO WS-CHG-IN-NAME.
	MOVE WS-NEGC-CARD TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT NEGCARD-FILE.
	IF WS-NEGC-IMAGE NOT = SPACES THEN
		MOVE SPACES TO NEGCARD-RECORD
		MOVE WS-NEGC-IMAGE TO NEGCARD-RECORD
		WRITE NEGCARD-RECORD
	END-IF.
	CLOSE NEGCARD-FILE.
	MOVE WS-NEGC-IMAGE TO WS-CHG-AFTER.
	PERFORM CHG-WRITE-PARA.

*> A card that was not on file before the case is left empty - the
*> missing-card path every program already tolerates - rather than
*> holding the bad image
	CARD-RESTORE-PARA.
	MOVE WS-NEG-CARD-NAME TO WS-CHG-IN-NAME.
	MOVE WS-NEGC-CARD TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT NEGCARD-FILE.
	IF WS-NEG-SAVE-PRESENT = "Y" THEN
		PERFORM CARD-RESTORE-ROW-PARA VARYING WS-NEG-J FROM 1 BY 1
			UNTIL WS-NEG-J > WS-NEG-SAVE-COUNT
	END-IF.
	CLOSE NEGCARD-FILE.
	MOVE SPACES TO WS-CHG-AFTER.
	IF WS-NEG-SAVE-COUNT > 0 THEN
		MOVE WS-NEG-SAVE-REC(1)(1:100) TO WS-CHG-AFTER
	END-IF.
	PERFORM CHG-WRITE-PARA.

	CARD-RESTORE-ROW-PARA.
	WRITE NEGCARD-RECORD FROM WS-NEG-SAVE-REC(WS-NEG-J).

*> Rows on the shadow diagnostic file now - the case's own rows are
*> the ones past this count
	DIAG-COUNT-PARA.
	MOVE 0 TO WS-NEG-DIAG-ROW.
	MOVE 0 TO WS-NEG-EOF.
	OPEN INPUT NEGDIAG-FILE.
	IF WS-NEG-DIAG-STATUS = "00" THEN
		PERFORM DIAG-COUNT-ROW-PARA UNTIL WS-NEG-EOF = 1
		CLOSE NEGDIAG-FILE
	END-IF.

	DIAG-COUNT-ROW-PARA.
	READ NEGDIAG-FILE
		AT END MOVE 1 TO WS-NEG-EOF
		NOT AT END ADD 1 TO WS-NEG-DIAG-ROW
	END-READ.

	DIAG-SCAN-PARA.
	MOVE 0 TO WS-NEG-FOUND.
	MOVE SPACES TO WS-NEG-FIRED.
	MOVE 0 TO WS-NEG-DIAG-ROW.
	MOVE 0 TO WS-NEG-EOF.
	OPEN INPUT NEGDIAG-FILE.
	IF WS-NEG-DIAG-STATUS = "00" THEN
		PERFORM DIAG-SCAN-ROW-PARA UNTIL WS-NEG-EOF = 1
		CLOSE NEGDIAG-FILE
	END-IF.

	DIAG-SCAN-ROW-PARA.
	READ NEGDIAG-FILE INTO WS-NEG-DIAG-LINE
		AT END MOVE 1 TO WS-NEG-EOF
	END-READ.
	IF WS-NEG-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NEG-DIAG-ROW.
	IF WS-NEG-DIAG-ROW > WS-NEG-DIAG-BEFORE THEN
		IF WS-NEG-FIRED = SPACES THEN
			MOVE WS-NEG-DIAG-LINE-CODE TO WS-NEG-FIRED
		END-IF
		IF WS-NEG-DIAG-LINE-CODE = WS-NEGC-CODE THEN
			MOVE 1 TO WS-NEG-FOUND
		END-IF
	END-IF.

*> Every catalog code with no case naming it
	COVERAGE-PARA.
	MOVE "CATALOG CODES NO CASE COVERS:" TO WS-NEG-RPT-LINE.
	WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE.
	MOVE 0 TO WS-NEG-EOF.
	OPEN INPUT EULRECAT-FILE.
	IF WS-NEG-ECAT-STATUS = "00" THEN
		PERFORM COVERAGE-ROW-PARA UNTIL WS-NEG-EOF = 1
		CLOSE EULRECAT-FILE
	END-IF.
	IF WS-NEG-UNCOVERED = 0 THEN
		MOVE "  NONE" TO WS-NEG-RPT-LINE
		WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE
	END-IF.

	COVERAGE-ROW-PARA.
	READ EULRECAT-FILE INTO WS-NEG-ECAT-LINE
		AT END MOVE 1 TO WS-NEG-EOF
	END-READ.
	IF WS-NEG-EOF = 1 OR WS-NEG-ECAT-LINE(1:4) = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NEG-CATALOG.
	MOVE 0 TO WS-NEG-HIT.
	PERFORM COVERAGE-FIND-PARA VARYING WS-NEG-J FROM 1 BY 1
		UNTIL WS-NEG-J > WS-NEG-CASES.
	IF WS-NEG-HIT = 0 THEN
		ADD 1 TO WS-NEG-UNCOVERED
		MOVE SPACES TO WS-NEG-RPT-LINE
		MOVE WS-NEG-ECAT-LINE(1:39) TO WS-NEG-RPT-LINE(3:39)
		WRITE NEGRPT-RECORD FROM WS-NEG-RPT-LINE
	END-IF.

	COVERAGE-FIND-PARA.
	IF WS-NEG-CASE-IMAGE(WS-NEG-J)(19:4) = WS-NEG-ECAT-LINE(1:4) THEN
		MOVE 1 TO WS-NEG-HIT
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
	COPY LOCKPRC.
	COPY SHADPRC.
	COPY MSGPRC.
	COPY CHGLOG.
	COPY PCTLPRC.
	COPY PCTLGPRC.
