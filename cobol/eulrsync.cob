*> Synthetic-input compare: runs the problems over the inputs EULRSYNG
*>   built and checks what they wrote against the answer key SYNKEY
*>   (SYNKEY.cpy) - an answer known from the construction of the
*>   input, so the check does not lean on any earlier run being right
*>   the way the EULREF reconciliation does. For each target on the
*>   key the live input and card are saved and the synthetic ones put
*>   in their place, the program is CALLed in the SBOX sandbox, its
*>   answer is judged, and every file it touched is put back.
*> compile with cobc -free -O -x -o eulrsync.exe -I copy eulrsync.cob
*>   plus EULER8, EULER11, EULER13 and EULER3 (the CALLs are dynamic
*>   by program name, the EULRCHN convention)
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - takes the suite run interlock EULRLOCK
*>             (RETURN-CODE 12 when it is held) and forces SUITECFG to
*>             SBOX for the pass with the EULRNEG save/restore
*>             discipline, so the audit, export, and history rows the
*>             programs write land in the .T shadows. Per target the
*>             files staged are:
*>               E8   E8DIGITS and E8PARM planted from SYNE8DIG and
*>                    SYNE8PRM, E8SERLIB set aside (the library would
*>                    otherwise win over E8DIGITS), E8RPT and E8DQRPT
*>                    kept safe
*>               E11  E11GRID and E11PARM planted from SYNE11GR and
*>                    SYNE11PR, the day's E11RPT generation and
*>                    E11DQRPT kept safe
*>               E13  E13NUMS planted from SYNE13NM, the day's E13CRPT
*>                    generation and E13DQRPT kept safe
*>               E3   E3NUMS planted from SYNE3NUM, E3RANGE and E3REQID
*>                    set aside (range mode and a request id would
*>                    change the run), E3FACT and the day's E3RPT
*>                    generation kept safe
*>             Each file is copied to a save slot (SYNSAV1-SYNSAV7)
*>             first and copied back after, or deleted again when it
*>             was not on file before; the planted and set-aside
*>             inputs go through the change log EULRCHG both ways.
*>             Checks: the RETURN-CODE is 0; the shadow export row
*>             carries the planted answer (EULER8 also the planted
*>             series id); the E8RPT rank-1 line for the planted
*>             series and window, or the E11RPT rank-01 line, names
*>             the planted product and position; every E3FACT row is
*>             a key row and every key row is on E3FACT. Report
*>             SYNCRPT, one line per check. Failed checks as the
*>             banner result; RETURN-CODE 0 all passed, 8 any failed
*>             (message SYN001W), 16 no usable key (SC01).
*> 2026-10-15  refused with diagnostic PC01 and RETURN-CODE 16, before
*>             the run interlock is taken or anything is written, when
*>             the business date falls in a month closed on EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy) - its own audit
*>             line would otherwise stamp the closed date.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRSYNC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SYNKEY-FILE ASSIGN TO "SYNKEY"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNC-KEY-STATUS.
	SELECT SYNSRC-FILE ASSIGN TO WS-SYNC-FROM-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNC-SRC-STATUS.
	SELECT SYNDST-FILE ASSIGN TO WS-SYNC-TO-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNC-DST-STATUS.
	SELECT SYNOUT-FILE ASSIGN TO WS-SYNC-OUT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNC-OUT-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-SYNC-EXP-STATUS.
	SELECT SYNCRPT-FILE ASSIGN TO "SYNCRPT"
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
FD  SYNKEY-FILE.
01  SYNKEY-RECORD                  PIC X(85).

FD  SYNSRC-FILE.
01  SYNSRC-RECORD                  PIC X(1036).

FD  SYNDST-FILE.
01  SYNDST-RECORD                  PIC X(1036).

FD  SYNOUT-FILE.
01  SYNOUT-RECORD                  PIC X(1036).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  SYNCRPT-FILE.
01  SYNCRPT-RECORD                 PIC X(132).

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
	COPY SYNKEY.
	COPY EXPDAT.
	COPY E8RPT.
	COPY E11RPT.
	COPY E3FACT.
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

	01 WS-SYNC-KEY-STATUS PIC XX VALUE SPACES.
	01 WS-SYNC-SRC-STATUS PIC XX VALUE SPACES.
	01 WS-SYNC-DST-STATUS PIC XX VALUE SPACES.
	01 WS-SYNC-OUT-STATUS PIC XX VALUE SPACES.
	01 WS-SYNC-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-SYNC-FROM-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-TO-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-OUT-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-DEL-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-EOF PIC 9 VALUE 0.
	01 WS-SYNC-BUF PIC X(1036) VALUE SPACES.
	01 WS-SAVED-SUITECFG-RECORD PIC X(42) VALUE
		"PRODYYYYYYYYYY        YYYYYYYYYYYYYYYYYYYY".
	01 WS-SYNC-SBOX-RECORD PIC X(42) VALUE SPACES.

*> the key as loaded: one row per target (its card and planted
*> answer), and every E3 factor row
	01 WS-SYNC-TGT-TABLE.
		05 WS-SYNC-TGT OCCURS 4 TIMES.
			10 WS-SYNC-TGT-NAME    PIC X(04).
			10 WS-SYNC-TGT-VALUE   PIC 9(36).
			10 WS-SYNC-TGT-NUMBER  PIC 9(18).
			10 WS-SYNC-TGT-WHERE   PIC X(20).
	01 WS-SYNC-TGTS PIC 9(02) VALUE 0.
	01 WS-SYNC-T PIC 9(02) VALUE 0.
	01 WS-SYNC-FAC-TABLE.
		05 WS-SYNC-FAC OCCURS 10000 TIMES.
			10 WS-SYNC-FAC-NUMBER  PIC 9(18).
			10 WS-SYNC-FAC-FACTOR  PIC 9(18).
			10 WS-SYNC-FAC-EXP     PIC 9(02).
			10 WS-SYNC-FAC-LARGEST PIC X(01).
			10 WS-SYNC-FAC-SEEN    PIC X(01).
	01 WS-SYNC-FACS PIC 9(05) VALUE 0.
	01 WS-SYNC-F PIC 9(05) VALUE 0.
	01 WS-SYNC-FAC-OVER PIC 9 VALUE 0.

*> the files one target stages: P planted from a synthetic file, H
*> set aside for the run, K kept safe from what the run writes
	01 WS-SYNC-STG-TABLE.
		05 WS-SYNC-STG OCCURS 7 TIMES.
			10 WS-SYNC-STG-NAME    PIC X(18).
			10 WS-SYNC-STG-ACTION  PIC X(01).
			10 WS-SYNC-STG-FROM    PIC X(08).
			10 WS-SYNC-STG-SAVED   PIC X(01).
	01 WS-SYNC-STGS PIC 9(02) VALUE 0.
	01 WS-SYNC-S PIC 9(02) VALUE 0.
	01 WS-SYNC-NEW-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-NEW-ACTION PIC X(01) VALUE SPACES.
	01 WS-SYNC-NEW-FROM PIC X(08) VALUE SPACES.
	01 WS-SYNC-SLOT-NAME PIC X(18) VALUE SPACES.
	01 WS-SYNC-COPIED PIC X(01) VALUE "N".
	01 WS-SYNC-FIRST-REC PIC X(100) VALUE SPACES.
	01 WS-SYNC-FIRST-TAKEN PIC X(01) VALUE "N".
	01 WS-SYNC-MISSING PIC X(08) VALUE SPACES.

*> one target's run and checks
	01 WS-SYNC-TARGET PIC X(04) VALUE SPACES.
	01 WS-SYNC-PROGRAM PIC X(08) VALUE SPACES.
	01 WS-SYNC-CALL-NAME PIC X(08) VALUE SPACES.
	01 WS-SYNC-NO-PROGRAM PIC X(01) VALUE "N".
	01 WS-SYNC-RC PIC S9(04) VALUE 0.
	01 WS-SYNC-RC-SHOWN PIC 9(02) VALUE 0.
	01 WS-SYNC-ANSWER PIC 9(36) VALUE 0.
	01 WS-SYNC-ANSWER-NUMBER PIC 9(18) VALUE 0.
	01 WS-SYNC-WHERE PIC X(20) VALUE SPACES.
	01 WS-SYNC-E8-WHERE REDEFINES WS-SYNC-WHERE.
		05 WS-SYNC-E8-SERIES       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-SYNC-E8-WINDOW       PIC 9(04).
		05 FILLER                  PIC X(01).
		05 WS-SYNC-E8-OFFSET       PIC 9(04).
		05 FILLER                  PIC X(02).
	01 WS-SYNC-E11-WHERE REDEFINES WS-SYNC-WHERE.
		05 WS-SYNC-E11-ROW         PIC 9(03).
		05 FILLER                  PIC X(01).
		05 WS-SYNC-E11-COL         PIC 9(03).
		05 FILLER                  PIC X(01).
		05 WS-SYNC-E11-DIR         PIC X(08).
		05 FILLER                  PIC X(04).
	01 WS-SYNC-EXP-FOUND PIC X(01) VALUE "N".
	01 WS-SYNC-EXP-ROW PIC X(209) VALUE SPACES.
	01 WS-SYNC-LINE-FOUND PIC X(01) VALUE "N".
	01 WS-SYNC-LINE-GOT PIC X(132) VALUE SPACES.
	01 WS-SYNC-EXPECT-LINE PIC X(132) VALUE SPACES.
	01 WS-SYNC-ROWS-READ PIC 9(06) VALUE 0.
	01 WS-SYNC-ROWS-MATCHED PIC 9(06) VALUE 0.
	01 WS-SYNC-ROWS-STRAY PIC 9(06) VALUE 0.
	01 WS-SYNC-KEY-ROWS PIC 9(06) VALUE 0.
	01 WS-SYNC-HIT PIC 9 VALUE 0.
	01 WS-SYNC-WIDE-EDIT PIC Z(35)9.
	01 WS-SYNC-SEQ-EDIT PIC Z(3)9.

	01 WS-SYNC-CHECKS PIC 9(03) VALUE 0.
	01 WS-SYNC-PASSED PIC 9(03) VALUE 0.
	01 WS-SYNC-FAILED PIC 9(03) VALUE 0.
	01 WS-SYNC-LINE.
		05 WS-SL-TARGET            PIC X(04).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-SL-CHECK             PIC X(10).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-SL-EXPECT            PIC X(50).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-SL-GOT               PIC X(50).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-SL-VERDICT           PIC X(10).
	01 WS-SYNC-RPT-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRSYNC" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	MOVE "EULRSYNC" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRSYNC" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRSYNC" TO WS-CHG-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM KEY-LOAD-PARA.
	IF WS-SYNC-TGTS = 0 OR WS-SYNC-FAC-OVER = 1 THEN
		DISPLAY "EULRSYNC: REJECTED - NO USABLE ANSWER KEY ON SYNKEY"
		MOVE "SC01" TO WS-DIAG-CODE
		MOVE "SYNKEY" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		PERFORM AUDIT-WRITE-PARA
		GOBACK
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	PERFORM SBOX-ON-PARA.
	OPEN OUTPUT SYNCRPT-FILE.
	MOVE "SYNTHETIC-INPUT COMPARE - EVERY PROGRAM RUN IN THE SBOX"
		& " SANDBOX AGAINST THE EULRSYNG ANSWER KEY"
		TO WS-SYNC-RPT-LINE.
	WRITE SYNCRPT-RECORD FROM WS-SYNC-RPT-LINE.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "TGT" TO WS-SL-TARGET.
	MOVE "CHECK" TO WS-SL-CHECK.
	MOVE "EXPECTED (FROM THE KEY)" TO WS-SL-EXPECT.
	MOVE "WHAT THE PROGRAM WROTE" TO WS-SL-GOT.
	MOVE "VERDICT" TO WS-SL-VERDICT.
	WRITE SYNCRPT-RECORD FROM WS-SYNC-LINE.
	PERFORM TARGET-PARA VARYING WS-SYNC-T FROM 1 BY 1
		UNTIL WS-SYNC-T > WS-SYNC-TGTS.
	PERFORM RESTORE-SUITECFG-PARA.
	MOVE SPACES TO WS-SYNC-RPT-LINE.
	STRING "TARGETS " WS-SYNC-TGTS "  CHECKS " WS-SYNC-CHECKS
		"  PASSED " WS-SYNC-PASSED "  FAILED " WS-SYNC-FAILED
		DELIMITED BY SIZE INTO WS-SYNC-RPT-LINE
	END-STRING.
	WRITE SYNCRPT-RECORD FROM WS-SYNC-RPT-LINE.
	CLOSE SYNCRPT-FILE.
	DISPLAY "EULRSYNC: " WS-SYNC-TGTS " TARGET(S), " WS-SYNC-CHECKS
		" CHECK(S), " WS-SYNC-PASSED " PASSED, " WS-SYNC-FAILED
		" FAILED".
	PERFORM LOCK-FREE-PARA.
	IF WS-SYNC-FAILED > 0 THEN
		MOVE "SYN001W" TO WS-MSG-ID
		STRING WS-SYNC-FAILED " SYNTHETIC-INPUT CHECK(S) FAILED"
			" - SEE SYNCRPT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-SYNC-FAILED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	PERFORM AUDIT-WRITE-PARA.
	GOBACK.

*> The key: a CRD row opens each target, its ANS row carries the
*> planted answer, FAC rows are E3's factorizations
	KEY-LOAD-PARA.
	MOVE 0 TO WS-SYNC-TGTS.
	MOVE 0 TO WS-SYNC-FACS.
	MOVE 0 TO WS-SYNC-EOF.
	OPEN INPUT SYNKEY-FILE.
	IF WS-SYNC-KEY-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM KEY-ROW-PARA UNTIL WS-SYNC-EOF = 1.
	CLOSE SYNKEY-FILE.

	KEY-ROW-PARA.
	READ SYNKEY-FILE INTO WS-SYNK-RECORD
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE TRUE
		WHEN WS-SYNK-IS-CARD
			IF WS-SYNC-TGTS < 4 THEN
				ADD 1 TO WS-SYNC-TGTS
				MOVE WS-SYNK-TARGET TO WS-SYNC-TGT-NAME(WS-SYNC-TGTS)
				MOVE 0 TO WS-SYNC-TGT-VALUE(WS-SYNC-TGTS)
				MOVE 0 TO WS-SYNC-TGT-NUMBER(WS-SYNC-TGTS)
				MOVE SPACES TO WS-SYNC-TGT-WHERE(WS-SYNC-TGTS)
			END-IF
		WHEN WS-SYNK-IS-ANSWER
			IF WS-SYNC-TGTS > 0 THEN
				MOVE WS-SYNK-VALUE TO WS-SYNC-TGT-VALUE(WS-SYNC-TGTS)
				MOVE WS-SYNK-NUMBER
					TO WS-SYNC-TGT-NUMBER(WS-SYNC-TGTS)
				MOVE WS-SYNK-WHERE TO WS-SYNC-TGT-WHERE(WS-SYNC-TGTS)
			END-IF
		WHEN WS-SYNK-IS-FACTOR
			IF WS-SYNC-FACS < 10000 THEN
				ADD 1 TO WS-SYNC-FACS
				MOVE WS-SYNK-NUMBER TO WS-SYNC-FAC-NUMBER(WS-SYNC-FACS)
				MOVE WS-SYNK-VALUE TO WS-SYNC-FAC-FACTOR(WS-SYNC-FACS)
				MOVE WS-SYNK-FAC-EXPONENT
					TO WS-SYNC-FAC-EXP(WS-SYNC-FACS)
				MOVE WS-SYNK-FAC-LARGEST
					TO WS-SYNC-FAC-LARGEST(WS-SYNC-FACS)
				MOVE "N" TO WS-SYNC-FAC-SEEN(WS-SYNC-FACS)
			ELSE
				MOVE 1 TO WS-SYNC-FAC-OVER
			END-IF
	END-EVALUATE.

*> SUITECFG to SBOX for the whole pass, the shadows wiped once now -
*> the same discipline as EULRNEG
	SBOX-ON-PARA.
	OPEN INPUT SUITECFG-FILE.
	IF WS-CFG-STATUS = "00" THEN
		READ SUITECFG-FILE INTO WS-SAVED-SUITECFG-RECORD
			AT END MOVE "10" TO WS-CFG-STATUS
		END-READ
		CLOSE SUITECFG-FILE
	END-IF.
	MOVE WS-SAVED-SUITECFG-RECORD TO WS-SYNC-SBOX-RECORD.
	MOVE "SBOX" TO WS-SYNC-SBOX-RECORD(1:4).
	MOVE "SUITECFG" TO WS-CHG-IN-NAME.
	MOVE "SUITECFG" TO WS-CHG-CARD-NAME.
	PERFORM CHG-BEFORE-PARA.
	OPEN OUTPUT SUITECFG-FILE.
	WRITE SUITECFG-FILE-RECORD FROM WS-SYNC-SBOX-RECORD.
	CLOSE SUITECFG-FILE.
	MOVE SPACES TO WS-CHG-AFTER.
	MOVE WS-SYNC-SBOX-RECORD TO WS-CHG-AFTER(1:42).
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

*> ----------------------------------------------------------------
*> One target: stage its files, CALL the program, judge the answer,
*> put every file back
*> ----------------------------------------------------------------
	TARGET-PARA.
	MOVE WS-SYNC-TGT-NAME(WS-SYNC-T) TO WS-SYNC-TARGET.
	MOVE WS-SYNC-TGT-VALUE(WS-SYNC-T) TO WS-SYNC-ANSWER.
	MOVE WS-SYNC-TGT-NUMBER(WS-SYNC-T) TO WS-SYNC-ANSWER-NUMBER.
	MOVE WS-SYNC-TGT-WHERE(WS-SYNC-T) TO WS-SYNC-WHERE.
	PERFORM STAGE-LIST-PARA.
	IF WS-SYNC-PROGRAM = SPACES THEN
		MOVE SPACES TO WS-SYNC-LINE
		MOVE "TARGET" TO WS-SL-CHECK
		MOVE "E8, E11, E13 OR E3" TO WS-SL-EXPECT
		MOVE WS-SYNC-TARGET TO WS-SL-GOT
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-SYNC-MISSING.
	PERFORM STAGE-FIND-PARA VARYING WS-SYNC-S FROM 1 BY 1
		UNTIL WS-SYNC-S > WS-SYNC-STGS.
	IF WS-SYNC-MISSING NOT = SPACES THEN
		MOVE SPACES TO WS-SYNC-LINE
		MOVE "INPUT" TO WS-SL-CHECK
		MOVE "THE EULRSYNG FILES ON FILE" TO WS-SL-EXPECT
		STRING WS-SYNC-MISSING " NOT ON FILE"
			DELIMITED BY SIZE INTO WS-SL-GOT
		END-STRING
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM STAGE-SAVE-PARA VARYING WS-SYNC-S FROM 1 BY 1
		UNTIL WS-SYNC-S > WS-SYNC-STGS.
	PERFORM STAGE-PLANT-PARA VARYING WS-SYNC-S FROM 1 BY 1
		UNTIL WS-SYNC-S > WS-SYNC-STGS.
	DISPLAY "EULRSYNC: " WS-SYNC-PROGRAM " OVER THE SYNTHETIC "
		WS-SYNC-TARGET " INPUT".
	MOVE WS-SYNC-PROGRAM TO WS-SYNC-CALL-NAME.
	MOVE "N" TO WS-SYNC-NO-PROGRAM.
	MOVE 0 TO RETURN-CODE.
	CALL WS-SYNC-CALL-NAME
		ON EXCEPTION
			MOVE "Y" TO WS-SYNC-NO-PROGRAM
	END-CALL.
	MOVE RETURN-CODE TO WS-SYNC-RC.
	MOVE 0 TO RETURN-CODE.
	IF WS-SYNC-NO-PROGRAM = "N" THEN
		CANCEL WS-SYNC-CALL-NAME
		PERFORM JUDGE-PARA
	ELSE
		MOVE SPACES TO WS-SYNC-LINE
		MOVE "PROGRAM" TO WS-SL-CHECK
		MOVE WS-SYNC-PROGRAM TO WS-SL-EXPECT
		MOVE "NO PROGRAM" TO WS-SL-GOT
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
	END-IF.
	PERFORM STAGE-RESTORE-PARA VARYING WS-SYNC-S FROM 1 BY 1
		UNTIL WS-SYNC-S > WS-SYNC-STGS.

*> The files each target's program reads and writes that are not
*> already shadowed in SBOX; a dated report is today's generation
	STAGE-LIST-PARA.
	MOVE 0 TO WS-SYNC-STGS.
	MOVE SPACES TO WS-SYNC-PROGRAM.
	EVALUATE WS-SYNC-TARGET
		WHEN "E8  "
			MOVE "EULER8" TO WS-SYNC-PROGRAM
			MOVE "E8DIGITS" TO WS-SYNC-NEW-NAME
			MOVE "P" TO WS-SYNC-NEW-ACTION
			MOVE "SYNE8DIG" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE "E8PARM" TO WS-SYNC-NEW-NAME
			MOVE "SYNE8PRM" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE "E8SERLIB" TO WS-SYNC-NEW-NAME
			MOVE "H" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE "E8RPT" TO WS-SYNC-NEW-NAME
			MOVE "K" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE "E8DQRPT" TO WS-SYNC-NEW-NAME
			PERFORM STAGE-ADD-PARA
		WHEN "E11 "
			MOVE "EULER11" TO WS-SYNC-PROGRAM
			MOVE "E11GRID" TO WS-SYNC-NEW-NAME
			MOVE "P" TO WS-SYNC-NEW-ACTION
			MOVE "SYNE11GR" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE "E11PARM" TO WS-SYNC-NEW-NAME
			MOVE "SYNE11PR" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE SPACES TO WS-SYNC-NEW-NAME
			STRING "E11RPT.D" WS-BUS-DATE
				DELIMITED BY SIZE INTO WS-SYNC-NEW-NAME
			END-STRING
			MOVE "K" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE "E11DQRPT" TO WS-SYNC-NEW-NAME
			PERFORM STAGE-ADD-PARA
		WHEN "E13 "
			MOVE "EULER13" TO WS-SYNC-PROGRAM
			MOVE "E13NUMS" TO WS-SYNC-NEW-NAME
			MOVE "P" TO WS-SYNC-NEW-ACTION
			MOVE "SYNE13NM" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE SPACES TO WS-SYNC-NEW-NAME
			STRING "E13CRPT.D" WS-BUS-DATE
				DELIMITED BY SIZE INTO WS-SYNC-NEW-NAME
			END-STRING
			MOVE "K" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE "E13DQRPT" TO WS-SYNC-NEW-NAME
			PERFORM STAGE-ADD-PARA
		WHEN "E3  "
			MOVE "EULER3" TO WS-SYNC-PROGRAM
			MOVE "E3NUMS" TO WS-SYNC-NEW-NAME
			MOVE "P" TO WS-SYNC-NEW-ACTION
			MOVE "SYNE3NUM" TO WS-SYNC-NEW-FROM
			PERFORM STAGE-ADD-PARA
			MOVE "E3RANGE" TO WS-SYNC-NEW-NAME
			MOVE "H" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE "E3REQID" TO WS-SYNC-NEW-NAME
			PERFORM STAGE-ADD-PARA
			MOVE "E3FACT" TO WS-SYNC-NEW-NAME
			MOVE "K" TO WS-SYNC-NEW-ACTION
			PERFORM STAGE-ADD-PARA
			MOVE SPACES TO WS-SYNC-NEW-NAME
			STRING "E3RPT.D" WS-BUS-DATE
				DELIMITED BY SIZE INTO WS-SYNC-NEW-NAME
			END-STRING
			PERFORM STAGE-ADD-PARA
	END-EVALUATE.

	STAGE-ADD-PARA.
	ADD 1 TO WS-SYNC-STGS.
	MOVE WS-SYNC-NEW-NAME TO WS-SYNC-STG-NAME(WS-SYNC-STGS).
	MOVE WS-SYNC-NEW-ACTION TO WS-SYNC-STG-ACTION(WS-SYNC-STGS).
	IF WS-SYNC-NEW-ACTION = "P" THEN
		MOVE WS-SYNC-NEW-FROM TO WS-SYNC-STG-FROM(WS-SYNC-STGS)
	ELSE
		MOVE SPACES TO WS-SYNC-STG-FROM(WS-SYNC-STGS)
	END-IF.
	MOVE "N" TO WS-SYNC-STG-SAVED(WS-SYNC-STGS).

*> Every synthetic file a plant needs must be on file before anything
*> live is touched
	STAGE-FIND-PARA.
	IF WS-SYNC-STG-ACTION(WS-SYNC-S) = "P" THEN
		MOVE WS-SYNC-STG-FROM(WS-SYNC-S) TO WS-SYNC-FROM-NAME
		OPEN INPUT SYNSRC-FILE
		IF WS-SYNC-SRC-STATUS = "00" THEN
			CLOSE SYNSRC-FILE
		ELSE
			MOVE WS-SYNC-STG-FROM(WS-SYNC-S) TO WS-SYNC-MISSING
		END-IF
	END-IF.

	STAGE-SAVE-PARA.
	PERFORM SLOT-NAME-PARA.
	MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-SYNC-FROM-NAME.
	MOVE WS-SYNC-SLOT-NAME TO WS-SYNC-TO-NAME.
	PERFORM COPY-FILE-PARA.
	MOVE WS-SYNC-COPIED TO WS-SYNC-STG-SAVED(WS-SYNC-S).

	STAGE-PLANT-PARA.
	EVALUATE WS-SYNC-STG-ACTION(WS-SYNC-S)
		WHEN "P"
			PERFORM CHG-PREPARE-PARA
			PERFORM CHG-BEFORE-PARA
			MOVE WS-SYNC-STG-FROM(WS-SYNC-S) TO WS-SYNC-FROM-NAME
			MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-SYNC-TO-NAME
			PERFORM COPY-FILE-PARA
			MOVE WS-SYNC-FIRST-REC TO WS-CHG-AFTER
			PERFORM CHG-WRITE-PARA
		WHEN "H"
			IF WS-SYNC-STG-SAVED(WS-SYNC-S) = "Y" THEN
				PERFORM CHG-PREPARE-PARA
				PERFORM CHG-BEFORE-PARA
				MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-SYNC-DEL-NAME
				CALL "CBL_DELETE_FILE" USING WS-SYNC-DEL-NAME
				MOVE SPACES TO WS-CHG-AFTER
				PERFORM CHG-WRITE-PARA
			END-IF
	END-EVALUATE.

*> Back as found: the saved copy returned, or the file deleted again
*> when it was not on file before the run
	STAGE-RESTORE-PARA.
	IF WS-SYNC-STG-ACTION(WS-SYNC-S) NOT = "K" THEN
		PERFORM CHG-PREPARE-PARA
		PERFORM CHG-BEFORE-PARA
	END-IF.
	PERFORM SLOT-NAME-PARA.
	MOVE SPACES TO WS-SYNC-FIRST-REC.
	IF WS-SYNC-STG-SAVED(WS-SYNC-S) = "Y" THEN
		MOVE WS-SYNC-SLOT-NAME TO WS-SYNC-FROM-NAME
		MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-SYNC-TO-NAME
		PERFORM COPY-FILE-PARA
		MOVE WS-SYNC-SLOT-NAME TO WS-SYNC-DEL-NAME
		CALL "CBL_DELETE_FILE" USING WS-SYNC-DEL-NAME
	ELSE
		MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-SYNC-DEL-NAME
		CALL "CBL_DELETE_FILE" USING WS-SYNC-DEL-NAME
	END-IF.
	IF WS-SYNC-STG-ACTION(WS-SYNC-S) NOT = "K" THEN
		MOVE WS-SYNC-FIRST-REC TO WS-CHG-AFTER
		PERFORM CHG-WRITE-PARA
	END-IF.

	SLOT-NAME-PARA.
	MOVE SPACES TO WS-SYNC-SLOT-NAME.
	STRING "SYNSAV" WS-SYNC-S(2:1)
		DELIMITED BY SIZE INTO WS-SYNC-SLOT-NAME
	END-STRING.

	CHG-PREPARE-PARA.
	MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-CHG-IN-NAME.
	MOVE WS-SYNC-STG-NAME(WS-SYNC-S) TO WS-CHG-CARD-NAME.

*> Record-for-record copy of WS-SYNC-FROM-NAME onto WS-SYNC-TO-NAME;
*> WS-SYNC-COPIED says whether there was anything to copy (a source
*> not on file leaves the target untouched)
	COPY-FILE-PARA.
	MOVE "N" TO WS-SYNC-COPIED.
	MOVE SPACES TO WS-SYNC-FIRST-REC.
	MOVE "N" TO WS-SYNC-FIRST-TAKEN.
	OPEN INPUT SYNSRC-FILE.
	IF WS-SYNC-SRC-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "Y" TO WS-SYNC-COPIED.
	OPEN OUTPUT SYNDST-FILE.
	MOVE 0 TO WS-SYNC-EOF.
	PERFORM COPY-ROW-PARA UNTIL WS-SYNC-EOF = 1.
	CLOSE SYNDST-FILE.
	CLOSE SYNSRC-FILE.

	COPY-ROW-PARA.
	READ SYNSRC-FILE INTO WS-SYNC-BUF
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 0 THEN
		IF WS-SYNC-FIRST-TAKEN = "N" THEN
			MOVE WS-SYNC-BUF(1:100) TO WS-SYNC-FIRST-REC
			MOVE "Y" TO WS-SYNC-FIRST-TAKEN
		END-IF
		WRITE SYNDST-RECORD FROM WS-SYNC-BUF
	END-IF.

*> ----------------------------------------------------------------
*> The checks: the RETURN-CODE, then the target's own
*> ----------------------------------------------------------------
	JUDGE-PARA.
	IF WS-SYNC-RC < 0 OR WS-SYNC-RC > 99 THEN
		MOVE 99 TO WS-SYNC-RC-SHOWN
	ELSE
		MOVE WS-SYNC-RC TO WS-SYNC-RC-SHOWN
	END-IF.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "RC" TO WS-SL-CHECK.
	MOVE "00" TO WS-SL-EXPECT.
	MOVE WS-SYNC-RC-SHOWN TO WS-SL-GOT.
	IF WS-SYNC-RC-SHOWN = 0 THEN
		MOVE "PASS" TO WS-SL-VERDICT
	ELSE
		MOVE "FAIL" TO WS-SL-VERDICT
	END-IF.
	PERFORM CHECK-END-PARA.
	EVALUATE WS-SYNC-TARGET
		WHEN "E8  "
			PERFORM EXP-CHECK-PARA
			PERFORM E8-CHECK-PARA
		WHEN "E11 "
			PERFORM EXP-CHECK-PARA
			PERFORM E11-CHECK-PARA
		WHEN "E13 "
			PERFORM EXP-CHECK-PARA
		WHEN "E3  "
			PERFORM E3-CHECK-PARA
	END-EVALUATE.

*> The program's newest row on the shadow export file carries the
*> planted answer (EULER8's also the planted series id)
	EXP-CHECK-PARA.
	MOVE "N" TO WS-SYNC-EXP-FOUND.
	MOVE 0 TO WS-SYNC-EOF.
	OPEN INPUT EULREXP-FILE.
	IF WS-SYNC-EXP-STATUS = "00" THEN
		PERFORM EXP-ROW-PARA UNTIL WS-SYNC-EOF = 1
		CLOSE EULREXP-FILE
	END-IF.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "EXPORT" TO WS-SL-CHECK.
	MOVE WS-SYNC-ANSWER TO WS-SYNC-WIDE-EDIT.
	MOVE FUNCTION TRIM(WS-SYNC-WIDE-EDIT) TO WS-SL-EXPECT.
	IF WS-SYNC-TARGET = "E8  " THEN
		STRING FUNCTION TRIM(WS-SYNC-WIDE-EDIT) " FROM "
			WS-SYNC-E8-SERIES DELIMITED BY SIZE INTO WS-SL-EXPECT
		END-STRING
	END-IF.
	IF WS-SYNC-EXP-FOUND = "N" THEN
		MOVE "NO EXPORT ROW" TO WS-SL-GOT
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNC-EXP-ROW TO WS-EXPORT-RECORD.
	MOVE WS-EXPORT-RESULT-WIDE TO WS-SYNC-WIDE-EDIT.
	MOVE FUNCTION TRIM(WS-SYNC-WIDE-EDIT) TO WS-SL-GOT.
	IF WS-SYNC-TARGET = "E8  " THEN
		STRING FUNCTION TRIM(WS-SYNC-WIDE-EDIT) " FROM "
			WS-EXPORT-SOURCE-ID DELIMITED BY SIZE INTO WS-SL-GOT
		END-STRING
	END-IF.
	IF WS-SL-GOT = WS-SL-EXPECT THEN
		MOVE "PASS" TO WS-SL-VERDICT
	ELSE
		MOVE "FAIL" TO WS-SL-VERDICT
	END-IF.
	PERFORM CHECK-END-PARA.

	EXP-ROW-PARA.
	READ EULREXP-FILE INTO WS-EXPORT-RECORD
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 0 THEN
		PERFORM EXPORT-REMAP-PARA
		IF WS-EXPORT-PROBLEM-ID = WS-SYNC-PROGRAM THEN
			MOVE "Y" TO WS-SYNC-EXP-FOUND
			MOVE WS-EXPORT-RECORD TO WS-SYNC-EXP-ROW
		END-IF
	END-IF.

*> EULER8: the rank-1 line for the planted series and window names
*> the planted product and offset
	E8-CHECK-PARA.
	MOVE SPACES TO WS-E8-RPT-DIGITS.
	MOVE WS-SYNC-E8-SERIES TO WS-E8-RPT-SERIES.
	MOVE WS-SYNC-E8-WINDOW TO WS-E8-RPT-SIZE.
	MOVE 1 TO WS-E8-RPT-RANK.
	MOVE WS-SYNC-ANSWER TO WS-E8-RPT-PRODUCT.
	MOVE WS-SYNC-E8-OFFSET TO WS-E8-RPT-OFFSET.
	MOVE WS-E8-RPT-LINE TO WS-SYNC-EXPECT-LINE.
	MOVE "E8RPT" TO WS-SYNC-OUT-NAME.
	MOVE "N" TO WS-SYNC-LINE-FOUND.
	MOVE 0 TO WS-SYNC-EOF.
	OPEN INPUT SYNOUT-FILE.
	IF WS-SYNC-OUT-STATUS = "00" THEN
		PERFORM E8-LINE-PARA UNTIL WS-SYNC-EOF = 1
		CLOSE SYNOUT-FILE
	END-IF.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "E8RPT" TO WS-SL-CHECK.
	MOVE WS-SYNC-E8-OFFSET TO WS-SYNC-SEQ-EDIT.
	STRING FUNCTION TRIM(WS-SYNC-E8-SERIES) " RANK 1 AT OFFSET "
		FUNCTION TRIM(WS-SYNC-SEQ-EDIT)
		DELIMITED BY SIZE INTO WS-SL-EXPECT
	END-STRING.
	IF WS-SYNC-LINE-FOUND = "N" THEN
		MOVE "NO RANK 1 LINE FOR THE SERIES" TO WS-SL-GOT
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
		EXIT PARAGRAPH
	END-IF.
	STRING FUNCTION TRIM(WS-SYNC-LINE-GOT(1:8)) " RANK 1 AT OFFSET "
		FUNCTION TRIM(WS-SYNC-LINE-GOT(73:4))
		DELIMITED BY SIZE INTO WS-SL-GOT
	END-STRING.
	IF WS-SYNC-LINE-GOT(1:76) = WS-SYNC-EXPECT-LINE(1:76) THEN
		MOVE "PASS" TO WS-SL-VERDICT
	ELSE
		MOVE "FAIL" TO WS-SL-VERDICT
		IF WS-SYNC-LINE-GOT(32:36) NOT = WS-SYNC-EXPECT-LINE(32:36) THEN
			MOVE "PRODUCT" TO WS-SL-GOT(40:7)
		END-IF
	END-IF.
	PERFORM CHECK-END-PARA.

	E8-LINE-PARA.
	READ SYNOUT-FILE INTO WS-SYNC-BUF
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 0 AND WS-SYNC-LINE-FOUND = "N"
			AND WS-SYNC-BUF(1:31) = WS-SYNC-EXPECT-LINE(1:31) THEN
		MOVE "Y" TO WS-SYNC-LINE-FOUND
		MOVE WS-SYNC-BUF(1:132) TO WS-SYNC-LINE-GOT
	END-IF.

*> EULER11: the RANK 01 line of today's E11RPT generation names the
*> planted start cell, direction, and product
	E11-CHECK-PARA.
	MOVE SPACES TO WS-E11-RPT-CELLS.
	MOVE "RANK 01 " TO WS-E11-RPT-TAG.
	MOVE WS-SYNC-E11-ROW TO WS-E11-RPT-ROW.
	MOVE WS-SYNC-E11-COL TO WS-E11-RPT-COL.
	MOVE WS-SYNC-E11-DIR TO WS-E11-RPT-DIR.
	MOVE WS-SYNC-ANSWER TO WS-E11-RPT-PROD.
	MOVE WS-E11-RPT-LINE TO WS-SYNC-EXPECT-LINE.
	MOVE SPACES TO WS-SYNC-OUT-NAME.
	STRING "E11RPT.D" WS-BUS-DATE
		DELIMITED BY SIZE INTO WS-SYNC-OUT-NAME
	END-STRING.
	MOVE "N" TO WS-SYNC-LINE-FOUND.
	MOVE 0 TO WS-SYNC-EOF.
	OPEN INPUT SYNOUT-FILE.
	IF WS-SYNC-OUT-STATUS = "00" THEN
		PERFORM E11-LINE-PARA UNTIL WS-SYNC-EOF = 1
		CLOSE SYNOUT-FILE
	END-IF.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "E11RPT" TO WS-SL-CHECK.
	MOVE WS-SYNC-EXPECT-LINE(9:24) TO WS-SL-EXPECT.
	IF WS-SYNC-LINE-FOUND = "N" THEN
		MOVE "NO RANK 01 LINE" TO WS-SL-GOT
		MOVE "FAIL" TO WS-SL-VERDICT
		PERFORM CHECK-END-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-SYNC-LINE-GOT(9:24) TO WS-SL-GOT.
	IF WS-SYNC-LINE-GOT(1:69) = WS-SYNC-EXPECT-LINE(1:69) THEN
		MOVE "PASS" TO WS-SL-VERDICT
	ELSE
		MOVE "FAIL" TO WS-SL-VERDICT
		IF WS-SYNC-LINE-GOT(34:36) NOT = WS-SYNC-EXPECT-LINE(34:36) THEN
			MOVE "PRODUCT" TO WS-SL-GOT(40:7)
		END-IF
	END-IF.
	PERFORM CHECK-END-PARA.

	E11-LINE-PARA.
	READ SYNOUT-FILE INTO WS-SYNC-BUF
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 0 AND WS-SYNC-LINE-FOUND = "N"
			AND WS-SYNC-BUF(1:8) = "RANK 01 " THEN
		MOVE "Y" TO WS-SYNC-LINE-FOUND
		MOVE WS-SYNC-BUF(1:132) TO WS-SYNC-LINE-GOT
	END-IF.

*> EULER3: every E3FACT row must be a key row, and every key row must
*> turn up - the whole factorization of every number, exponents and
*> the largest-factor flag included
	E3-CHECK-PARA.
	MOVE 0 TO WS-SYNC-ROWS-READ.
	MOVE 0 TO WS-SYNC-ROWS-MATCHED.
	MOVE 0 TO WS-SYNC-ROWS-STRAY.
	MOVE WS-SYNC-FACS TO WS-SYNC-KEY-ROWS.
	MOVE "E3FACT" TO WS-SYNC-OUT-NAME.
	MOVE 0 TO WS-SYNC-EOF.
	OPEN INPUT SYNOUT-FILE.
	IF WS-SYNC-OUT-STATUS = "00" THEN
		PERFORM E3-ROW-PARA UNTIL WS-SYNC-EOF = 1
		CLOSE SYNOUT-FILE
	END-IF.
	MOVE SPACES TO WS-SYNC-LINE.
	MOVE "E3FACT" TO WS-SL-CHECK.
	STRING WS-SYNC-KEY-ROWS " FACTOR ROWS, ALL MATCHED"
		DELIMITED BY SIZE INTO WS-SL-EXPECT
	END-STRING.
	STRING WS-SYNC-ROWS-READ " READ, " WS-SYNC-ROWS-MATCHED
		" MATCHED, " WS-SYNC-ROWS-STRAY " NOT ON KEY"
		DELIMITED BY SIZE INTO WS-SL-GOT
	END-STRING.
	IF WS-SYNC-ROWS-STRAY = 0
			AND WS-SYNC-ROWS-MATCHED = WS-SYNC-KEY-ROWS THEN
		MOVE "PASS" TO WS-SL-VERDICT
	ELSE
		MOVE "FAIL" TO WS-SL-VERDICT
	END-IF.
	PERFORM CHECK-END-PARA.

	E3-ROW-PARA.
	READ SYNOUT-FILE INTO WS-SYNC-BUF
		AT END MOVE 1 TO WS-SYNC-EOF
	END-READ.
	IF WS-SYNC-EOF = 1 OR WS-SYNC-BUF = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-SYNC-ROWS-READ.
	MOVE WS-SYNC-BUF(1:79) TO WS-E3-FACT-RECORD.
	MOVE 0 TO WS-SYNC-HIT.
	IF WS-E3-FACT-NUMBER-W IS NUMERIC
			AND WS-E3-FACT-FACTOR-W IS NUMERIC THEN
		PERFORM E3-FIND-PARA VARYING WS-SYNC-F FROM 1 BY 1
			UNTIL WS-SYNC-F > WS-SYNC-FACS OR WS-SYNC-HIT = 1
	END-IF.
	IF WS-SYNC-HIT = 1 THEN
		ADD 1 TO WS-SYNC-ROWS-MATCHED
	ELSE
		ADD 1 TO WS-SYNC-ROWS-STRAY
	END-IF.

	E3-FIND-PARA.
	IF WS-SYNC-FAC-SEEN(WS-SYNC-F) = "N"
			AND WS-SYNC-FAC-NUMBER(WS-SYNC-F) = WS-E3-FACT-NUMBER-W
			AND WS-SYNC-FAC-FACTOR(WS-SYNC-F) = WS-E3-FACT-FACTOR-W
			AND WS-SYNC-FAC-EXP(WS-SYNC-F) = WS-E3-FACT-EXPONENT
			AND WS-SYNC-FAC-LARGEST(WS-SYNC-F) = WS-E3-FACT-LARGEST THEN
		MOVE "Y" TO WS-SYNC-FAC-SEEN(WS-SYNC-F)
		MOVE 1 TO WS-SYNC-HIT
	END-IF.

	CHECK-END-PARA.
	MOVE WS-SYNC-TARGET TO WS-SL-TARGET.
	ADD 1 TO WS-SYNC-CHECKS.
	IF WS-SL-VERDICT = "PASS" THEN
		ADD 1 TO WS-SYNC-PASSED
	ELSE
		ADD 1 TO WS-SYNC-FAILED
	END-IF.
	WRITE SYNCRPT-RECORD FROM WS-SYNC-LINE.

	COPY EXPRMAP.
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
