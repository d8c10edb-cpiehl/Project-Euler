*>             manifest EULRMANI (MANDAT.cpy/MANPRC.cpy) for the
*>             E5TRACE verification trace generation, so the
*>             EULRMINQ inquiry lists the run's complete output set.
*> 2026-10-15  list mode (E5PARM col 4 = L): the LCM and GCD of an
*>             arbitrary set of numbers read from a new E5NUMS file
*>             (HDR/TRL control records, one number of up to 18
*>             digits per record - see E5NUM.cpy) instead of 1
*>             through N. Every number goes through the shared
*>             factorization service (FACTDAT.cpy/FACTPRC.cpy); the
*>             LCM takes each prime's highest power and the GCD its
*>             lowest, and a dated E5RPT detail report shows each
*>             number's prime powers and, per prime, which number
*>             supplied the winning power. The LCM is the result
*>             (carried on the wide service, so past 18 digits it
*>             goes out through the wide-result handoff), the GCD is
*>             on the report trailer and the job log. A bad list is
*>             E504 (RETURN-CODE 16), an LCM past 36 digits E505,
*>             and a factor the service left unproven E506 with
*>             RETURN-CODE 4.
*> 2026-10-15  the verify-skipped note carries message id E05001W
*>             (EULRMCAT) and is appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULER5.
		FILE STATUS WS-E5-PARM-STATUS.
	SELECT E5TRACE-FILE ASSIGN TO WS-E5-TRACE-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT E5NUMS-FILE ASSIGN TO "E5NUMS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E5-NUMS-STATUS.
	SELECT E5RPT-FILE ASSIGN TO WS-E5-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
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
FD  E5PARM-FILE.
01  E5PARM-RECORD                  PIC X(4).

FD  E5TRACE-FILE.
01  E5TRACE-RECORD                 PIC X(66).

FD  E5NUMS-FILE.
01  E5NUMS-RECORD                  PIC X(40).

FD  E5RPT-FILE.
01  E5RPT-RECORD                   PIC X(137).

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
	COPY E5PARM.
	COPY E5TRACE.
	COPY E5NUM.
	COPY E5RPT.
	COPY DTLHDR.
	COPY FACTDAT.
	COPY WIDEDAT.
	COPY RPTHDR.
	COPY EULRSLT.
	COPY NUMEDIT.
	COPY PRIMDAT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY GENSDAT.
	COPY DIAGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-E5-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-NULL PIC 9(18) VALUE 0.
	01 WS-FOUND PIC 9 VALUE 0.

*> list mode fields: the numbers as read, and one row per distinct
*> prime across the whole list - its highest exponent and the first
*> number that carried it (the LCM's power), its lowest exponent
*> among the numbers that have it, and how many numbers have it (the
*> GCD takes the lowest power only when every number has the prime)
	01 WS-E5-NUMS-STATUS PIC XX VALUE SPACES.
	01 WS-E5-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E5-LIST-EOF PIC 9 VALUE 0.
	01 WS-E5-LIST-BAD PIC 9 VALUE 0.
	01 WS-E5-HDR-SEEN PIC 9 VALUE 0.
	01 WS-E5-TRL-LAST PIC 9 VALUE 0.
	01 WS-E5-TRL-COUNT PIC 9(9) VALUE 0.
	01 WS-E5-LIST-NAME PIC X(20) VALUE SPACES.
	01 WS-E5-NUM-LEN PIC 9(02) VALUE 0.
	01 WS-E5-NUM-VALUE PIC 9(18) VALUE 0.
	01 WS-E5-NUM-MAX PIC 9(4) VALUE 500.
	01 WS-E5-NUM-COUNT PIC 9(4) VALUE 0.
	01 WS-E5-NUM-TABLE.
		05 WS-E5-NUM PIC 9(18) OCCURS 500 TIMES.
	01 WS-E5-IX PIC 9(4) VALUE 0.
	01 WS-E5-PRM-MAX-ROWS PIC 9(4) VALUE 2000.
	01 WS-E5-PRM-COUNT PIC 9(4) VALUE 0.
	01 WS-E5-PRM-TABLE.
		05 WS-E5-PRM-ROW OCCURS 2000 TIMES.
			10 WS-E5-PRM PIC 9(18).
			10 WS-E5-PRM-HIGH PIC 9(2).
			10 WS-E5-PRM-FROM PIC 9(4).
			10 WS-E5-PRM-LOW PIC 9(2).
			10 WS-E5-PRM-SEEN PIC 9(4).
	01 WS-E5-PX PIC 9(4) VALUE 0.
	01 WS-E5-PY PIC 9(4) VALUE 0.
	01 WS-E5-FX PIC 9(2) VALUE 0.
	01 WS-E5-E PIC 9(2) VALUE 0.
	01 WS-E5-LCM PIC 9(36) VALUE 0.
	01 WS-E5-GCD PIC 9(18) VALUE 0.
	01 WS-E5-GCD-EXP PIC 9(2) VALUE 0.
	01 WS-E5-E18-CAP PIC 9(18) VALUE 999999999999999999.
	01 WS-E5-UNPROVEN PIC 9 VALUE 0.
	01 WS-E5-PTR PIC 9(3) VALUE 1.
	01 WS-E5-FULL PIC 9 VALUE 0.
	01 WS-E5-TERM PIC X(30) VALUE SPACES.
	01 WS-E5-P-EDIT PIC Z(17)9.
	01 WS-E5-E-EDIT PIC Z9.
	01 WS-E5-COUNT-EDIT PIC Z(3)9.
	01 WS-E5-GCD-EDIT PIC Z(17)9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER5" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER5" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E5-LIST-MODE THEN
		PERFORM LIST-MAIN-PARA
		GOBACK
	END-IF.
	IF WS-E5-LIMIT < 2 THEN
		DISPLAY "EULER5: REJECTED LIMIT " WS-E5-LIMIT
			" - MUST BE 2 OR GREATER"
	OPEN INPUT E5PARM-FILE.
	IF WS-E5-PARM-STATUS = "00" THEN
		READ E5PARM-FILE INTO WS-E5-PARM-CARD
			AT END MOVE "20N " TO WS-E5-PARM-CARD
		END-READ
		CLOSE E5PARM-FILE
	ELSE
		MOVE "20N " TO WS-E5-PARM-CARD
	END-IF.

*> Build the LCM of 1 through the limit from prime factorizations:
*> multi-hour run the factorization redesign exists to avoid.
	VERIFY-PARA.
	IF WS-E5-LIMIT > WS-VERIFY-LIMIT THEN
		MOVE "E05001W" TO WS-MSG-ID
		STRING "VERIFY SKIPPED - LIMIT " WS-E5-LIMIT
			" EXCEEDS THE BRUTE-FORCE CAP OF " WS-VERIFY-LIMIT
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		PERFORM STEP-PARA
		MOVE "E5TRACE" TO WS-GENS-BASE
		ADD 1 TO WS-E5-TRACE-COUNT
	END-IF.

*> List mode: load and prove E5NUMS, factor every number, fold the
*> prime powers into the LCM/GCD table, then report and hand back the
*> LCM through the same banner/export/audit path as the range mode
	LIST-MAIN-PARA.
	PERFORM LIST-LOAD-PARA.
	IF WS-E5-LIST-BAD = 1 THEN
		MOVE "E504" TO WS-DIAG-CODE
		MOVE WS-E5-NUMS-BUF TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE "E5RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E5-RPT-NAME.
	OPEN OUTPUT E5RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER5 - LCM AND GCD OF A LIST" TO WS-DTL-TITLE.
	MOVE WS-E5-NUM-COUNT TO WS-E5-COUNT-EDIT.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "E5NUMS " FUNCTION TRIM(WS-E5-LIST-NAME) " - "
		FUNCTION TRIM(WS-E5-COUNT-EDIT) " NUMBER(S)"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "   #              NUMBER = PRIME POWERS, THEN PER PRIME: LCM"
		& " POWER AND THE NUMBER THAT SUPPLIED IT, GCD POWER"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-E5-PRM-COUNT.
	MOVE 0 TO WS-E5-UNPROVEN.
	PERFORM LIST-FACTOR-PARA VARYING WS-E5-IX FROM 1 BY 1
		UNTIL WS-E5-IX > WS-E5-NUM-COUNT OR WS-E5-LIST-BAD = 1.
	IF WS-E5-LIST-BAD = 0 THEN
		PERFORM LIST-COMBINE-PARA
	END-IF.
	IF WS-E5-LIST-BAD = 0 AND NOT WS-WIDE-OVERFLOWED THEN
		PERFORM LIST-TOTAL-PARA
	END-IF.
	PERFORM DTL-END-PARA.
	CLOSE E5RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER5" TO WS-MAN-PROBLEM
		MOVE WS-E5-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.
	IF WS-E5-LIST-BAD = 1 THEN
		DISPLAY "EULER5: REJECTED - MORE THAN " WS-E5-PRM-MAX-ROWS
			" DISTINCT PRIMES ACROSS THE E5NUMS LIST"
		MOVE "E504" TO WS-DIAG-CODE
		MOVE WS-E5-NUM-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	IF WS-WIDE-OVERFLOWED THEN
		DISPLAY "EULER5: LCM OF THE E5NUMS LIST OVERFLOWED THE 36-DIGIT"
			" WIDE SERVICE - SPLIT THE LIST"
		MOVE "E505" TO WS-DIAG-CODE
		MOVE WS-E5-NUM-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 0 TO WS-SUITE-RESULT
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E5-GCD TO WS-E5-GCD-EDIT.
	DISPLAY "EULER5: LIST GCD " FUNCTION TRIM(WS-E5-GCD-EDIT).
	IF WS-E5-UNPROVEN = 1 THEN
		DISPLAY "EULER5: A LIST NUMBER HAS A FACTOR LEFT UNPROVEN -"
			" LCM/GCD TREAT IT AS ONE PRIME"
		MOVE "E506" TO WS-DIAG-CODE
		MOVE WS-E5-NUM-COUNT TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-E5-LCM TO WS-RPT-RESULT.
	MOVE WS-E5-LCM TO WS-SUITE-RESULT.
	IF WS-E5-LCM > WS-E5-E18-CAP THEN
		MOVE WS-E5-LCM TO WS-RPT-RESULT-WIDE
		MOVE "Y" TO WS-RPT-WIDE-FLAG
		MOVE WS-E5-LCM TO WS-SUITE-RESULT-WIDE
		MOVE "Y" TO WS-SUITE-WIDE-FLAG
	END-IF.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE WS-E5-PARM-CARD TO WS-EXPORT-PARM-CARD
	MOVE WS-E5-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.

*> Read E5NUMS whole into the number table, proving it on the way:
*> header first, trailer last and balancing, every number 1 to 18
*> digits and 1 or greater. Any failure leaves WS-E5-LIST-BAD set and
*> the offending record in WS-E5-NUMS-BUF for the diagnostic.
	LIST-LOAD-PARA.
	MOVE 0 TO WS-E5-LIST-BAD.
	MOVE 0 TO WS-E5-NUM-COUNT.
	MOVE 0 TO WS-E5-HDR-SEEN.
	MOVE 0 TO WS-E5-TRL-LAST.
	MOVE 0 TO WS-E5-LIST-EOF.
	MOVE SPACES TO WS-E5-NUMS-BUF.
	OPEN INPUT E5NUMS-FILE.
	IF WS-E5-NUMS-STATUS NOT = "00" THEN
		DISPLAY "EULER5: REJECTED - LIST MODE BUT NO E5NUMS FILE"
		MOVE "E5NUMS MISSING" TO WS-E5-NUMS-BUF
		MOVE 1 TO WS-E5-LIST-BAD
		EXIT PARAGRAPH
	END-IF.
	PERFORM LIST-ROW-PARA UNTIL WS-E5-LIST-EOF = 1 OR WS-E5-LIST-BAD = 1.
	CLOSE E5NUMS-FILE.
	IF WS-E5-LIST-BAD = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-E5-HDR-SEEN = 0 OR WS-E5-TRL-LAST = 0
			OR WS-E5-TRL-COUNT NOT = WS-E5-NUM-COUNT
			OR WS-E5-NUM-COUNT = 0 THEN
		DISPLAY "EULER5: REJECTED - E5NUMS HDR/TRL MISSING OR OUT OF"
			" BALANCE (" WS-E5-NUM-COUNT " DATA RECORDS)"
		MOVE "E5NUMS HDR/TRL" TO WS-E5-NUMS-BUF
		MOVE 1 TO WS-E5-LIST-BAD
	END-IF.

	LIST-ROW-PARA.
	MOVE SPACES TO WS-E5-NUMS-BUF.
	READ E5NUMS-FILE INTO WS-E5-NUMS-BUF
		AT END MOVE 1 TO WS-E5-LIST-EOF
	END-READ.
	IF WS-E5-LIST-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-E5-NUMS-TAG
		WHEN "HDR "
			MOVE 1 TO WS-E5-HDR-SEEN
			MOVE 0 TO WS-E5-TRL-LAST
			MOVE WS-E5-NUMS-LIST-NAME TO WS-E5-LIST-NAME
		WHEN "TRL "
			MOVE 1 TO WS-E5-TRL-LAST
			IF WS-E5-NUMS-TRL-COUNT IS NUMERIC THEN
				MOVE WS-E5-NUMS-TRL-COUNT TO WS-E5-TRL-COUNT
			ELSE
				MOVE 0 TO WS-E5-TRL-COUNT
			END-IF
		WHEN OTHER
			MOVE 0 TO WS-E5-TRL-LAST
			PERFORM LIST-NUMBER-PARA
	END-EVALUATE.

	LIST-NUMBER-PARA.
	MOVE 0 TO WS-E5-NUM-LEN.
	INSPECT WS-E5-NUMS-BUF TALLYING WS-E5-NUM-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
	IF WS-E5-NUM-LEN = 0 OR WS-E5-NUM-LEN > 18 THEN
		MOVE 1 TO WS-E5-LIST-BAD
	ELSE
		IF WS-E5-NUMS-BUF(1:WS-E5-NUM-LEN) IS NOT NUMERIC
				OR WS-E5-NUMS-BUF(WS-E5-NUM-LEN + 1:) NOT = SPACES THEN
			MOVE 1 TO WS-E5-LIST-BAD
		ELSE
			MOVE WS-E5-NUMS-BUF(1:WS-E5-NUM-LEN) TO WS-E5-NUM-VALUE
			IF WS-E5-NUM-VALUE < 1 THEN
				MOVE 1 TO WS-E5-LIST-BAD
			END-IF
		END-IF
	END-IF.
	IF WS-E5-LIST-BAD = 1 THEN
		DISPLAY "EULER5: REJECTED E5NUMS RECORD '" WS-E5-NUMS-BUF
			"' - MUST BE 1 TO 18 DIGITS, 1 OR GREATER"
		EXIT PARAGRAPH
	END-IF.
	IF WS-E5-NUM-COUNT >= WS-E5-NUM-MAX THEN
		DISPLAY "EULER5: REJECTED - E5NUMS HOLDS MORE THAN "
			WS-E5-NUM-MAX " NUMBERS"
		MOVE 1 TO WS-E5-LIST-BAD
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-E5-NUM-COUNT.
	MOVE WS-E5-NUM-VALUE TO WS-E5-NUM(WS-E5-NUM-COUNT).

*> One list number: factor it, fold each prime power into the table,
*> and write its breakdown line
	LIST-FACTOR-PARA.
	MOVE WS-E5-NUM(WS-E5-IX) TO WS-FAC-N.
	PERFORM FAC-FACTOR-PARA.
	IF WS-FAC-HAS-UNPROVEN THEN
		MOVE 1 TO WS-E5-UNPROVEN
	END-IF.
	MOVE WS-E5-IX TO WS-E5-RPT-SEQ.
	MOVE WS-E5-NUM(WS-E5-IX) TO WS-E5-RPT-NUMBER.
	MOVE SPACES TO WS-E5-RPT-POWERS.
	MOVE 1 TO WS-E5-PTR.
	MOVE 0 TO WS-E5-FULL.
	IF WS-FAC-COUNT = 0 THEN
		MOVE "1" TO WS-E5-RPT-POWERS
	END-IF.
	PERFORM LIST-POWER-PARA VARYING WS-E5-FX FROM 1 BY 1
		UNTIL WS-E5-FX > WS-FAC-COUNT OR WS-E5-LIST-BAD = 1.
	MOVE WS-E5-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	LIST-POWER-PARA.
	PERFORM LIST-MERGE-PARA.
	IF WS-E5-FULL = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-FAC-PRIME(WS-E5-FX) TO WS-E5-P-EDIT.
	MOVE WS-FAC-EXP(WS-E5-FX) TO WS-E5-E-EDIT.
	MOVE SPACES TO WS-E5-TERM.
	IF WS-FAC-EXP(WS-E5-FX) > 1 THEN
		STRING FUNCTION TRIM(WS-E5-P-EDIT) "^" FUNCTION TRIM(WS-E5-E-EDIT)
			DELIMITED BY SIZE INTO WS-E5-TERM
		END-STRING
	ELSE
		MOVE FUNCTION TRIM(WS-E5-P-EDIT) TO WS-E5-TERM
	END-IF.
	IF WS-FAC-HOW(WS-E5-FX) = "U" THEN
		STRING FUNCTION TRIM(WS-E5-TERM) "(U)"
			DELIMITED BY SIZE INTO WS-E5-TERM
		END-STRING
	END-IF.
	IF WS-E5-PTR > 1 THEN
		STRING " x " DELIMITED BY SIZE
			WS-E5-TERM DELIMITED BY SPACE
			INTO WS-E5-RPT-POWERS WITH POINTER WS-E5-PTR
			ON OVERFLOW MOVE 1 TO WS-E5-FULL
		END-STRING
	ELSE
		STRING WS-E5-TERM DELIMITED BY SPACE
			INTO WS-E5-RPT-POWERS WITH POINTER WS-E5-PTR
			ON OVERFLOW MOVE 1 TO WS-E5-FULL
		END-STRING
	END-IF.
	IF WS-E5-FULL = 1 THEN
		MOVE " ..." TO WS-E5-RPT-POWERS(107:4)
	END-IF.

*> Fold one (prime, exponent) of number WS-E5-IX into the table,
*> which is kept in ascending prime order so the summary lines come
*> out sorted - a new prime is inserted at its place
	LIST-MERGE-PARA.
	MOVE 1 TO WS-E5-PX.
	PERFORM LIST-SEEK-PARA
		UNTIL WS-E5-PX > WS-E5-PRM-COUNT
		OR WS-E5-PRM(WS-E5-PX) >= WS-FAC-PRIME(WS-E5-FX).
	IF WS-E5-PX <= WS-E5-PRM-COUNT THEN
		IF WS-E5-PRM(WS-E5-PX) = WS-FAC-PRIME(WS-E5-FX) THEN
			ADD 1 TO WS-E5-PRM-SEEN(WS-E5-PX)
			IF WS-FAC-EXP(WS-E5-FX) > WS-E5-PRM-HIGH(WS-E5-PX) THEN
				MOVE WS-FAC-EXP(WS-E5-FX) TO WS-E5-PRM-HIGH(WS-E5-PX)
				MOVE WS-E5-IX TO WS-E5-PRM-FROM(WS-E5-PX)
			END-IF
			IF WS-FAC-EXP(WS-E5-FX) < WS-E5-PRM-LOW(WS-E5-PX) THEN
				MOVE WS-FAC-EXP(WS-E5-FX) TO WS-E5-PRM-LOW(WS-E5-PX)
			END-IF
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-E5-PRM-COUNT >= WS-E5-PRM-MAX-ROWS THEN
		MOVE 1 TO WS-E5-LIST-BAD
		EXIT PARAGRAPH
	END-IF.
	PERFORM LIST-SHIFT-PARA VARYING WS-E5-PY FROM WS-E5-PRM-COUNT BY -1
		UNTIL WS-E5-PY < WS-E5-PX.
	ADD 1 TO WS-E5-PRM-COUNT.
	MOVE WS-FAC-PRIME(WS-E5-FX) TO WS-E5-PRM(WS-E5-PX).
	MOVE WS-FAC-EXP(WS-E5-FX) TO WS-E5-PRM-HIGH(WS-E5-PX).
	MOVE WS-FAC-EXP(WS-E5-FX) TO WS-E5-PRM-LOW(WS-E5-PX).
	MOVE WS-E5-IX TO WS-E5-PRM-FROM(WS-E5-PX).
	MOVE 1 TO WS-E5-PRM-SEEN(WS-E5-PX).

	LIST-SEEK-PARA.
	ADD 1 TO WS-E5-PX.

	LIST-SHIFT-PARA.
	MOVE WS-E5-PRM-ROW(WS-E5-PY) TO WS-E5-PRM-ROW(WS-E5-PY + 1).

*> LCM = product of every prime's highest power, on the wide service;
*> GCD = product of the lowest power of the primes every number has.
*> One summary line per prime on the way.
	LIST-COMBINE-PARA.
	MOVE 0 TO WS-WIDE-OVERFLOW.
	MOVE 1 TO WS-E5-LCM.
	MOVE 1 TO WS-E5-GCD.
	PERFORM LIST-PRIME-PARA VARYING WS-E5-PX FROM 1 BY 1
		UNTIL WS-E5-PX > WS-E5-PRM-COUNT OR WS-WIDE-OVERFLOWED.

	LIST-PRIME-PARA.
	PERFORM LIST-LCM-MULT-PARA VARYING WS-E5-E FROM 1 BY 1
		UNTIL WS-E5-E > WS-E5-PRM-HIGH(WS-E5-PX) OR WS-WIDE-OVERFLOWED.
	IF WS-E5-PRM-SEEN(WS-E5-PX) = WS-E5-NUM-COUNT THEN
		MOVE WS-E5-PRM-LOW(WS-E5-PX) TO WS-E5-GCD-EXP
		PERFORM LIST-GCD-MULT-PARA VARYING WS-E5-E FROM 1 BY 1
			UNTIL WS-E5-E > WS-E5-GCD-EXP
	ELSE
		MOVE 0 TO WS-E5-GCD-EXP
	END-IF.
	MOVE WS-E5-PRM(WS-E5-PX) TO WS-E5-PWR-PRIME.
	MOVE WS-E5-PRM-HIGH(WS-E5-PX) TO WS-E5-PWR-MAX.
	MOVE WS-E5-PRM-FROM(WS-E5-PX) TO WS-E5-PWR-FROM.
	MOVE WS-E5-NUM(WS-E5-PRM-FROM(WS-E5-PX)) TO WS-E5-PWR-FROM-NUM.
	MOVE WS-E5-GCD-EXP TO WS-E5-PWR-MIN.
	MOVE WS-E5-PWR-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	LIST-LCM-MULT-PARA.
	MOVE WS-E5-LCM TO WS-WIDE-A.
	MOVE WS-E5-PRM(WS-E5-PX) TO WS-WIDE-B.
	PERFORM WIDE-MULT-PARA.
	IF NOT WS-WIDE-OVERFLOWED THEN
		MOVE WS-WIDE-R TO WS-E5-LCM
	END-IF.

*> the GCD divides every list number, so it can never outgrow 18
*> digits
	LIST-GCD-MULT-PARA.
	COMPUTE WS-E5-GCD = WS-E5-GCD * WS-E5-PRM(WS-E5-PX).

	LIST-TOTAL-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	MOVE WS-E5-LCM TO WS-WIDE-EDIT.
	STRING "LCM OF THE LIST  " FUNCTION TRIM(WS-WIDE-EDIT)
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	MOVE WS-E5-GCD TO WS-E5-GCD-EDIT.
	STRING "GCD OF THE LIST  " FUNCTION TRIM(WS-E5-GCD-EDIT)
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE E5RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY FACTPRC.
	COPY WIDEPRC.

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
	COPY GENSPRC.
