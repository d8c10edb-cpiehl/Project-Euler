*> Digit-frequency and randomness profile of EULER8's series library:
*>   every series on E8SERLIB has an id and a provenance, but nothing
*>   characterized the digits themselves - and a series with a long
*>   run of zeros or a lopsided distribution makes EULER8's top
*>   windows meaningless. This report walks the library (every
*>   series, or the one named on the DFRQPARM card) and gives for
*>   each series the count of every digit 0-9, the chi-square
*>   statistic against a uniform distribution, the longest run of one
*>   repeated digit and where it starts, and where the zeros fall -
*>   their count in each tenth of the series and the longest
*>   zero-free stretch, since a zero caps every window product that
*>   covers it. A series past the uniformity threshold is flagged so
*>   the supplier can be asked about it before EULER8 runs on it.
*> compile with cobc -free -O -x -o eulrdfrq.exe -I copy eulrdfrq.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - one pass over E8SERLIB, DFRQRPT
*>             report through the shared detail-report writer,
*>             flagged-series count as the banner result and
*>             RETURN-CODE 8 when any series is flagged (the EULRXCK
*>             discrepancy convention), each flagged series also
*>             raised on EULRNOTQ as WARN naming the series and its
*>             supplier. RETURN-CODE 16 with E807 on a bad card or a
*>             named series that is not on the library, 16 with no
*>             library to read.
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

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRDFRQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DFRQPARM-FILE ASSIGN TO "DFRQPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DFRQ-PARM-STATUS.
	SELECT E8SERLIB-FILE ASSIGN TO "E8SERLIB"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DFRQ-LIB-STATUS.
	SELECT DFRQRPT-FILE ASSIGN TO "DFRQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.

	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
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
FD  DFRQPARM-FILE.
01  DFRQPARM-RECORD                PIC X(15).

FD  E8SERLIB-FILE.
01  E8SERLIB-RECORD                PIC X(1036).

FD  DFRQRPT-FILE.
01  DFRQRPT-RECORD                 PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
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
	COPY DFRQPRM.
	COPY E8SLIB.
	COPY DTLHDR.
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
	COPY NOTDAT.

	01 WS-DFRQ-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-DFRQ-LIB-STATUS PIC XX VALUE SPACES.
	01 WS-DFRQ-EOF PIC 9 VALUE 0.
	01 WS-DFRQ-REJECTED PIC 9 VALUE 0.
	01 WS-DFRQ-LIMIT PIC 9(4)V9(2) VALUE 21.67.
	01 WS-DFRQ-LIMIT-ED PIC Z(3)9.99.
	01 WS-DFRQ-SEEN PIC 9(4) VALUE 0.
	01 WS-DFRQ-PROFILED PIC 9(4) VALUE 0.
	01 WS-DFRQ-FLAGGED PIC 9(4) VALUE 0.
	01 WS-DFRQ-SKIPPED PIC 9(4) VALUE 0.

*> one series' profile - digit counts indexed digit + 1, the zeros
*> counted per tenth of the series' length
	01 WS-DFRQ-LEN PIC 9(4) VALUE 0.
	01 WS-DFRQ-POS PIC 9(4) VALUE 0.
	01 WS-DFRQ-DIGIT PIC 9(1) VALUE 0.
	01 WS-DFRQ-PREV PIC X(01) VALUE SPACE.
	01 WS-DFRQ-COUNT-TABLE.
		05 WS-DFRQ-COUNT PIC 9(4) VALUE 0 OCCURS 10 TIMES.
	01 WS-DFRQ-TENTH-TABLE.
		05 WS-DFRQ-TENTH PIC 9(4) VALUE 0 OCCURS 10 TIMES.
	01 WS-DFRQ-TX PIC 9(2) VALUE 0.
	01 WS-D PIC 9(2) VALUE 0.

*> chi-square against ten equally likely digits: the sum over the
*> digits of (observed - expected) squared over expected
	01 WS-DFRQ-EXPECT PIC 9(4)V9(4) VALUE 0.
	01 WS-DFRQ-DIFF PIC S9(4)V9(4) VALUE 0.
	01 WS-DFRQ-CHI PIC 9(6)V9(4) VALUE 0.
	01 WS-DFRQ-CHI-ED PIC Z(5)9.99.

*> the longest run of one repeated digit, and the longest stretch
*> without a zero
	01 WS-DFRQ-RUN PIC 9(4) VALUE 0.
	01 WS-DFRQ-RUN-START PIC 9(4) VALUE 0.
	01 WS-DFRQ-BEST-RUN PIC 9(4) VALUE 0.
	01 WS-DFRQ-BEST-RUN-AT PIC 9(4) VALUE 0.
	01 WS-DFRQ-BEST-RUN-D PIC X(01) VALUE SPACE.
	01 WS-DFRQ-FREE PIC 9(4) VALUE 0.
	01 WS-DFRQ-FREE-START PIC 9(4) VALUE 0.
	01 WS-DFRQ-BEST-FREE PIC 9(4) VALUE 0.
	01 WS-DFRQ-BEST-FREE-AT PIC 9(4) VALUE 0.

	01 WS-DFRQ-COUNT-LINE.
		05 FILLER                  PIC X(10) VALUE "  DIGITS  ".
		05 WS-DFRQ-CL-ENTRY OCCURS 10 TIMES.
			10 WS-DFRQ-CL-DIGIT    PIC 9(1).
			10 WS-DFRQ-CL-COLON    PIC X(01).
			10 WS-DFRQ-CL-COUNT    PIC Z(3)9.
			10 FILLER              PIC X(02).
	01 WS-DFRQ-TENTH-LINE.
		05 FILLER                  PIC X(08) VALUE "  ZEROS ".
		05 WS-DFRQ-TL-ZEROS        PIC Z(3)9.
		05 FILLER                  PIC X(23)
			VALUE "  BY TENTH OF SERIES   ".
		05 WS-DFRQ-TL-ENTRY OCCURS 10 TIMES.
			10 WS-DFRQ-TL-COUNT    PIC Z(3)9.
			10 FILLER              PIC X(01).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRDFRQ" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRDFRQ" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-DFRQ-REJECTED = 1 THEN
		PERFORM REJECT-PARA
		GOBACK
	END-IF.
	OPEN INPUT E8SERLIB-FILE.
	IF WS-DFRQ-LIB-STATUS NOT = "00" THEN
		DISPLAY "EULRDFRQ: REJECTED - NO E8SERLIB LIBRARY ON FILE,"
			" RUN THE EULRSLIB INTAKE FIRST"
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	OPEN OUTPUT DFRQRPT-FILE.
	MOVE "EULRDFRQ - DIGIT-FREQUENCY PROFILE OF THE SERIES LIBRARY"
		TO WS-DTL-TITLE.
	MOVE WS-DFRQ-LIMIT TO WS-DFRQ-LIMIT-ED.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	IF WS-DFRQ-SERIES = SPACES THEN
		STRING "EVERY SERIES  CHI-SQUARE THRESHOLD " WS-DFRQ-LIMIT-ED
			DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
		END-STRING
	ELSE
		STRING "SERIES " WS-DFRQ-SERIES "  CHI-SQUARE THRESHOLD "
			WS-DFRQ-LIMIT-ED
			DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
		END-STRING
	END-IF.
	MOVE "DIGIT COUNTS, CHI-SQUARE (9 DF), LONGEST RUN, ZERO PLACEMENT"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM LIB-READ-PARA.
	PERFORM SERIES-PARA UNTIL WS-DFRQ-EOF = 1.
	CLOSE E8SERLIB-FILE.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "SERIES PROFILED " WS-DFRQ-PROFILED "  FLAGGED "
		WS-DFRQ-FLAGGED "  SKIPPED (LENGTH FIELD INVALID) "
		WS-DFRQ-SKIPPED
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE DFRQRPT-FILE.
	IF WS-DFRQ-SERIES NOT = SPACES AND WS-DFRQ-PROFILED = 0 THEN
		DISPLAY "EULRDFRQ: REJECTED - SERIES " WS-DFRQ-SERIES
			" IS NOT ON E8SERLIB"
		MOVE WS-DFRQ-SERIES TO WS-DIAG-VALUE
		PERFORM REJECT-PARA
		GOBACK
	END-IF.
	DISPLAY "EULRDFRQ: " WS-DFRQ-PROFILED " SERIES PROFILED, "
		WS-DFRQ-FLAGGED " FLAGGED PAST THE UNIFORMITY THRESHOLD".
	MOVE WS-DFRQ-FLAGGED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-DFRQ-FLAGGED > 0 THEN
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read the optional card - a missing DFRQPARM profiles every series
*> at the default threshold
	P-PARA.
	MOVE SPACES TO WS-DFRQ-PARM-CARD.
	OPEN INPUT DFRQPARM-FILE.
	IF WS-DFRQ-PARM-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	READ DFRQPARM-FILE INTO WS-DFRQ-PARM-CARD
		AT END MOVE SPACES TO WS-DFRQ-PARM-CARD
	END-READ.
	CLOSE DFRQPARM-FILE.
	IF WS-DFRQ-LIMIT-X NOT = SPACES THEN
		IF WS-DFRQ-LIMIT-X IS NUMERIC
				AND WS-DFRQ-LIMIT-N > 0 THEN
			MOVE WS-DFRQ-LIMIT-N TO WS-DFRQ-LIMIT
		ELSE
			DISPLAY "EULRDFRQ: REJECTED CARD '" WS-DFRQ-PARM-CARD
				"' - THRESHOLD MUST BE 000001-999999 (2 DECIMALS)"
			MOVE WS-DFRQ-PARM-CARD TO WS-DIAG-VALUE
			MOVE 1 TO WS-DFRQ-REJECTED
		END-IF
	END-IF.

	REJECT-PARA.
	MOVE "E807" TO WS-DIAG-CODE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 16 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.

	LIB-READ-PARA.
	READ E8SERLIB-FILE INTO WS-E8-SLIB-RECORD
		AT END MOVE 1 TO WS-DFRQ-EOF
	END-READ.

*> One library series - skipped when another one was named on the
*> card, noted and skipped when its length field cannot be trusted
	SERIES-PARA.
	ADD 1 TO WS-DFRQ-SEEN.
	IF WS-DFRQ-SERIES NOT = SPACES
			AND WS-E8-SLIB-ID NOT = WS-DFRQ-SERIES THEN
		PERFORM LIB-READ-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "SERIES " WS-E8-SLIB-ID "  SOURCE " WS-E8-SLIB-SOURCE
		"  LOADED " WS-E8-SLIB-DATE "  LENGTH " WS-E8-SLIB-LENGTH
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	IF WS-E8-SLIB-LENGTH IS NOT NUMERIC
			OR WS-E8-SLIB-LENGTH = 0
			OR WS-E8-SLIB-LENGTH > 1000 THEN
		MOVE "  LENGTH FIELD INVALID - SERIES NOT PROFILED"
			TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
		ADD 1 TO WS-DFRQ-SKIPPED
		PERFORM LIB-READ-PARA
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-DFRQ-PROFILED.
	MOVE WS-E8-SLIB-LENGTH TO WS-DFRQ-LEN.
	PERFORM PROFILE-PARA.
	PERFORM SERIES-LINES-PARA.
	PERFORM LIB-READ-PARA.

*> One pass over the digits: the counts, the runs, the zeros
	PROFILE-PARA.
	INITIALIZE WS-DFRQ-COUNT-TABLE.
	INITIALIZE WS-DFRQ-TENTH-TABLE.
	MOVE 0 TO WS-DFRQ-RUN.
	MOVE 0 TO WS-DFRQ-BEST-RUN.
	MOVE 0 TO WS-DFRQ-BEST-RUN-AT.
	MOVE SPACE TO WS-DFRQ-BEST-RUN-D.
	MOVE 0 TO WS-DFRQ-FREE.
	MOVE 0 TO WS-DFRQ-BEST-FREE.
	MOVE 0 TO WS-DFRQ-BEST-FREE-AT.
	MOVE SPACE TO WS-DFRQ-PREV.
	PERFORM DIGIT-PARA VARYING WS-DFRQ-POS FROM 1 BY 1
		UNTIL WS-DFRQ-POS > WS-DFRQ-LEN.
	COMPUTE WS-DFRQ-EXPECT = WS-DFRQ-LEN / 10.
	MOVE 0 TO WS-DFRQ-CHI.
	PERFORM CHI-PARA VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10.

	DIGIT-PARA.
	IF WS-E8-SLIB-DIGITS(WS-DFRQ-POS:1) IS NOT NUMERIC THEN
		MOVE SPACE TO WS-DFRQ-PREV
		MOVE 0 TO WS-DFRQ-FREE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E8-SLIB-DIGITS(WS-DFRQ-POS:1) TO WS-DFRQ-DIGIT.
	ADD 1 TO WS-DFRQ-COUNT(WS-DFRQ-DIGIT + 1).
	IF WS-E8-SLIB-DIGITS(WS-DFRQ-POS:1) = WS-DFRQ-PREV THEN
		ADD 1 TO WS-DFRQ-RUN
	ELSE
		MOVE 1 TO WS-DFRQ-RUN
		MOVE WS-DFRQ-POS TO WS-DFRQ-RUN-START
		MOVE WS-E8-SLIB-DIGITS(WS-DFRQ-POS:1) TO WS-DFRQ-PREV
	END-IF.
	IF WS-DFRQ-RUN > WS-DFRQ-BEST-RUN THEN
		MOVE WS-DFRQ-RUN TO WS-DFRQ-BEST-RUN
		MOVE WS-DFRQ-RUN-START TO WS-DFRQ-BEST-RUN-AT
		MOVE WS-DFRQ-PREV TO WS-DFRQ-BEST-RUN-D
	END-IF.
	IF WS-DFRQ-DIGIT = 0 THEN
		COMPUTE WS-DFRQ-TX =
			(WS-DFRQ-POS - 1) * 10 / WS-DFRQ-LEN + 1
		ADD 1 TO WS-DFRQ-TENTH(WS-DFRQ-TX)
		MOVE 0 TO WS-DFRQ-FREE
	ELSE
		IF WS-DFRQ-FREE = 0 THEN
			MOVE WS-DFRQ-POS TO WS-DFRQ-FREE-START
		END-IF
		ADD 1 TO WS-DFRQ-FREE
		IF WS-DFRQ-FREE > WS-DFRQ-BEST-FREE THEN
			MOVE WS-DFRQ-FREE TO WS-DFRQ-BEST-FREE
			MOVE WS-DFRQ-FREE-START TO WS-DFRQ-BEST-FREE-AT
		END-IF
	END-IF.

	CHI-PARA.
	COMPUTE WS-DFRQ-DIFF = WS-DFRQ-COUNT(WS-D) - WS-DFRQ-EXPECT.
	COMPUTE WS-DFRQ-CHI ROUNDED = WS-DFRQ-CHI
		+ WS-DFRQ-DIFF * WS-DFRQ-DIFF / WS-DFRQ-EXPECT.

*> The series' profile lines, flagged and raised on the notification
*> queue when the distribution is past the threshold
	SERIES-LINES-PARA.
	MOVE SPACES TO WS-DFRQ-COUNT-LINE.
	MOVE "  DIGITS  " TO WS-DFRQ-COUNT-LINE(1:10).
	PERFORM COUNT-ENTRY-PARA VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10.
	MOVE WS-DFRQ-COUNT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE WS-DFRQ-CHI TO WS-DFRQ-CHI-ED.
	MOVE SPACES TO WS-DTL-LINE.
	IF WS-DFRQ-CHI > WS-DFRQ-LIMIT THEN
		ADD 1 TO WS-DFRQ-FLAGGED
		STRING "  CHI-SQUARE " WS-DFRQ-CHI-ED
			"  FLAGGED - PAST THE UNIFORMITY THRESHOLD, ASK THE"
			" SUPPLIER BEFORE EULER8 RUNS ON IT"
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "WARN" TO WS-NOT-SEVERITY
			MOVE "EULRDFRQ" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING "SERIES " WS-E8-SLIB-ID " NON-UNIFORM, "
				WS-E8-SLIB-SOURCE
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	ELSE
		STRING "  CHI-SQUARE " WS-DFRQ-CHI-ED "  WITHIN THRESHOLD"
			DELIMITED BY SIZE INTO WS-DTL-LINE
		END-STRING
	END-IF.
	IF WS-DFRQ-LEN < 50 THEN
		MOVE "(UNDER 50 DIGITS - STATISTIC UNRELIABLE)"
			TO WS-DTL-LINE(82:40)
	END-IF.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "  LONGEST RUN  DIGIT " WS-DFRQ-BEST-RUN-D " REPEATED "
		WS-DFRQ-BEST-RUN " TIME(S) FROM POSITION "
		WS-DFRQ-BEST-RUN-AT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DFRQ-TENTH-LINE.
	MOVE "  ZEROS " TO WS-DFRQ-TENTH-LINE(1:8).
	MOVE WS-DFRQ-COUNT(1) TO WS-DFRQ-TL-ZEROS.
	MOVE "  BY TENTH OF SERIES   " TO WS-DFRQ-TENTH-LINE(13:23).
	PERFORM TENTH-ENTRY-PARA VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10.
	MOVE WS-DFRQ-TENTH-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "  LONGEST ZERO-FREE STRETCH " WS-DFRQ-BEST-FREE
		" DIGIT(S) FROM POSITION " WS-DFRQ-BEST-FREE-AT
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.

	COUNT-ENTRY-PARA.
	COMPUTE WS-DFRQ-CL-DIGIT(WS-D) = WS-D - 1.
	MOVE ":" TO WS-DFRQ-CL-COLON(WS-D).
	MOVE WS-DFRQ-COUNT(WS-D) TO WS-DFRQ-CL-COUNT(WS-D).

	TENTH-ENTRY-PARA.
	MOVE WS-DFRQ-TENTH(WS-D) TO WS-DFRQ-TL-COUNT(WS-D).

	DTL-PUT-PARA.
	WRITE DFRQRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.

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
	COPY NOTPRC.
