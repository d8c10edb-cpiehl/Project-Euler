*> You are given the following information: 1 Jan 1900 was a Monday;
*>   thirty days has September, April, June and November, all the
*>   rest have thirty-one, saving February alone, which has
*>   twenty-eight, rain or shine, and on leap years, twenty-nine; a
*>   leap year occurs on any year evenly divisible by 4, but not on a
*>   century unless it is divisible by 400. How many Sundays fell on
*>   the first of the month during the twentieth century (1 Jan 1901
*>   to 31 Dec 2000)?
*> Answer (19010101 to 20001231, SUN): 171
*> compile with cobc -free -O -x -o euler19.exe -I copy euler19.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the span and the weekday come off the
*>             E19PARM card (E19PARM.cpy: start cols 01-08, end cols
*>             10-17, YYYYMMDD, real dates 1601 or later with the end
*>             not before the start; weekday cols 19-21, MON through
*>             SUN; EJ01 on a bad card). Every first of the month
*>             inside the span is put through the shared Gregorian
*>             calendar service (GREGDAT/GREGPRC) for its day of
*>             week, and those falling on the wanted weekday are
*>             counted. Every qualifying date goes to the dated E19RPT
*>             on the shared writer with the running count, noted on
*>             EULRGENS and the output manifest. Count as the banner
*>             result, the usual audit/export hookup, EULER19 on
*>             EULREF.
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
PROGRAM-ID. EULER19.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT E19PARM-FILE ASSIGN TO "E19PARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-E19-PARM-STATUS.
	SELECT E19RPT-FILE ASSIGN TO WS-E19-RPT-NAME
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-EXPORT-STATUS.
	SELECT EULRHIST-FILE ASSIGN TO WS-SHAD-HIST-NAME
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-HIST-KEY
		FILE STATUS WS-HIST-STATUS.
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
FD  E19PARM-FILE.
01  E19PARM-RECORD                 PIC X(21).

FD  E19RPT-FILE.
01  E19RPT-RECORD                  PIC X(132).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).
FD  EULRHIST-FILE.
	COPY HISTDAT.
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
	COPY E19PARM.
	COPY GREGDAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY EULRSLT.
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
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY EXPDAT.

	01 WS-E19-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-E19-START PIC 9(8) VALUE 0.
	01 WS-E19-END PIC 9(8) VALUE 0.
	01 WS-E19-TARGET PIC 9 VALUE 0.
	01 WS-E19-TARGET-NAME PIC X(9) VALUE SPACES.
	01 WS-E19-SPAN PIC 9(8) VALUE 0.
	01 WS-E19-COUNT PIC 9(5) VALUE 0.
	01 WS-E19-FIRSTS PIC 9(6) VALUE 0.
	01 WS-E19-RPT-NAME PIC X(18) VALUE SPACES.
	01 WS-E19-REJECTED PIC 9 VALUE 0.
	01 WS-E19-K PIC 9 VALUE 0.
	01 WS-E19-COUNT-EDIT PIC ZZZZ9.

*> the first of the month under examination
	01 WS-E19-FIRST PIC 9(8) VALUE 0.
	01 WS-E19-FIRST-R REDEFINES WS-E19-FIRST.
		05 WS-E19-FIRST-YYYY      PIC 9(4).
		05 WS-E19-FIRST-MM        PIC 9(2).
		05 WS-E19-FIRST-DD        PIC 9(2).

*> one qualifying date
	01 WS-E19-LIST-LINE.
		05 WS-E19-LL-YYYY         PIC 9(4).
		05 FILLER                 PIC X(01) VALUE "-".
		05 WS-E19-LL-MM           PIC 9(2).
		05 FILLER                 PIC X(01) VALUE "-".
		05 WS-E19-LL-DD           PIC 9(2).
		05 FILLER                 PIC X(03) VALUE SPACES.
		05 WS-E19-LL-DAY          PIC X(09).
		05 FILLER                 PIC X(03) VALUE SPACES.
		05 WS-E19-LL-COUNT        PIC ZZZZ9.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULER19" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULER19" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-E19-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM REPORT-OPEN-PARA.
	MOVE WS-E19-START TO WS-E19-FIRST.
	IF WS-E19-FIRST-DD > 1 THEN
		PERFORM NEXT-MONTH-PARA
	END-IF.
	MOVE 1 TO WS-E19-FIRST-DD.
	PERFORM FIRST-PARA UNTIL WS-E19-FIRST > WS-E19-END.
	PERFORM REPORT-CLOSE-PARA.
	MOVE WS-E19-COUNT TO WS-E19-COUNT-EDIT.
	DISPLAY "EULER19: " FUNCTION TRIM(WS-E19-COUNT-EDIT) " OF "
		WS-E19-FIRSTS " FIRSTS OF THE MONTH FROM " WS-E19-START
		" THROUGH " WS-E19-END " FELL ON A "
		FUNCTION TRIM(WS-E19-TARGET-NAME).
	MOVE WS-E19-COUNT TO WS-RPT-RESULT.
	MOVE WS-E19-COUNT TO WS-SUITE-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE WS-RPT-ELAPSED-CS TO WS-SUITE-ELAPSED-CS.
	MOVE 0 TO RETURN-CODE.
	MOVE WS-E19-PARM-CARD TO WS-EXPORT-PARM-CARD.
	MOVE WS-E19-PARM-CARD TO WS-SUITE-PARM-CARD.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM EXPORT-WRITE-PARA
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT E19PARM-FILE.
	IF WS-E19-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULER19: REJECTED - E19PARM CARD NOT FOUND"
		MOVE "EJ01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E19-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-E19-PARM-CARD.
	READ E19PARM-FILE INTO WS-E19-PARM-CARD
		AT END MOVE SPACES TO WS-E19-PARM-CARD
	END-READ.
	CLOSE E19PARM-FILE.
	MOVE 0 TO WS-GREG-DATE.
	IF WS-E19-START-X IS NUMERIC THEN
		MOVE WS-E19-START-X TO WS-GREG-DATE
	END-IF.
	PERFORM GREG-VALID-PARA.
	IF NOT WS-GREG-IS-VALID THEN
		DISPLAY "EULER19: REJECTED START DATE '" WS-E19-START-X
			"' - MUST BE A REAL YYYYMMDD DATE, 1601 OR LATER"
		MOVE "EJ01" TO WS-DIAG-CODE
		MOVE WS-E19-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E19-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-GREG-DATE TO WS-E19-START.
	MOVE 0 TO WS-GREG-DATE.
	IF WS-E19-END-X IS NUMERIC THEN
		MOVE WS-E19-END-X TO WS-GREG-DATE
	END-IF.
	PERFORM GREG-VALID-PARA.
	IF NOT WS-GREG-IS-VALID OR WS-GREG-DATE < WS-E19-START THEN
		DISPLAY "EULER19: REJECTED END DATE '" WS-E19-END-X
			"' - MUST BE A REAL YYYYMMDD DATE, NOT BEFORE THE START"
		MOVE "EJ01" TO WS-DIAG-CODE
		MOVE WS-E19-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E19-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-GREG-DATE TO WS-E19-END.
	MOVE 0 TO WS-E19-TARGET.
	PERFORM DAY-MATCH-PARA VARYING WS-E19-K FROM 1 BY 1
		UNTIL WS-E19-K > 7.
	IF WS-E19-TARGET = 0 THEN
		DISPLAY "EULER19: REJECTED WEEKDAY '" WS-E19-DAY-X
			"' - MUST BE MON, TUE, WED, THU, FRI, SAT OR SUN"
		MOVE "EJ01" TO WS-DIAG-CODE
		MOVE WS-E19-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-E19-REJECTED
		EXIT PARAGRAPH
	END-IF.

	DAY-MATCH-PARA.
	IF WS-E19-DAY-X = WS-GREG-NAME(WS-E19-K)(1:3) THEN
		MOVE WS-E19-K TO WS-E19-TARGET
		MOVE WS-GREG-NAME(WS-E19-K) TO WS-E19-TARGET-NAME
	END-IF.

*> One first of the month: its weekday, counted and listed when it
*> is the one wanted
	FIRST-PARA.
	ADD 1 TO WS-E19-FIRSTS.
	MOVE WS-E19-FIRST TO WS-GREG-DATE.
	PERFORM GREG-DOW-PARA.
	IF WS-GREG-DOW = WS-E19-TARGET THEN
		ADD 1 TO WS-E19-COUNT
		MOVE WS-E19-FIRST-YYYY TO WS-E19-LL-YYYY
		MOVE WS-E19-FIRST-MM TO WS-E19-LL-MM
		MOVE WS-E19-FIRST-DD TO WS-E19-LL-DD
		MOVE WS-GREG-DOW-NAME TO WS-E19-LL-DAY
		MOVE WS-E19-COUNT TO WS-E19-LL-COUNT
		MOVE WS-E19-LIST-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.
	PERFORM NEXT-MONTH-PARA.

*> Past December 9999 there is no next first of the month - the
*> examination ends there whatever the card's end date
	NEXT-MONTH-PARA.
	IF WS-E19-FIRST-YYYY = 9999 AND WS-E19-FIRST-MM = 12 THEN
		MOVE 99999999 TO WS-E19-FIRST
		EXIT PARAGRAPH
	END-IF.
	IF WS-E19-FIRST-MM = 12 THEN
		MOVE 1 TO WS-E19-FIRST-MM
		ADD 1 TO WS-E19-FIRST-YYYY
	ELSE
		ADD 1 TO WS-E19-FIRST-MM
	END-IF.

*> The dated E19RPT: every qualifying first of the month in the span
	REPORT-OPEN-PARA.
	MOVE "E19RPT" TO WS-GENS-BASE.
	PERFORM GENS-NAME-PARA.
	MOVE WS-GENS-FILE-NAME TO WS-E19-RPT-NAME.
	OPEN OUTPUT E19RPT-FILE.
	PERFORM GENS-NOTE-PARA.
	MOVE "EULER19 - WEEKDAY OF THE FIRST OF THE MONTH" TO WS-DTL-TITLE.
	MOVE WS-E19-START TO WS-GREG-FROM.
	MOVE WS-E19-END TO WS-GREG-TO.
	PERFORM GREG-BETWEEN-PARA.
	COMPUTE WS-E19-SPAN = WS-GREG-DAYS + 1.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING WS-E19-START " THROUGH " WS-E19-END " (" WS-E19-SPAN
		" DAYS)  " DELIMITED BY SIZE
		WS-E19-TARGET-NAME DELIMITED BY SPACE
		INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "DATE         WEEKDAY      COUNT" TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.

	REPORT-CLOSE-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "FIRSTS OF THE MONTH EXAMINED " WS-E19-FIRSTS
		"  ON A " DELIMITED BY SIZE
		WS-E19-TARGET-NAME DELIMITED BY SPACE
		" " WS-E19-COUNT DELIMITED BY SIZE
		INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-WRITE-PARA.
	PERFORM DTL-END-PARA.
	CLOSE E19RPT-FILE.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "EULER19" TO WS-MAN-PROBLEM
		MOVE WS-E19-RPT-NAME TO WS-MAN-FILE-NAME
		MOVE WS-DTL-DETAIL-COUNT TO WS-MAN-COUNT
		PERFORM MANIFEST-PARA
	END-IF.

	DTL-PUT-PARA.
	WRITE E19RPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY GREGPRC.

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
