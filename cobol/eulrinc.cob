*> Incident register: an incident used to live only as free text -
*>   a journal note on EULRNOTS, an acknowledged EULRNOTQ entry, a
*>   rerun off the EULRRCVR worklist - with nothing to say when it
*>   opened, what evidence belonged to it, what caused it, or how
*>   long it took to put right. This program keeps the register
*>   EULRINCD and its link file EULRINCL (layouts and the why in
*>   INCDAT.cpy): OPEN starts an incident with its title; LINK ties
*>   a notification, a run, a diagnostic record, or a journal note to
*>   it, checking the item is really there; CLOSE records the
*>   root-cause category and the resolution; LIST shows the open
*>   incidents, or one incident with everything linked to it; REPORT
*>   gives the month's mean time to resolve by root cause and the
*>   open incidents by age. EULRSLA cites the month's incident counts
*>   beside its compliance figures (INCPRC.cpy).
*> compile with cobc -free -O -x -o eulrinc.exe -I copy eulrinc.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - INCPARM card: cols 01-08 the function
*>             OPEN, LINK, CLOSE, LIST, or REPORT (blank = LIST);
*>             cols 10-17 the incident id (LINK, CLOSE, and LIST of
*>             one incident) or for REPORT cols 10-15 the month YYYYMM
*>             (blank = the business date's month); cols 19-26 the
*>             root-cause category (optional on OPEN, required on
*>             CLOSE unless OPEN gave one) or for LINK what is linked
*>             (NOTQ, RUN, DIAG, or NOTE); cols 28-61 the LINK key;
*>             cols 63-122 the title (OPEN) or the resolution (CLOSE),
*>             required on both. OPEN and CLOSE rewrite EULRINCD
*>             through a 500-incident table, LINK appends to EULRINCL;
*>             each is stamped with the operator and the time. REPORT
*>             writes INCRPT. A bad card is IN01, an incident not on
*>             file or already closed is IN02, a linked item not in
*>             its source or already linked is IN03, a register past
*>             500 incidents is IN04. RETURN-CODE 0 normal, 16
*>             rejected. Like every suite program it is refused
*>             (PC01) while the business date falls in a closed month.
*> 2026-10-15  an incident's minutes open (INCPRC.cpy) take whole hours
*>             and minutes off the time stamps - the bare divisions
*>             kept their fractions and overstated every figure built
*>             on them (10:00 to 14:30 came out 288 minutes, not 270).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRINC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT INCPARM-FILE ASSIGN TO "INCPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-INR-PARM-STATUS.
	SELECT EULRINCD-FILE ASSIGN TO "EULRINCD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-INC-STATUS.
	SELECT EULRINCL-FILE ASSIGN TO "EULRINCL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-INCL-STATUS.
	SELECT INCRPT-FILE ASSIGN TO "INCRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
	SELECT EULRNOTS-FILE ASSIGN TO "EULRNOTS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-JRN-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-INR-AUD-STATUS.
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
FD  INCPARM-FILE.
01  INCPARM-RECORD                 PIC X(122).

FD  EULRINCD-FILE.
01  EULRINCD-FILE-RECORD           PIC X(200).

FD  EULRINCL-FILE.
01  EULRINCL-FILE-RECORD           PIC X(107).

FD  INCRPT-FILE.
01  INCRPT-RECORD                  PIC X(100).

FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).

FD  EULRNOTS-FILE.
01  EULRNOTS-FILE-RECORD           PIC X(104).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

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
	COPY JRNDAT.
	COPY INCDAT.

	01 WS-INR-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-INR-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-INR-REJECTED PIC 9 VALUE 0.

	01 WS-INR-PARM-CARD.
		05 WS-INR-FUNCTION         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-INR-ID               PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-INR-CATEGORY         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-INR-KEY              PIC X(34).
		05 WS-INR-KEY-DIAG REDEFINES WS-INR-KEY.
			10 WS-INR-KD-PROGRAM   PIC X(08).
			10 FILLER              PIC X(01).
			10 WS-INR-KD-DATE      PIC X(08).
			10 FILLER              PIC X(01).
			10 WS-INR-KD-TIME      PIC X(08).
			10 FILLER              PIC X(08).
		05 WS-INR-KEY-NOTE REDEFINES WS-INR-KEY.
			10 WS-INR-KN-RUN-ID    PIC X(16).
			10 FILLER              PIC X(01).
			10 WS-INR-KN-DATE      PIC X(08).
			10 FILLER              PIC X(01).
			10 WS-INR-KN-TIME      PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-INR-TEXT             PIC X(60).
	01 WS-INR-MONTH-CARD REDEFINES WS-INR-PARM-CARD.
		05 FILLER                  PIC X(09).
		05 WS-INR-MONTH-X          PIC X(06).
		05 FILLER                  PIC X(107).
	01 WS-INR-MONTH PIC 9(6) VALUE 0.
	01 WS-INR-PREV PIC 9(6) VALUE 0.
	01 WS-INR-OPERATOR PIC X(08) VALUE SPACES.
	01 WS-INR-TODAY PIC 9(8) VALUE 0.

*> the root-cause categories an incident may be closed under, and
*> for REPORT the month's resolved incidents and minutes per category
	01 WS-INR-CAT-LIST PIC X(64) VALUE
		"CARD    DATA    CODE    CAPACITYSCHEDULEEXTERNALOPERATORUNKNOWN ".
	01 WS-INR-CAT-LIST-R REDEFINES WS-INR-CAT-LIST.
		05 WS-INR-CAT-NAME PIC X(08) OCCURS 8 TIMES.
	01 WS-INR-CAT-TABLE.
		05 WS-INR-CAT-ROW OCCURS 8 TIMES.
			10 WS-INR-CAT-N        PIC 9(05) VALUE 0.
			10 WS-INR-CAT-MIN      PIC 9(11) VALUE 0.
	01 WS-INR-CX PIC 9(2) VALUE 0.
	01 WS-INR-CAT-HIT PIC 9(2) VALUE 0.

*> EULRINCD in core while an incident is opened or closed - closed
*> incidents stay on file as the record of what happened - with the
*> number of EULRINCL links counted against each
	01 WS-INR-TABLE.
		05 WS-INR-ROW PIC X(200) OCCURS 500 TIMES VALUE SPACES.
	01 WS-INR-LINK-TABLE.
		05 WS-INR-LINK-N PIC 9(04) OCCURS 500 TIMES VALUE 0.
	01 WS-INR-ROWS PIC 9(3) VALUE 0.
	01 WS-INR-IX PIC 9(3) VALUE 0.
	01 WS-INR-FOUND PIC 9(3) VALUE 0.
	01 WS-INR-FULL PIC 9 VALUE 0.
	01 WS-INR-EOF PIC 9 VALUE 0.
	01 WS-INR-LAST-SEQ PIC 9(7) VALUE 0.
	01 WS-INR-NEXT-ID.
		05 FILLER                  PIC X(01) VALUE "I".
		05 WS-INR-NEXT-SEQ         PIC 9(07) VALUE 0.

*> LINK: whether the item was found in its source, what it is, and
*> whether this incident already has it
	01 WS-INR-HIT PIC 9 VALUE 0.
	01 WS-INR-DUP PIC 9 VALUE 0.
	01 WS-INR-SRC-EOF PIC 9 VALUE 0.
	01 WS-INR-WHAT PIC X(40) VALUE SPACES.
	01 WS-INR-NOT-ID PIC 9(8) VALUE 0.
	01 WS-INR-AUD-LINE PIC X(110) VALUE SPACES.

	01 WS-INR-OPEN-N PIC 9(5) VALUE 0.
	01 WS-INR-AGE PIC 9(5) VALUE 0.
	01 WS-INR-BAND-WEEK PIC 9(5) VALUE 0.
	01 WS-INR-BAND-MONTH PIC 9(5) VALUE 0.
	01 WS-INR-BAND-OLDER PIC 9(5) VALUE 0.
	01 WS-INR-MEAN PIC 9(6)V9 VALUE 0.
	01 WS-INR-MEAN-ED PIC ZZZZZ9.9.
	01 WS-INR-LINE PIC X(100) VALUE SPACES.

	01 WS-INR-CAT-LINE.
		05 WS-INR-CL-CAT           PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-INR-CL-N             PIC ZZZZ9.
		05 FILLER                  PIC X(04) VALUE SPACES.
		05 WS-INR-CL-MEAN          PIC X(08).
		05 FILLER                  PIC X(73) VALUE SPACES.

	01 WS-INR-AGE-LINE.
		05 WS-INR-AL-ID            PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-INR-AL-OPENED        PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-INR-AL-AGE           PIC ZZZZ9.
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-INR-AL-CAT           PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-INR-AL-LINKS         PIC ZZZ9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-INR-AL-TITLE         PIC X(60).
		05 FILLER                  PIC X(01) VALUE SPACE.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRINC" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRINC" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-INR-REJECTED = 0 THEN
		ACCEPT WS-INR-OPERATOR FROM ENVIRONMENT "USER"
		ACCEPT WS-INR-TODAY FROM DATE YYYYMMDD
		PERFORM LOAD-PARA
		EVALUATE WS-INR-FUNCTION
			WHEN "OPEN"   PERFORM OPEN-PARA
			WHEN "LINK"   PERFORM LINK-PARA
			WHEN "CLOSE"  PERFORM CLOSE-PARA
			WHEN "LIST"   PERFORM LIST-PARA
			WHEN "REPORT" PERFORM REPORT-PARA
		END-EVALUATE
	END-IF.
	IF WS-INR-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-INR-OPEN-N TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The card: function, the incident, the category (or what LINK
*> ties on, and its key), and the title or resolution
	P-PARA.
	MOVE SPACES TO WS-INR-PARM-CARD.
	OPEN INPUT INCPARM-FILE.
	IF WS-INR-PARM-STATUS = "00" THEN
		READ INCPARM-FILE INTO WS-INR-PARM-CARD
			AT END MOVE SPACES TO WS-INR-PARM-CARD
		END-READ
		CLOSE INCPARM-FILE
	END-IF.
	IF WS-INR-FUNCTION = SPACES THEN
		MOVE "LIST" TO WS-INR-FUNCTION
	END-IF.
	IF WS-INR-FUNCTION NOT = "OPEN" AND NOT = "LINK" AND NOT = "CLOSE"
			AND NOT = "LIST" AND NOT = "REPORT" THEN
		DISPLAY "EULRINC: REJECTED FUNCTION '" WS-INR-FUNCTION
			"' - MUST BE OPEN, LINK, CLOSE, LIST, REPORT, OR BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM BDATE-ENSURE-PARA.
	EVALUATE WS-INR-FUNCTION
		WHEN "REPORT"
			PERFORM MONTH-CHECK-PARA
		WHEN "OPEN"
			PERFORM OPEN-CHECK-PARA
		WHEN "LIST"
			IF WS-INR-ID NOT = SPACES THEN
				PERFORM ID-CHECK-PARA
			END-IF
		WHEN "CLOSE"
			PERFORM ID-CHECK-PARA
			IF WS-INR-REJECTED = 0 THEN
				PERFORM CLOSE-CHECK-PARA
			END-IF
		WHEN "LINK"
			PERFORM ID-CHECK-PARA
			IF WS-INR-REJECTED = 0 THEN
				PERFORM KEY-CHECK-PARA
			END-IF
	END-EVALUATE.

	ID-CHECK-PARA.
	IF WS-INR-ID(1:1) NOT = "I" OR WS-INR-ID(2:7) IS NOT NUMERIC THEN
		DISPLAY "EULRINC: REJECTED INCIDENT ID '" WS-INR-ID
			"' - MUST BE Innnnnnn AS GIVEN BY OPEN"
		PERFORM CARD-REJECT-PARA
	END-IF.

*> REPORT's month, and the month before it for the trend
	MONTH-CHECK-PARA.
	IF WS-INR-MONTH-X = SPACES THEN
		COMPUTE WS-INR-MONTH = WS-BUS-DATE / 100
	ELSE
		IF WS-INR-MONTH-X IS NUMERIC
				AND WS-INR-MONTH-X(5:2) >= "01"
				AND WS-INR-MONTH-X(5:2) <= "12" THEN
			MOVE WS-INR-MONTH-X TO WS-INR-MONTH
		ELSE
			DISPLAY "EULRINC: REJECTED MONTH '" WS-INR-MONTH-X
				"' - MUST BE YYYYMM OR BLANK"
			PERFORM CARD-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF FUNCTION MOD(WS-INR-MONTH, 100) = 1 THEN
		COMPUTE WS-INR-PREV = WS-INR-MONTH - 100 + 11
	ELSE
		COMPUTE WS-INR-PREV = WS-INR-MONTH - 1
	END-IF.

	OPEN-CHECK-PARA.
	IF WS-INR-TEXT = SPACES THEN
		DISPLAY "EULRINC: REJECTED - AN OPEN MUST GIVE THE INCIDENT'S"
			" TITLE (COLS 63-122)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-INR-CATEGORY NOT = SPACES THEN
		PERFORM CAT-CHECK-PARA
	END-IF.

	CLOSE-CHECK-PARA.
	IF WS-INR-TEXT = SPACES THEN
		DISPLAY "EULRINC: REJECTED - A CLOSE MUST GIVE THE RESOLUTION"
			" (COLS 63-122)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-INR-CATEGORY NOT = SPACES THEN
		PERFORM CAT-CHECK-PARA
	END-IF.

	CAT-CHECK-PARA.
	PERFORM CAT-FIND-PARA.
	IF WS-INR-CAT-HIT = 0 THEN
		DISPLAY "EULRINC: REJECTED CATEGORY '" WS-INR-CATEGORY
			"' - MUST BE ONE OF " WS-INR-CAT-LIST
		PERFORM CARD-REJECT-PARA
	END-IF.

	CAT-FIND-PARA.
	MOVE 0 TO WS-INR-CAT-HIT.
	PERFORM CAT-MATCH-PARA VARYING WS-INR-CX FROM 1 BY 1
		UNTIL WS-INR-CX > 8 OR WS-INR-CAT-HIT > 0.

	CAT-MATCH-PARA.
	IF WS-INR-CATEGORY = WS-INR-CAT-NAME(WS-INR-CX) THEN
		MOVE WS-INR-CX TO WS-INR-CAT-HIT
	END-IF.

*> What LINK ties on, and its key as the source record carries it
	KEY-CHECK-PARA.
	EVALUATE WS-INR-CATEGORY
		WHEN "NOTQ"
			IF WS-INR-KEY(1:8) IS NOT NUMERIC
					OR WS-INR-KEY(9:26) NOT = SPACES THEN
				DISPLAY "EULRINC: REJECTED KEY '" WS-INR-KEY
					"' - A NOTQ KEY IS THE 8-DIGIT NOTIFICATION ID"
				PERFORM CARD-REJECT-PARA
			END-IF
		WHEN "RUN"
			IF WS-INR-KEY(1:16) IS NOT NUMERIC
					OR WS-INR-KEY(17:18) NOT = SPACES THEN
				DISPLAY "EULRINC: REJECTED KEY '" WS-INR-KEY
					"' - A RUN KEY IS THE 16-DIGIT RUN ID"
				PERFORM CARD-REJECT-PARA
			END-IF
		WHEN "DIAG"
			IF WS-INR-KD-PROGRAM = SPACES
					OR WS-INR-KD-DATE IS NOT NUMERIC
					OR WS-INR-KD-TIME IS NOT NUMERIC
					OR WS-INR-KEY(9:1) NOT = SPACE
					OR WS-INR-KEY(18:1) NOT = SPACE
					OR WS-INR-KEY(27:8) NOT = SPACES THEN
				DISPLAY "EULRINC: REJECTED KEY '" WS-INR-KEY
					"' - A DIAG KEY IS PROGRAM YYYYMMDD HHMMSSCC"
				PERFORM CARD-REJECT-PARA
			END-IF
		WHEN "NOTE"
			IF WS-INR-KN-RUN-ID IS NOT NUMERIC
					OR WS-INR-KN-DATE IS NOT NUMERIC
					OR WS-INR-KN-TIME IS NOT NUMERIC
					OR WS-INR-KEY(17:1) NOT = SPACE
					OR WS-INR-KEY(26:1) NOT = SPACE THEN
				DISPLAY "EULRINC: REJECTED KEY '" WS-INR-KEY
					"' - A NOTE KEY IS RUN-ID YYYYMMDD HHMMSSCC"
				PERFORM CARD-REJECT-PARA
			END-IF
		WHEN OTHER
			DISPLAY "EULRINC: REJECTED LINK '" WS-INR-CATEGORY
				"' - MUST BE NOTQ, RUN, DIAG, OR NOTE"
			PERFORM CARD-REJECT-PARA
	END-EVALUATE.

	CARD-REJECT-PARA.
	MOVE "IN01" TO WS-DIAG-CODE.
	MOVE WS-INR-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-INR-REJECTED.

	STATE-REJECT-PARA.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-INR-FUNCTION " " WS-INR-ID " " WS-INR-CATEGORY " "
		WS-INR-KEY
		DELIMITED BY SIZE INTO WS-DIAG-VALUE
	END-STRING.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-INR-REJECTED.

*> CLOSE and LINK: the incident is on the register and still open
	FOUND-CHECK-PARA.
	IF WS-INR-FOUND = 0 THEN
		DISPLAY "EULRINC: REJECTED - INCIDENT " WS-INR-ID
			" IS NOT ON EULRINCD"
		MOVE "IN02" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-INR-ROW(WS-INR-FOUND) TO WS-INC-RECORD.
	IF NOT WS-INC-REC-IS-OPEN THEN
		DISPLAY "EULRINC: REJECTED - INCIDENT " WS-INR-ID
			" WAS CLOSED " WS-INC-REC-CLOSE-DATE " BY "
			FUNCTION TRIM(WS-INC-REC-CLOSE-OPER)
		MOVE "IN02" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
	END-IF.

	FULL-REJECT-PARA.
	DISPLAY "EULRINC: REJECTED - EULRINCD HOLDS MORE THAN 500"
		" INCIDENTS; ARCHIVE THE CLOSED ONES BEFORE CHANGING IT".
	MOVE "IN04" TO WS-DIAG-CODE.
	PERFORM STATE-REJECT-PARA.

*> OPEN: the new incident, numbered one past the highest id on file
	OPEN-PARA.
	IF WS-INR-FULL = 1 OR WS-INR-ROWS = 500 THEN
		PERFORM FULL-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-INR-ROWS.
	COMPUTE WS-INR-NEXT-SEQ = WS-INR-LAST-SEQ + 1.
	MOVE SPACES TO WS-INC-RECORD.
	MOVE WS-INR-NEXT-ID TO WS-INC-REC-ID.
	MOVE "OPEN" TO WS-INC-REC-STATE.
	MOVE WS-INR-CATEGORY TO WS-INC-REC-CATEGORY.
	MOVE WS-INR-TODAY TO WS-INC-REC-OPEN-DATE.
	ACCEPT WS-INC-REC-OPEN-TIME FROM TIME.
	MOVE WS-INR-OPERATOR TO WS-INC-REC-OPEN-OPER.
	MOVE WS-INR-TEXT TO WS-INC-REC-TITLE.
	MOVE WS-INC-RECORD TO WS-INR-ROW(WS-INR-ROWS).
	MOVE 0 TO WS-INR-LINK-N(WS-INR-ROWS).
	PERFORM SAVE-PARA.
	MOVE "INC001I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "INCIDENT " WS-INC-REC-ID " OPENED BY "
		FUNCTION TRIM(WS-INR-OPERATOR) " - "
		FUNCTION TRIM(WS-INC-REC-TITLE)
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	PERFORM OPEN-COUNT-PARA.

*> CLOSE: the root cause (the card's, or the one OPEN gave), the
*> resolution, and who closed it when
	CLOSE-PARA.
	IF WS-INR-FULL = 1 THEN
		PERFORM FULL-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM FOUND-CHECK-PARA.
	IF WS-INR-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-INR-CATEGORY = SPACES THEN
		MOVE WS-INC-REC-CATEGORY TO WS-INR-CATEGORY
	END-IF.
	IF WS-INR-CATEGORY = SPACES THEN
		DISPLAY "EULRINC: REJECTED - INCIDENT " WS-INR-ID
			" HAS NO ROOT-CAUSE CATEGORY; GIVE ONE (COLS 19-26)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE "CLOSED" TO WS-INC-REC-STATE.
	MOVE WS-INR-CATEGORY TO WS-INC-REC-CATEGORY.
	MOVE WS-INR-TODAY TO WS-INC-REC-CLOSE-DATE-R.
	ACCEPT WS-INC-REC-CLOSE-TIME-R FROM TIME.
	MOVE WS-INR-OPERATOR TO WS-INC-REC-CLOSE-OPER.
	MOVE WS-INR-TEXT TO WS-INC-REC-RESOLUTION.
	MOVE WS-INC-RECORD TO WS-INR-ROW(WS-INR-FOUND).
	PERFORM SAVE-PARA.
	PERFORM INC-MINUTES-PARA.
	COMPUTE WS-INR-MEAN ROUNDED = WS-INC-MINUTES / 60.
	MOVE WS-INR-MEAN TO WS-INR-MEAN-ED.
	MOVE "INC002I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "INCIDENT " WS-INC-REC-ID " CLOSED BY "
		FUNCTION TRIM(WS-INR-OPERATOR) " - ROOT CAUSE "
		FUNCTION TRIM(WS-INC-REC-CATEGORY) ", OPEN "
		FUNCTION TRIM(WS-INR-MEAN-ED) " HOURS"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	PERFORM OPEN-COUNT-PARA.

*> LINK: the incident open, the item found in its source, and not
*> linked to this incident already - then one EULRINCL record
	LINK-PARA.
	PERFORM FOUND-CHECK-PARA.
	IF WS-INR-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM LINK-FIND-PARA.
	IF WS-INR-HIT = 0 THEN
		DISPLAY "EULRINC: REJECTED - NO " FUNCTION TRIM(WS-INR-CATEGORY)
			" " FUNCTION TRIM(WS-INR-KEY) " IN ITS SOURCE FILE"
		MOVE "IN03" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM LINK-DUP-PARA.
	IF WS-INR-DUP = 1 THEN
		DISPLAY "EULRINC: REJECTED - " FUNCTION TRIM(WS-INR-CATEGORY)
			" " FUNCTION TRIM(WS-INR-KEY) " IS ALREADY LINKED TO "
			WS-INR-ID
		MOVE "IN03" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-INCL-RECORD.
	MOVE WS-INR-ID TO WS-INCL-REC-ID.
	MOVE WS-INR-CATEGORY TO WS-INCL-REC-KIND.
	MOVE WS-INR-KEY TO WS-INCL-REC-KEY.
	MOVE WS-INR-TODAY TO WS-INCL-REC-DATE.
	MOVE WS-INR-OPERATOR TO WS-INCL-REC-OPERATOR.
	MOVE WS-INR-WHAT TO WS-INCL-REC-WHAT.
	OPEN EXTEND EULRINCL-FILE.
	IF WS-INCL-STATUS NOT = "00" THEN
		OPEN OUTPUT EULRINCL-FILE
	END-IF.
	WRITE EULRINCL-FILE-RECORD FROM WS-INCL-RECORD.
	CLOSE EULRINCL-FILE.
	MOVE "INC003I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING FUNCTION TRIM(WS-INR-CATEGORY) " "
		FUNCTION TRIM(WS-INR-KEY) " LINKED TO INCIDENT " WS-INR-ID
		" BY " FUNCTION TRIM(WS-INR-OPERATOR)
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	PERFORM OPEN-COUNT-PARA.

*> Look the item up in the file it lives in, keeping a line of what
*> it is for the link record
	LINK-FIND-PARA.
	MOVE 0 TO WS-INR-HIT.
	MOVE 0 TO WS-INR-SRC-EOF.
	MOVE SPACES TO WS-INR-WHAT.
	EVALUATE WS-INR-CATEGORY
		WHEN "NOTQ"
			MOVE WS-INR-KEY(1:8) TO WS-INR-NOT-ID
			OPEN INPUT EULRNOTQ-FILE
			IF WS-NOT-STATUS = "00" THEN
				PERFORM NOTQ-SCAN-PARA
					UNTIL WS-INR-SRC-EOF = 1 OR WS-INR-HIT = 1
				CLOSE EULRNOTQ-FILE
			END-IF
		WHEN "RUN"
			OPEN INPUT EULRAUD-IN-FILE
			IF WS-INR-AUD-STATUS = "00" THEN
				PERFORM RUN-SCAN-PARA
					UNTIL WS-INR-SRC-EOF = 1 OR WS-INR-HIT = 1
				CLOSE EULRAUD-IN-FILE
			END-IF
		WHEN "DIAG"
			OPEN INPUT EULRDIAG-FILE
			IF WS-DIAG-STATUS = "00" THEN
				PERFORM DIAG-SCAN-PARA
					UNTIL WS-INR-SRC-EOF = 1 OR WS-INR-HIT = 1
				CLOSE EULRDIAG-FILE
			END-IF
		WHEN "NOTE"
			OPEN INPUT EULRNOTS-FILE
			IF WS-JRN-STATUS = "00" THEN
				PERFORM NOTE-SCAN-PARA
					UNTIL WS-INR-SRC-EOF = 1 OR WS-INR-HIT = 1
				CLOSE EULRNOTS-FILE
			END-IF
	END-EVALUATE.

	NOTQ-SCAN-PARA.
	READ EULRNOTQ-FILE INTO WS-NOT-RECORD
		AT END MOVE 1 TO WS-INR-SRC-EOF
	END-READ.
	IF WS-INR-SRC-EOF = 0 AND WS-NOT-ID = WS-INR-NOT-ID THEN
		MOVE 1 TO WS-INR-HIT
		STRING WS-NOT-REC-PROGRAM " " WS-NOT-REC-TEXT
			DELIMITED BY SIZE INTO WS-INR-WHAT
		END-STRING
	END-IF.

*> a run is on the audit trail under its run id - the first line of
*> it names the program and how it ended
	RUN-SCAN-PARA.
	READ EULRAUD-IN-FILE INTO WS-INR-AUD-LINE
		AT END MOVE 1 TO WS-INR-SRC-EOF
	END-READ.
	IF WS-INR-SRC-EOF = 0
			AND WS-INR-AUD-LINE(55:16) = WS-INR-KEY(1:16) THEN
		MOVE 1 TO WS-INR-HIT
		STRING WS-INR-AUD-LINE(1:8) " " WS-INR-AUD-LINE(37:8)
			" RUN DATE " WS-INR-AUD-LINE(10:8)
			DELIMITED BY SIZE INTO WS-INR-WHAT
		END-STRING
	END-IF.

	DIAG-SCAN-PARA.
	READ EULRDIAG-FILE INTO WS-DIAG-RECORD
		AT END MOVE 1 TO WS-INR-SRC-EOF
	END-READ.
	IF WS-INR-SRC-EOF = 0
			AND WS-DIAG-PROBLEM-ID = WS-INR-KD-PROGRAM
			AND WS-DIAG-RECORD(10:8) = WS-INR-KD-DATE
			AND WS-DIAG-RECORD(19:8) = WS-INR-KD-TIME THEN
		MOVE 1 TO WS-INR-HIT
		STRING WS-DIAG-CODE " " WS-DIAG-VALUE
			DELIMITED BY SIZE INTO WS-INR-WHAT
		END-STRING
	END-IF.

	NOTE-SCAN-PARA.
	READ EULRNOTS-FILE INTO WS-JRN-RECORD
		AT END MOVE 1 TO WS-INR-SRC-EOF
	END-READ.
	IF WS-INR-SRC-EOF = 0
			AND WS-JRN-RUN-ID = WS-INR-KN-RUN-ID
			AND WS-JRN-RECORD(18:8) = WS-INR-KN-DATE
			AND WS-JRN-RECORD(27:8) = WS-INR-KN-TIME THEN
		MOVE 1 TO WS-INR-HIT
		MOVE WS-JRN-TEXT TO WS-INR-WHAT
	END-IF.

	LINK-DUP-PARA.
	MOVE 0 TO WS-INR-DUP.
	MOVE 0 TO WS-INCL-EOF.
	OPEN INPUT EULRINCL-FILE.
	IF WS-INCL-STATUS = "00" THEN
		PERFORM LINK-DUP-ROW-PARA
			UNTIL WS-INCL-EOF = 1 OR WS-INR-DUP = 1
		CLOSE EULRINCL-FILE
	END-IF.

	LINK-DUP-ROW-PARA.
	READ EULRINCL-FILE INTO WS-INCL-RECORD
		AT END MOVE 1 TO WS-INCL-EOF
	END-READ.
	IF WS-INCL-EOF = 0 AND WS-INCL-REC-ID = WS-INR-ID
			AND WS-INCL-REC-KIND = WS-INR-CATEGORY
			AND WS-INCL-REC-KEY = WS-INR-KEY THEN
		MOVE 1 TO WS-INR-DUP
	END-IF.

*> LIST: every open incident, or the one on the card with all that
*> is linked to it
	LIST-PARA.
	DISPLAY "======================================================".
	IF WS-INR-ID = SPACES THEN
		DISPLAY "OPEN INCIDENTS"
		DISPLAY "======================================================"
		MOVE 0 TO WS-INR-OPEN-N
		PERFORM LIST-ROW-PARA VARYING WS-INR-IX FROM 1 BY 1
			UNTIL WS-INR-IX > WS-INR-ROWS
		DISPLAY "======================================================"
		DISPLAY "EULRINC: " WS-INR-OPEN-N " OPEN INCIDENT(S)"
		EXIT PARAGRAPH
	END-IF.
	IF WS-INR-FOUND = 0 THEN
		DISPLAY "EULRINC: INCIDENT " WS-INR-ID " IS NOT ON EULRINCD"
		MOVE "IN02" TO WS-DIAG-CODE
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-INR-ROW(WS-INR-FOUND) TO WS-INC-RECORD.
	DISPLAY "INCIDENT " WS-INC-REC-ID " " WS-INC-REC-STATE " "
		FUNCTION TRIM(WS-INC-REC-TITLE).
	DISPLAY "======================================================".
	DISPLAY "OPENED " WS-INC-REC-OPEN-DATE "-" WS-INC-REC-OPEN-TIME
		" BY " WS-INC-REC-OPEN-OPER " ROOT CAUSE " WS-INC-REC-CATEGORY.
	IF WS-INC-REC-IS-CLOSED THEN
		DISPLAY "CLOSED " WS-INC-REC-CLOSE-DATE "-"
			WS-INC-REC-CLOSE-TIME " BY " WS-INC-REC-CLOSE-OPER
		DISPLAY "RESOLUTION: " FUNCTION TRIM(WS-INC-REC-RESOLUTION)
	END-IF.
	MOVE 0 TO WS-INCL-EOF.
	OPEN INPUT EULRINCL-FILE.
	IF WS-INCL-STATUS = "00" THEN
		PERFORM LIST-LINK-PARA UNTIL WS-INCL-EOF = 1
		CLOSE EULRINCL-FILE
	END-IF.
	DISPLAY "======================================================".
	DISPLAY "EULRINC: " WS-INR-LINK-N(WS-INR-FOUND)
		" ITEM(S) LINKED TO " WS-INR-ID.
	PERFORM OPEN-COUNT-PARA.

	LIST-ROW-PARA.
	MOVE WS-INR-ROW(WS-INR-IX) TO WS-INC-RECORD.
	IF WS-INC-REC-IS-OPEN THEN
		ADD 1 TO WS-INR-OPEN-N
		DISPLAY WS-INC-REC-ID " OPENED " WS-INC-REC-OPEN-DATE " BY "
			WS-INC-REC-OPEN-OPER " " WS-INC-REC-CATEGORY " LINKS "
			WS-INR-LINK-N(WS-INR-IX) " "
			FUNCTION TRIM(WS-INC-REC-TITLE)
	END-IF.

	LIST-LINK-PARA.
	READ EULRINCL-FILE INTO WS-INCL-RECORD
		AT END MOVE 1 TO WS-INCL-EOF
	END-READ.
	IF WS-INCL-EOF = 0 AND WS-INCL-REC-ID = WS-INR-ID THEN
		DISPLAY "  " WS-INCL-REC-KIND " " WS-INCL-REC-KEY " "
			WS-INCL-REC-DATE " " WS-INCL-REC-OPERATOR " "
			FUNCTION TRIM(WS-INCL-REC-WHAT)
	END-IF.

*> the banner result: incidents still open
	OPEN-COUNT-PARA.
	MOVE 0 TO WS-INR-OPEN-N.
	PERFORM OPEN-COUNT-ROW-PARA VARYING WS-INR-IX FROM 1 BY 1
		UNTIL WS-INR-IX > WS-INR-ROWS.

	OPEN-COUNT-ROW-PARA.
	IF WS-INR-ROW(WS-INR-IX)(10:6) = "OPEN" THEN
		ADD 1 TO WS-INR-OPEN-N
	END-IF.

*> REPORT: the month's counts against the month before, mean time
*> to resolve by root cause for what was resolved in the month, and
*> every incident still open, oldest first, with its age in days
	REPORT-PARA.
	MOVE WS-INR-MONTH TO WS-INC-T-MONTH(1).
	MOVE WS-INR-PREV TO WS-INC-T-MONTH(2).
	PERFORM INC-TALLY-PARA.
	PERFORM CAT-TALLY-PARA VARYING WS-INR-IX FROM 1 BY 1
		UNTIL WS-INR-IX > WS-INR-ROWS.
	OPEN OUTPUT INCRPT-FILE.
	MOVE SPACES TO WS-INR-LINE.
	STRING "INCIDENT REPORT FOR " WS-INR-MONTH " - BUSINESS DATE "
		WS-BUS-DATE
		DELIMITED BY SIZE INTO WS-INR-LINE
	END-STRING.
	WRITE INCRPT-RECORD FROM WS-INR-LINE.
	MOVE SPACES TO WS-INR-LINE.
	STRING "THIS MONTH  OPENED " WS-INC-T-OPENED(1)
		"  RESOLVED " WS-INC-T-RESOLVED(1)
		"  STILL OPEN AT MONTH END " WS-INC-T-OPEN-END(1)
		DELIMITED BY SIZE INTO WS-INR-LINE
	END-STRING.
	WRITE INCRPT-RECORD FROM WS-INR-LINE.
	MOVE SPACES TO WS-INR-LINE.
	STRING "PRIOR MONTH OPENED " WS-INC-T-OPENED(2)
		"  RESOLVED " WS-INC-T-RESOLVED(2)
		"  STILL OPEN AT MONTH END " WS-INC-T-OPEN-END(2)
		"  (" WS-INR-PREV ")"
		DELIMITED BY SIZE INTO WS-INR-LINE
	END-STRING.
	WRITE INCRPT-RECORD FROM WS-INR-LINE.
	MOVE SPACES TO INCRPT-RECORD.
	WRITE INCRPT-RECORD.
	MOVE "MEAN TIME TO RESOLVE BY ROOT CAUSE" TO INCRPT-RECORD.
	WRITE INCRPT-RECORD.
	MOVE "CATEGORY  RESOLVED  MEAN HOURS" TO INCRPT-RECORD.
	WRITE INCRPT-RECORD.
	PERFORM CAT-LINE-PARA VARYING WS-INR-CX FROM 1 BY 1
		UNTIL WS-INR-CX > 8.
	MOVE "ALL" TO WS-INR-CL-CAT.
	MOVE WS-INC-T-RESOLVED(1) TO WS-INR-CL-N.
	MOVE "-" TO WS-INR-CL-MEAN.
	IF WS-INC-T-RESOLVED(1) > 0 THEN
		COMPUTE WS-INR-MEAN ROUNDED =
			WS-INC-T-MINUTES(1) / WS-INC-T-RESOLVED(1) / 60
		MOVE WS-INR-MEAN TO WS-INR-MEAN-ED
		MOVE WS-INR-MEAN-ED TO WS-INR-CL-MEAN
	END-IF.
	WRITE INCRPT-RECORD FROM WS-INR-CAT-LINE.
	MOVE SPACES TO INCRPT-RECORD.
	WRITE INCRPT-RECORD.
	MOVE SPACES TO WS-INR-LINE.
	STRING "OPEN INCIDENTS BY AGE AT " WS-INR-TODAY
		DELIMITED BY SIZE INTO WS-INR-LINE
	END-STRING.
	WRITE INCRPT-RECORD FROM WS-INR-LINE.
	MOVE "INCIDENT OPENED     DAYS CATEGORY LINKS TITLE"
		TO INCRPT-RECORD.
	WRITE INCRPT-RECORD.
	MOVE 0 TO WS-INR-OPEN-N.
	PERFORM AGE-LINE-PARA VARYING WS-INR-IX FROM 1 BY 1
		UNTIL WS-INR-IX > WS-INR-ROWS.
	MOVE SPACES TO WS-INR-LINE.
	STRING "OPEN: " WS-INR-OPEN-N "  UP TO 7 DAYS " WS-INR-BAND-WEEK
		"  8-30 DAYS " WS-INR-BAND-MONTH
		"  OVER 30 DAYS " WS-INR-BAND-OLDER
		DELIMITED BY SIZE INTO WS-INR-LINE
	END-STRING.
	WRITE INCRPT-RECORD FROM WS-INR-LINE.
	CLOSE INCRPT-FILE.
	DISPLAY "EULRINC: " WS-INC-T-RESOLVED(1) " INCIDENT(S) RESOLVED IN "
		WS-INR-MONTH ", " WS-INR-OPEN-N " OPEN - SEE INCRPT".

*> an incident resolved in the month adds its minutes to its root
*> cause
	CAT-TALLY-PARA.
	MOVE WS-INR-ROW(WS-INR-IX) TO WS-INC-RECORD.
	IF NOT WS-INC-REC-IS-CLOSED
			OR WS-INC-REC-CLOSE-DATE IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-INC-REC-CLOSE-DATE(1:6) NOT = WS-INR-MONTH THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-INC-REC-CATEGORY TO WS-INR-CATEGORY.
	PERFORM CAT-FIND-PARA.
	IF WS-INR-CAT-HIT > 0 THEN
		PERFORM INC-MINUTES-PARA
		ADD 1 TO WS-INR-CAT-N(WS-INR-CAT-HIT)
		ADD WS-INC-MINUTES TO WS-INR-CAT-MIN(WS-INR-CAT-HIT)
	END-IF.

	CAT-LINE-PARA.
	MOVE WS-INR-CAT-NAME(WS-INR-CX) TO WS-INR-CL-CAT.
	MOVE WS-INR-CAT-N(WS-INR-CX) TO WS-INR-CL-N.
	MOVE "-" TO WS-INR-CL-MEAN.
	IF WS-INR-CAT-N(WS-INR-CX) > 0 THEN
		COMPUTE WS-INR-MEAN ROUNDED =
			WS-INR-CAT-MIN(WS-INR-CX) / WS-INR-CAT-N(WS-INR-CX) / 60
		MOVE WS-INR-MEAN TO WS-INR-MEAN-ED
		MOVE WS-INR-MEAN-ED TO WS-INR-CL-MEAN
	END-IF.
	WRITE INCRPT-RECORD FROM WS-INR-CAT-LINE.

*> EULRINCD is in opening order, so the open incidents come out
*> oldest first
	AGE-LINE-PARA.
	MOVE WS-INR-ROW(WS-INR-IX) TO WS-INC-RECORD.
	IF NOT WS-INC-REC-IS-OPEN THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-INR-OPEN-N.
	COMPUTE WS-INR-AGE =
		FUNCTION INTEGER-OF-DATE(WS-INR-TODAY)
		- FUNCTION INTEGER-OF-DATE(WS-INC-REC-OPEN-DATE).
	EVALUATE TRUE
		WHEN WS-INR-AGE <= 7
			ADD 1 TO WS-INR-BAND-WEEK
		WHEN WS-INR-AGE <= 30
			ADD 1 TO WS-INR-BAND-MONTH
		WHEN OTHER
			ADD 1 TO WS-INR-BAND-OLDER
	END-EVALUATE.
	MOVE WS-INC-REC-ID TO WS-INR-AL-ID.
	MOVE WS-INC-REC-OPEN-DATE TO WS-INR-AL-OPENED.
	MOVE WS-INR-AGE TO WS-INR-AL-AGE.
	MOVE WS-INC-REC-CATEGORY TO WS-INR-AL-CAT.
	MOVE WS-INR-LINK-N(WS-INR-IX) TO WS-INR-AL-LINKS.
	MOVE WS-INC-REC-TITLE TO WS-INR-AL-TITLE.
	WRITE INCRPT-RECORD FROM WS-INR-AGE-LINE.

*> EULRINCD into core, noting the highest incident id and the row
*> the card names, then the links counted against each incident. A
*> missing file is an empty one
	LOAD-PARA.
	MOVE 0 TO WS-INR-ROWS.
	MOVE 0 TO WS-INR-FOUND.
	MOVE 0 TO WS-INR-FULL.
	MOVE 0 TO WS-INR-LAST-SEQ.
	MOVE 0 TO WS-INR-EOF.
	OPEN INPUT EULRINCD-FILE.
	IF WS-INC-STATUS = "00" THEN
		PERFORM LOAD-ROW-PARA UNTIL WS-INR-EOF = 1
		CLOSE EULRINCD-FILE
	END-IF.
	MOVE 0 TO WS-INCL-EOF.
	OPEN INPUT EULRINCL-FILE.
	IF WS-INCL-STATUS = "00" THEN
		PERFORM LOAD-LINK-PARA UNTIL WS-INCL-EOF = 1
		CLOSE EULRINCL-FILE
	END-IF.
	PERFORM OPEN-COUNT-PARA.

	LOAD-ROW-PARA.
	READ EULRINCD-FILE INTO WS-INC-RECORD
		AT END MOVE 1 TO WS-INR-EOF
	END-READ.
	IF WS-INR-EOF = 1 OR WS-INC-REC-ID(1:1) NOT = "I"
			OR WS-INC-REC-ID(2:7) IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-INR-ROWS = 500 THEN
		MOVE 1 TO WS-INR-FULL
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-INR-ROWS.
	MOVE WS-INC-RECORD TO WS-INR-ROW(WS-INR-ROWS).
	MOVE 0 TO WS-INR-LINK-N(WS-INR-ROWS).
	IF WS-INC-REC-ID(2:7) > WS-INR-LAST-SEQ THEN
		MOVE WS-INC-REC-ID(2:7) TO WS-INR-LAST-SEQ
	END-IF.
	IF WS-INC-REC-ID = WS-INR-ID THEN
		MOVE WS-INR-ROWS TO WS-INR-FOUND
	END-IF.

	LOAD-LINK-PARA.
	READ EULRINCL-FILE INTO WS-INCL-RECORD
		AT END MOVE 1 TO WS-INCL-EOF
	END-READ.
	IF WS-INCL-EOF = 0 THEN
		PERFORM LINK-COUNT-PARA VARYING WS-INR-IX FROM 1 BY 1
			UNTIL WS-INR-IX > WS-INR-ROWS
	END-IF.

	LINK-COUNT-PARA.
	IF WS-INR-ROW(WS-INR-IX)(1:8) = WS-INCL-REC-ID THEN
		ADD 1 TO WS-INR-LINK-N(WS-INR-IX)
	END-IF.

*> EULRINCD back out whole
	SAVE-PARA.
	OPEN OUTPUT EULRINCD-FILE.
	PERFORM SAVE-ROW-PARA VARYING WS-INR-IX FROM 1 BY 1
		UNTIL WS-INR-IX > WS-INR-ROWS.
	CLOSE EULRINCD-FILE.

	SAVE-ROW-PARA.
	WRITE EULRINCD-FILE-RECORD FROM WS-INR-ROW(WS-INR-IX).

	COPY INCPRC.
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
