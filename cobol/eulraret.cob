*> Cross-archive retrieval by run id, problem, or date range: the
*>   inquiry programs (EULRAINQ, EULRCMP, EULRCPNT, EULRXREF) read
*>   only the live files, so any incident older than the EULRHKP
*>   retention cutoff meant finding the right EULRAUD.Ayyyymmdd and
*>   EULREXP archives by their naming convention and opening them by
*>   hand. This utility reads the selection off ARETPARM and pulls
*>   every matching audit, export, digest, and diagnostic record into
*>   one extract (ARETOUT) - from the live files and from every
*>   archive the archive catalog EULRARCC (ARCDAT.cpy) says can hold
*>   one - with a list of every file it searched on ARETRPT.
*> compile with cobc -free -O -x -o eulraret.exe -I copy eulraret.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - ARETPARM card: cols 01-16 run id,
*>             cols 18-25 problem id, cols 27-34 and 36-43 the run
*>             date range; every field optional, the ones given all
*>             apply, at least one required (a blank from is the
*>             start of time, a blank to the end of it). A run id
*>             also starts the date range at its own date. Sources:
*>             EULRAUD and EULREXP live and their cataloged archives
*>             whose date range overlaps the selection; the dated
*>             EULDGST.Dyyyymmdd digest generations on EULRGENS
*>             (the generation date standing as the row's date); and
*>             the live EULRDIAG. Diagnostics carry no run id, so a
*>             run id selects the diagnostics stamped between the
*>             run's start (its id) and its last audit line (the end
*>             of its start day when none is found). Each extract
*>             row is the source tag (AUD, EXP, DGS, DIA), the file
*>             it came from, and the record as it stands, between a
*>             HDR echoing the selection and a TRL with the four
*>             counts. RETURN-CODE 0 with rows found, 4 when nothing
*>             matched or a cataloged archive is no longer on disk
*>             (message ARC001W), 16 on a bad card (AR01). The count
*>             of rows extracted is the banner result.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRARET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ARETPARM-FILE ASSIGN TO "ARETPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ARV-PARM-STATUS.
	SELECT EULRARCC-FILE ASSIGN TO "EULRARCC"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ARC-STATUS.
	SELECT EULRGENS-FILE ASSIGN TO "EULRGENS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GENS-STATUS.
	SELECT SRC-FILE ASSIGN TO WS-ARV-SRC-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-ARV-SRC-STATUS.
	SELECT ARETOUT-FILE ASSIGN TO "ARETOUT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT ARETRPT-FILE ASSIGN TO "ARETRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
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
FD  ARETPARM-FILE.
01  ARETPARM-RECORD                PIC X(43).

FD  EULRARCC-FILE.
01  EULRARCC-FILE-RECORD           PIC X(90).

FD  EULRGENS-FILE.
01  EULRGENS-FILE-RECORD           PIC X(17).

FD  SRC-FILE.
01  SRC-RECORD                     PIC X(209).

FD  ARETOUT-FILE.
01  ARETOUT-RECORD                 PIC X(232).

FD  ARETRPT-FILE.
01  ARETRPT-RECORD                 PIC X(100).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
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
	COPY ARCDAT.
	COPY GENSDAT.
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

	01 WS-ARV-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-ARV-SRC-STATUS PIC XX VALUE SPACES.
	01 WS-ARV-SRC-NAME PIC X(18) VALUE SPACES.
	01 WS-ARV-EOF PIC 9 VALUE 0.
	01 WS-ARV-K PIC 9(3) VALUE 0.
	01 WS-ARV-J PIC 9(3) VALUE 0.
	01 WS-ARV-DUP PIC 9 VALUE 0.
	01 WS-ARV-REJECTED PIC 9 VALUE 0.

	01 WS-ARV-PARM-CARD.
		05 WS-ARV-RUN-ID           PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-ARV-PROBLEM          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-ARV-FROM-X           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-ARV-TO-X             PIC X(08).
	01 WS-ARV-FROM PIC 9(8) VALUE 0.
	01 WS-ARV-TO PIC 9(8) VALUE 99999999.

*> a run id's diagnostics window - its start (the id itself) to its
*> latest audit line stamp
	01 WS-ARV-WIN-END PIC X(16) VALUE SPACES.
	01 WS-ARV-WIN-SEEN PIC 9 VALUE 0.

*> the archive catalog as loaded, one row per archive name (a later
*> row for the same name replaces the earlier)
	01 WS-ARV-CAT-TABLE.
		05 WS-ARV-CAT-ROW OCCURS 500 TIMES.
			10 WS-ARV-CAT-NAME     PIC X(18).
			10 WS-ARV-CAT-SOURCE   PIC X(08).
			10 WS-ARV-CAT-OLDEST   PIC 9(08).
			10 WS-ARV-CAT-NEWEST   PIC 9(08).
			10 WS-ARV-CAT-COUNT    PIC 9(09).
	01 WS-ARV-CATS PIC 9(3) VALUE 0.

*> the digest generation dates in range, duplicates collapsed
	01 WS-ARV-DGS-TABLE.
		05 WS-ARV-DGS-DATE PIC 9(08) OCCURS 500 TIMES.
	01 WS-ARV-DGSS PIC 9(3) VALUE 0.

*> the file being searched and the record in hand
	01 WS-ARV-KIND PIC X(03) VALUE SPACES.
	01 WS-ARV-WHERE PIC X(07) VALUE SPACES.
	01 WS-ARV-FILE-DATE PIC 9(08) VALUE 0.
	01 WS-ARV-BUF PIC X(209) VALUE SPACES.
	01 WS-ARV-R-PROBLEM PIC X(08) VALUE SPACES.
	01 WS-ARV-R-DATE-X PIC X(08) VALUE SPACES.
	01 WS-ARV-R-RUN-ID PIC X(16) VALUE SPACES.
	01 WS-ARV-R-STAMP PIC X(16) VALUE SPACES.
	01 WS-ARV-HIT PIC 9 VALUE 0.
	01 WS-ARV-FILE-READ PIC 9(9) VALUE 0.
	01 WS-ARV-FILE-TAKEN PIC 9(9) VALUE 0.

	01 WS-ARV-OUT-LINE.
		05 WS-AO-KIND              PIC X(03).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-AO-FILE              PIC X(18).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-AO-RECORD            PIC X(209).

	01 WS-ARV-RPT-LINE.
		05 WS-AR-KIND              PIC X(03).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-AR-FILE              PIC X(18).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-AR-WHERE             PIC X(07).
		05 FILLER                  PIC X(07) VALUE " READ  ".
		05 WS-AR-READ              PIC Z(8)9.
		05 FILLER                  PIC X(08) VALUE " TAKEN  ".
		05 WS-AR-TAKEN             PIC Z(8)9.
		05 FILLER                  PIC X(37) VALUE SPACES.

	01 WS-ARV-AUD-ROWS PIC 9(9) VALUE 0.
	01 WS-ARV-EXP-ROWS PIC 9(9) VALUE 0.
	01 WS-ARV-DGS-ROWS PIC 9(9) VALUE 0.
	01 WS-ARV-DIA-ROWS PIC 9(9) VALUE 0.
	01 WS-ARV-ROWS PIC 9(9) VALUE 0.
	01 WS-ARV-FILES PIC 9(4) VALUE 0.
	01 WS-ARV-MISSING PIC 9(4) VALUE 0.
	01 WS-ARV-LINE PIC X(232) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRARET" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRARET" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-ARV-REJECTED = 1 THEN
		MOVE "AR01" TO WS-DIAG-CODE
		MOVE WS-ARV-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM CAT-LOAD-PARA.
	PERFORM DGS-LOAD-PARA.
	OPEN OUTPUT ARETOUT-FILE.
	OPEN OUTPUT ARETRPT-FILE.
	PERFORM BDATE-ENSURE-PARA.
	MOVE SPACES TO WS-ARV-LINE.
	STRING "HDR EULRARET " WS-BUS-DATE " RUN " WS-ARV-RUN-ID
		" PROBLEM " WS-ARV-PROBLEM " FROM " WS-ARV-FROM
		" TO " WS-ARV-TO
		DELIMITED BY SIZE INTO WS-ARV-LINE
	END-STRING.
	WRITE ARETOUT-RECORD FROM WS-ARV-LINE.
	MOVE SPACES TO ARETRPT-RECORD.
	STRING "ARCHIVE RETRIEVAL - RUN " WS-ARV-RUN-ID " PROBLEM "
		WS-ARV-PROBLEM " FROM " WS-ARV-FROM " TO " WS-ARV-TO
		DELIMITED BY SIZE INTO ARETRPT-RECORD
	END-STRING.
	WRITE ARETRPT-RECORD.

	MOVE "AUD" TO WS-ARV-KIND.
	MOVE "EULRAUD" TO WS-ARV-SRC-NAME.
	PERFORM LIVE-PARA.
	MOVE "EULRAUD" TO WS-ARC-SOURCE.
	PERFORM CAT-PASS-PARA VARYING WS-ARV-K FROM 1 BY 1
		UNTIL WS-ARV-K > WS-ARV-CATS.
	PERFORM WINDOW-PARA.

	MOVE "EXP" TO WS-ARV-KIND.
	MOVE "EULREXP" TO WS-ARV-SRC-NAME.
	PERFORM LIVE-PARA.
	MOVE "EULREXP" TO WS-ARC-SOURCE.
	PERFORM CAT-PASS-PARA VARYING WS-ARV-K FROM 1 BY 1
		UNTIL WS-ARV-K > WS-ARV-CATS.

	MOVE "DGS" TO WS-ARV-KIND.
	MOVE "DATED" TO WS-ARV-WHERE.
	PERFORM DGS-PASS-PARA VARYING WS-ARV-K FROM 1 BY 1
		UNTIL WS-ARV-K > WS-ARV-DGSS.

	MOVE "DIA" TO WS-ARV-KIND.
	MOVE "EULRDIAG" TO WS-ARV-SRC-NAME.
	PERFORM LIVE-PARA.

	COMPUTE WS-ARV-ROWS = WS-ARV-AUD-ROWS + WS-ARV-EXP-ROWS
		+ WS-ARV-DGS-ROWS + WS-ARV-DIA-ROWS.
	MOVE SPACES TO WS-ARV-LINE.
	STRING "TRL " WS-ARV-AUD-ROWS " " WS-ARV-EXP-ROWS " "
		WS-ARV-DGS-ROWS " " WS-ARV-DIA-ROWS
		DELIMITED BY SIZE INTO WS-ARV-LINE
	END-STRING.
	WRITE ARETOUT-RECORD FROM WS-ARV-LINE.
	CLOSE ARETOUT-FILE.
	MOVE SPACES TO ARETRPT-RECORD.
	STRING WS-ARV-FILES " FILE(S) SEARCHED, " WS-ARV-MISSING
		" CATALOGED ARCHIVE(S) MISSING, " WS-ARV-ROWS
		" ROW(S) TO ARETOUT"
		DELIMITED BY SIZE INTO ARETRPT-RECORD
	END-STRING.
	WRITE ARETRPT-RECORD.
	CLOSE ARETRPT-FILE.
	DISPLAY "EULRARET: " WS-ARV-ROWS " ROW(S) - AUDIT "
		WS-ARV-AUD-ROWS ", EXPORT " WS-ARV-EXP-ROWS ", DIGEST "
		WS-ARV-DGS-ROWS ", DIAGNOSTIC " WS-ARV-DIA-ROWS
		" - FROM " WS-ARV-FILES " FILE(S)".
	IF WS-ARV-MISSING > 0 THEN
		MOVE "ARC001W" TO WS-MSG-ID
		STRING WS-ARV-MISSING " ARCHIVE(S) ON EULRARCC NO LONGER ON"
			" DISK - SEE ARETRPT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	END-IF.
	IF WS-ARV-ROWS = 0 OR WS-ARV-MISSING > 0 THEN
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-ARV-ROWS TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The selection card: every field optional, at least one given
	P-PARA.
	MOVE SPACES TO WS-ARV-PARM-CARD.
	OPEN INPUT ARETPARM-FILE.
	IF WS-ARV-PARM-STATUS = "00" THEN
		READ ARETPARM-FILE INTO WS-ARV-PARM-CARD
			AT END MOVE SPACES TO WS-ARV-PARM-CARD
		END-READ
		CLOSE ARETPARM-FILE
	END-IF.
	IF WS-ARV-PARM-CARD = SPACES THEN
		DISPLAY "EULRARET: REJECTED - ARETPARM NAMES NO RUN ID,"
			" PROBLEM, OR DATE RANGE"
		MOVE 1 TO WS-ARV-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF (WS-ARV-FROM-X NOT = SPACES AND WS-ARV-FROM-X IS NOT NUMERIC)
			OR (WS-ARV-TO-X NOT = SPACES
				AND WS-ARV-TO-X IS NOT NUMERIC)
			OR (WS-ARV-RUN-ID NOT = SPACES
				AND WS-ARV-RUN-ID IS NOT NUMERIC) THEN
		DISPLAY "EULRARET: REJECTED CARD '" WS-ARV-PARM-CARD
			"' - DATES YYYYMMDD, RUN ID 16 DIGITS"
		MOVE 1 TO WS-ARV-REJECTED
		EXIT PARAGRAPH
	END-IF.
	IF WS-ARV-FROM-X NOT = SPACES THEN
		MOVE WS-ARV-FROM-X TO WS-ARV-FROM
	END-IF.
	IF WS-ARV-TO-X NOT = SPACES THEN
		MOVE WS-ARV-TO-X TO WS-ARV-TO
	END-IF.
	IF WS-ARV-RUN-ID NOT = SPACES
			AND WS-ARV-RUN-ID(1:8) > WS-ARV-FROM-X THEN
		MOVE WS-ARV-RUN-ID(1:8) TO WS-ARV-FROM
	END-IF.
	IF WS-ARV-FROM > WS-ARV-TO THEN
		DISPLAY "EULRARET: REJECTED CARD '" WS-ARV-PARM-CARD
			"' - THE RANGE ENDS BEFORE IT STARTS"
		MOVE 1 TO WS-ARV-REJECTED
	END-IF.

	CAT-LOAD-PARA.
	MOVE 0 TO WS-ARV-CATS.
	MOVE 0 TO WS-ARV-EOF.
	OPEN INPUT EULRARCC-FILE.
	IF WS-ARC-STATUS = "00" THEN
		PERFORM CAT-LOAD-ROW-PARA UNTIL WS-ARV-EOF = 1
		CLOSE EULRARCC-FILE
	END-IF.

	CAT-LOAD-ROW-PARA.
	READ EULRARCC-FILE INTO WS-ARC-RECORD
		AT END MOVE 1 TO WS-ARV-EOF
	END-READ.
	IF WS-ARV-EOF = 1 OR WS-ARC-NAME = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-ARV-DUP.
	PERFORM CAT-DUP-PARA VARYING WS-ARV-J FROM 1 BY 1
		UNTIL WS-ARV-J > WS-ARV-CATS OR WS-ARV-DUP = 1.
	IF WS-ARV-DUP = 1 THEN
		SUBTRACT 1 FROM WS-ARV-J
	ELSE
		IF WS-ARV-CATS >= 500 THEN
			DISPLAY "EULRARET: ARCHIVE CATALOG PAST 500 ARCHIVES -"
				" THE REST ARE NOT SEARCHED"
			MOVE 1 TO WS-ARV-EOF
			EXIT PARAGRAPH
		END-IF
		ADD 1 TO WS-ARV-CATS
		MOVE WS-ARV-CATS TO WS-ARV-J
	END-IF.
	MOVE WS-ARC-NAME TO WS-ARV-CAT-NAME(WS-ARV-J).
	MOVE WS-ARC-SOURCE TO WS-ARV-CAT-SOURCE(WS-ARV-J).
	MOVE WS-ARC-OLDEST TO WS-ARV-CAT-OLDEST(WS-ARV-J).
	MOVE WS-ARC-NEWEST TO WS-ARV-CAT-NEWEST(WS-ARV-J).
	MOVE WS-ARC-COUNT TO WS-ARV-CAT-COUNT(WS-ARV-J).

	CAT-DUP-PARA.
	IF WS-ARV-CAT-NAME(WS-ARV-J) = WS-ARC-NAME THEN
		MOVE 1 TO WS-ARV-DUP
	END-IF.

*> The digest generations in the selected date range, off the
*> generations catalog every dated open writes to
	DGS-LOAD-PARA.
	MOVE 0 TO WS-ARV-DGSS.
	MOVE 0 TO WS-ARV-EOF.
	OPEN INPUT EULRGENS-FILE.
	IF WS-GENS-STATUS = "00" THEN
		PERFORM DGS-LOAD-ROW-PARA UNTIL WS-ARV-EOF = 1
		CLOSE EULRGENS-FILE
	END-IF.

	DGS-LOAD-ROW-PARA.
	READ EULRGENS-FILE INTO WS-GENS-RECORD
		AT END MOVE 1 TO WS-ARV-EOF
	END-READ.
	IF WS-ARV-EOF = 1 OR WS-GENS-REC-BASE NOT = "EULDGST"
			OR WS-GENS-REC-DATE < WS-ARV-FROM
			OR WS-GENS-REC-DATE > WS-ARV-TO THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-ARV-DUP.
	PERFORM DGS-DUP-PARA VARYING WS-ARV-J FROM 1 BY 1
		UNTIL WS-ARV-J > WS-ARV-DGSS.
	IF WS-ARV-DUP = 0 AND WS-ARV-DGSS < 500 THEN
		ADD 1 TO WS-ARV-DGSS
		MOVE WS-GENS-REC-DATE TO WS-ARV-DGS-DATE(WS-ARV-DGSS)
	END-IF.

	DGS-DUP-PARA.
	IF WS-ARV-DGS-DATE(WS-ARV-J) = WS-GENS-REC-DATE THEN
		MOVE 1 TO WS-ARV-DUP
	END-IF.

	LIVE-PARA.
	MOVE "LIVE" TO WS-ARV-WHERE.
	MOVE 0 TO WS-ARV-FILE-DATE.
	PERFORM FILE-PARA.

*> A cataloged archive of the source in hand, searched when its date
*> range can hold a selected record
	CAT-PASS-PARA.
	IF WS-ARV-CAT-SOURCE(WS-ARV-K) NOT = WS-ARC-SOURCE
			OR WS-ARV-CAT-COUNT(WS-ARV-K) = 0
			OR WS-ARV-CAT-NEWEST(WS-ARV-K) < WS-ARV-FROM
			OR WS-ARV-CAT-OLDEST(WS-ARV-K) > WS-ARV-TO THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-ARV-CAT-NAME(WS-ARV-K) TO WS-ARV-SRC-NAME.
	MOVE "ARCHIVE" TO WS-ARV-WHERE.
	MOVE 0 TO WS-ARV-FILE-DATE.
	PERFORM FILE-PARA.

	DGS-PASS-PARA.
	MOVE SPACES TO WS-ARV-SRC-NAME.
	STRING "EULDGST.D" WS-ARV-DGS-DATE(WS-ARV-K)
		DELIMITED BY SIZE INTO WS-ARV-SRC-NAME
	END-STRING.
	MOVE WS-ARV-DGS-DATE(WS-ARV-K) TO WS-ARV-FILE-DATE.
	PERFORM FILE-PARA.

*> One file searched: every record held to the selection, the
*> matches to the extract, the file and its tallies to the report.
*> A live file or digest generation not on disk is simply not
*> there; a cataloged archive not on disk is reported MISSING.
	FILE-PARA.
	MOVE 0 TO WS-ARV-FILE-READ.
	MOVE 0 TO WS-ARV-FILE-TAKEN.
	MOVE 0 TO WS-ARV-EOF.
	OPEN INPUT SRC-FILE.
	IF WS-ARV-SRC-STATUS NOT = "00" THEN
		IF WS-ARV-WHERE = "ARCHIVE" THEN
			ADD 1 TO WS-ARV-MISSING
			MOVE "MISSING" TO WS-ARV-WHERE
			PERFORM FILE-NOTE-PARA
		END-IF
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-ARV-FILES.
	PERFORM FILE-ROW-PARA UNTIL WS-ARV-EOF = 1.
	CLOSE SRC-FILE.
	PERFORM FILE-NOTE-PARA.

	FILE-NOTE-PARA.
	MOVE WS-ARV-KIND TO WS-AR-KIND.
	MOVE WS-ARV-SRC-NAME TO WS-AR-FILE.
	MOVE WS-ARV-WHERE TO WS-AR-WHERE.
	MOVE WS-ARV-FILE-READ TO WS-AR-READ.
	MOVE WS-ARV-FILE-TAKEN TO WS-AR-TAKEN.
	WRITE ARETRPT-RECORD FROM WS-ARV-RPT-LINE.

	FILE-ROW-PARA.
	MOVE SPACES TO WS-ARV-BUF.
	READ SRC-FILE INTO WS-ARV-BUF
		AT END MOVE 1 TO WS-ARV-EOF
	END-READ.
	IF WS-ARV-EOF = 1 OR WS-ARV-BUF = SPACES
			OR WS-ARV-BUF(1:4) = "HDR " OR WS-ARV-BUF(1:4) = "TRL " THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-ARV-FILE-READ.
	MOVE WS-ARV-BUF(1:8) TO WS-ARV-R-PROBLEM.
	MOVE SPACES TO WS-ARV-R-RUN-ID.
	MOVE SPACES TO WS-ARV-R-STAMP.
	EVALUATE WS-ARV-KIND
		WHEN "AUD"
			MOVE WS-ARV-BUF(10:8) TO WS-ARV-R-DATE-X
			MOVE WS-ARV-BUF(55:16) TO WS-ARV-R-RUN-ID
			STRING WS-ARV-BUF(10:8) WS-ARV-BUF(19:8)
				DELIMITED BY SIZE INTO WS-ARV-R-STAMP
			END-STRING
		WHEN "EXP"
			MOVE WS-ARV-BUF(29:8) TO WS-ARV-R-DATE-X
			MOVE WS-ARV-BUF(38:16) TO WS-ARV-R-RUN-ID
		WHEN "DGS"
			MOVE WS-ARV-FILE-DATE TO WS-ARV-R-DATE-X
			MOVE WS-ARV-BUF(55:16) TO WS-ARV-R-RUN-ID
		WHEN OTHER
			MOVE WS-ARV-BUF(10:8) TO WS-ARV-R-DATE-X
			STRING WS-ARV-BUF(10:8) WS-ARV-BUF(19:8)
				DELIMITED BY SIZE INTO WS-ARV-R-STAMP
			END-STRING
	END-EVALUATE.
	PERFORM MATCH-PARA.
	IF WS-ARV-HIT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-ARV-FILE-TAKEN.
	EVALUATE WS-ARV-KIND
		WHEN "AUD" ADD 1 TO WS-ARV-AUD-ROWS
		WHEN "EXP" ADD 1 TO WS-ARV-EXP-ROWS
		WHEN "DGS" ADD 1 TO WS-ARV-DGS-ROWS
		WHEN OTHER ADD 1 TO WS-ARV-DIA-ROWS
	END-EVALUATE.
	MOVE WS-ARV-KIND TO WS-AO-KIND.
	MOVE WS-ARV-SRC-NAME TO WS-AO-FILE.
	MOVE WS-ARV-BUF TO WS-AO-RECORD.
	WRITE ARETOUT-RECORD FROM WS-ARV-OUT-LINE.
	IF WS-ARV-KIND = "AUD" AND WS-ARV-RUN-ID NOT = SPACES
			AND WS-ARV-R-STAMP > WS-ARV-WIN-END THEN
		MOVE WS-ARV-R-STAMP TO WS-ARV-WIN-END
		MOVE 1 TO WS-ARV-WIN-SEEN
	END-IF.

*> The record against the selection - problem, date range, and run
*> id (a diagnostic by its stamp inside the run's window)
	MATCH-PARA.
	MOVE 1 TO WS-ARV-HIT.
	IF WS-ARV-PROBLEM NOT = SPACES
			AND WS-ARV-R-PROBLEM NOT = WS-ARV-PROBLEM THEN
		MOVE 0 TO WS-ARV-HIT
		EXIT PARAGRAPH
	END-IF.
	IF WS-ARV-R-DATE-X IS NOT NUMERIC THEN
		MOVE 0 TO WS-ARV-HIT
		EXIT PARAGRAPH
	END-IF.
	IF WS-ARV-R-DATE-X < WS-ARV-FROM OR WS-ARV-R-DATE-X > WS-ARV-TO THEN
		MOVE 0 TO WS-ARV-HIT
		EXIT PARAGRAPH
	END-IF.
	IF WS-ARV-RUN-ID = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-ARV-KIND = "DIA" THEN
		IF WS-ARV-R-STAMP < WS-ARV-RUN-ID
				OR WS-ARV-R-STAMP > WS-ARV-WIN-END THEN
			MOVE 0 TO WS-ARV-HIT
		END-IF
	ELSE
		IF WS-ARV-R-RUN-ID NOT = WS-ARV-RUN-ID THEN
			MOVE 0 TO WS-ARV-HIT
		END-IF
	END-IF.

*> A run with no audit line found is given the rest of its start day
	WINDOW-PARA.
	IF WS-ARV-RUN-ID NOT = SPACES AND WS-ARV-WIN-SEEN = 0 THEN
		MOVE SPACES TO WS-ARV-WIN-END
		STRING WS-ARV-RUN-ID(1:8) "99999999"
			DELIMITED BY SIZE INTO WS-ARV-WIN-END
		END-STRING
	END-IF.

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
