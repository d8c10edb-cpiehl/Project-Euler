*> Run balancing report: the file-processing programs post their
*>   control totals to EULRBAL (BALDAT.cpy) - per input file and the
*>   output file it feeds, records in, records carried forward by a
*>   restart, records out, records rejected. This nightly step (a
*>   CHNSTEPS link after the checks) proves in + carried forward =
*>   out + rejected on every posting of the business date, lists
*>   them on BALRPT, and names the program and files of any posting
*>   that does not balance.
*> compile with cobc -free -O -x -o eulrbalr.exe -I copy eulrbalr.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - postings of the business date only,
*>             every posting proved on its own (a program run twice
*>             on the date is listed twice). An out-of-balance
*>             posting is DISPLAYed and recorded on EULRDIAG as BL01
*>             with the program and files named. TEST mode raises no
*>             notification. Out-of-balance postings as the banner
*>             result; RETURN-CODE 0 everything balances, 4 no
*>             posting on file for the date (message BAL002W), 8 any
*>             posting out of balance (message BAL001W and a CRIT
*>             notification).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRBALR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EULRBAL-FILE ASSIGN TO WS-SHAD-BAL-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-BAL-STATUS.
	SELECT BALRPT-FILE ASSIGN TO "BALRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
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
FD  EULRBAL-FILE.
01  EULRBAL-FILE-RECORD            PIC X(92).

FD  BALRPT-FILE.
01  BALRPT-RECORD                  PIC X(137).

FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
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
	COPY BALDAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY NOTDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-BLR-EOF PIC 9 VALUE 0.
	01 WS-BLR-POSTINGS PIC 9(05) VALUE 0.
	01 WS-BLR-BALANCED PIC 9(05) VALUE 0.
	01 WS-BLR-UNBALANCED PIC 9(05) VALUE 0.
*> the two sides of one posting's proof
	01 WS-BLR-SOURCES PIC 9(10) VALUE 0.
	01 WS-BLR-DISPOSED PIC 9(10) VALUE 0.
	01 WS-BLR-FIRST-BAD PIC X(40) VALUE SPACES.
	01 WS-BLR-RPT-LINE.
		05 WS-BRL-PROGRAM          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-IN-FILE          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-OUT-FILE         PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-IN               PIC Z(8)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-CARRIED          PIC Z(8)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-OUT              PIC Z(8)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-REJECTED         PIC Z(8)9.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-RESULT           PIC X(14).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-BRL-RUN-ID           PIC X(16).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRBALR" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRBALR" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM RUNID-ENSURE-PARA.
	PERFORM BDATE-ENSURE-PARA.
	OPEN OUTPUT BALRPT-FILE.
	MOVE "EULRBALR - RUN BALANCING REPORT" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING "BUSINESS DATE " WS-BUS-DATE
		" - IN + CARRIED = OUT + REJECTED"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "PROGRAM   IN FILE   OUT FILE         IN    CARRIED"
		& "        OUT   REJECTED  RESULT          RUN ID"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	MOVE 0 TO WS-BLR-EOF.
	OPEN INPUT EULRBAL-FILE.
	IF WS-BAL-STATUS = "00" THEN
		PERFORM READ-PARA UNTIL WS-BLR-EOF = 1
		CLOSE EULRBAL-FILE
	END-IF.
	PERFORM DTL-END-PARA.
	CLOSE BALRPT-FILE.
	DISPLAY "EULRBALR: " WS-BLR-POSTINGS " POSTING(S), "
		WS-BLR-BALANCED " BALANCED, " WS-BLR-UNBALANCED
		" OUT OF BALANCE".
	MOVE WS-BLR-UNBALANCED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE 0 TO RETURN-CODE.
	IF WS-BLR-POSTINGS = 0 THEN
		MOVE "BAL002W" TO WS-MSG-ID
		STRING "NO CONTROL TOTALS ON EULRBAL FOR BUSINESS DATE "
			WS-BUS-DATE DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	END-IF.
	IF WS-BLR-UNBALANCED > 0 THEN
		MOVE "BAL001W" TO WS-MSG-ID
		STRING WS-BLR-UNBALANCED " POSTING(S) OUT OF BALANCE, FIRST "
			WS-BLR-FIRST-BAD DELIMITED BY "  " INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 8 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "CRIT" TO WS-NOT-SEVERITY
			MOVE "EULRBALR" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING WS-BLR-UNBALANCED " RUN POSTING(S) OUT OF BALANCE"
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Postings of another business date are passed over
	READ-PARA.
	READ EULRBAL-FILE INTO WS-BAL-RECORD
		AT END MOVE 1 TO WS-BLR-EOF
	END-READ.
	IF WS-BLR-EOF = 1 OR WS-BAL-RECORD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-BAL-REC-DATE NOT = WS-BUS-DATE THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM PROVE-PARA.

*> ----------------------------------------------------------------
*> One posting: in + carried forward against out + rejected, the
*> report line, and an out-of-balance posting named
*> ----------------------------------------------------------------
	PROVE-PARA.
	ADD 1 TO WS-BLR-POSTINGS.
	COMPUTE WS-BLR-SOURCES = WS-BAL-REC-IN + WS-BAL-REC-CARRIED.
	COMPUTE WS-BLR-DISPOSED = WS-BAL-REC-OUT + WS-BAL-REC-REJECTED.
	MOVE WS-BAL-REC-PROGRAM TO WS-BRL-PROGRAM.
	MOVE WS-BAL-REC-IN-FILE TO WS-BRL-IN-FILE.
	MOVE WS-BAL-REC-OUT-FILE TO WS-BRL-OUT-FILE.
	MOVE WS-BAL-REC-IN TO WS-BRL-IN.
	MOVE WS-BAL-REC-CARRIED TO WS-BRL-CARRIED.
	MOVE WS-BAL-REC-OUT TO WS-BRL-OUT.
	MOVE WS-BAL-REC-REJECTED TO WS-BRL-REJECTED.
	MOVE WS-BAL-REC-RUN-ID TO WS-BRL-RUN-ID.
	IF WS-BLR-SOURCES = WS-BLR-DISPOSED THEN
		ADD 1 TO WS-BLR-BALANCED
		MOVE "BALANCED" TO WS-BRL-RESULT
	ELSE
		ADD 1 TO WS-BLR-UNBALANCED
		MOVE "OUT OF BALANCE" TO WS-BRL-RESULT
		PERFORM UNBALANCED-PARA
	END-IF.
	MOVE WS-BLR-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	UNBALANCED-PARA.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-BAL-REC-PROGRAM DELIMITED BY SPACE
		" " DELIMITED BY SIZE
		WS-BAL-REC-IN-FILE DELIMITED BY SPACE
		" TO " DELIMITED BY SIZE
		WS-BAL-REC-OUT-FILE DELIMITED BY SPACE
		INTO WS-DIAG-VALUE
	END-STRING.
	DISPLAY "EULRBALR: OUT OF BALANCE - "
		FUNCTION TRIM(WS-DIAG-VALUE) " RUN " WS-BAL-REC-RUN-ID.
	IF WS-BLR-FIRST-BAD = SPACES THEN
		MOVE WS-DIAG-VALUE TO WS-BLR-FIRST-BAD
	END-IF.
	MOVE "BL01" TO WS-DIAG-CODE.
	PERFORM DIAG-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE BALRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
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
	COPY NOTPRC.
