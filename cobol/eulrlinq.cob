*> Input-lineage inquiry: the producers now append one EULRLIN
*>   record per shared input they open (LINDAT.cpy), so "which
*>   E10PRIME build was last Tuesday's factoring run computed
*>   against" is answered here - list a run's inputs by its
*>   correlation id, or every run that read a given build.
*> compile with cobc -free -O -x -o eulrlinq.exe -I copy eulrlinq.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - LINQPARM card: cols 01-16 a run id,
*>             cols 18-25 a date, cols 27-42 the run id of a build
*>             (any filter alone works, together they all must
*>             match; all blank lists the whole log). A build run id
*>             answers the reverse question - every run that read
*>             what that build produced. Matching records to the log
*>             and LINQRPT; shown count as the banner result,
*>             RETURN-CODE 0 (4 when nothing matched), 16 on a
*>             missing card.
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
PROGRAM-ID. EULRLINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT LINQPARM-FILE ASSIGN TO "LINQPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIQ-PARM-STATUS.
	SELECT EULRLIN-IN-FILE ASSIGN TO "EULRLIN"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIQ-LIN-STATUS.
	SELECT LINQRPT-FILE ASSIGN TO "LINQRPT"
		ORGANIZATION LINE SEQUENTIAL.
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
FD  LINQPARM-FILE.
01  LINQPARM-RECORD                PIC X(42).

FD  EULRLIN-IN-FILE.
01  EULRLIN-IN-RECORD              PIC X(111).

FD  LINQRPT-FILE.
01  LINQRPT-RECORD                 PIC X(132).

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
	COPY LINDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-LIQ-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-LIQ-LIN-STATUS PIC XX VALUE SPACES.
	01 WS-LIQ-REJECTED PIC 9 VALUE 0.
	01 WS-LIQ-EOF PIC 9 VALUE 0.
	01 WS-LIQ-PARM-CARD.
		05 WS-LIQ-RUN-ID           PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-LIQ-DATE-X           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-LIQ-SOURCE-RUN       PIC X(16).
	01 WS-LIQ-SHOWN PIC 9(4) VALUE 0.
	01 WS-LIQ-LINE PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRLINQ" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRLINQ" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-LIQ-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	OPEN OUTPUT LINQRPT-FILE.
	MOVE SPACES TO WS-LIQ-LINE.
	STRING "INPUT LINEAGE - RUN '" WS-LIQ-RUN-ID
		"' DATE '" WS-LIQ-DATE-X "' BUILD '" WS-LIQ-SOURCE-RUN "'"
		DELIMITED BY SIZE INTO WS-LIQ-LINE
	END-STRING.
	WRITE LINQRPT-RECORD FROM WS-LIQ-LINE.
	PERFORM SCAN-PARA.
	MOVE SPACES TO WS-LIQ-LINE.
	STRING "INPUT(S) LISTED: " WS-LIQ-SHOWN
		DELIMITED BY SIZE INTO WS-LIQ-LINE
	END-STRING.
	WRITE LINQRPT-RECORD FROM WS-LIQ-LINE.
	CLOSE LINQRPT-FILE.
	DISPLAY "EULRLINQ: " WS-LIQ-SHOWN " INPUT(S) LISTED".
	IF WS-LIQ-SHOWN = 0 THEN
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-LIQ-SHOWN TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	OPEN INPUT LINQPARM-FILE.
	IF WS-LIQ-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRLINQ: REJECTED - LINQPARM CARD NOT FOUND"
		MOVE 1 TO WS-LIQ-REJECTED
	ELSE
		READ LINQPARM-FILE INTO WS-LIQ-PARM-CARD
			AT END MOVE SPACES TO WS-LIQ-PARM-CARD
		END-READ
		CLOSE LINQPARM-FILE
	END-IF.

	SCAN-PARA.
	OPEN INPUT EULRLIN-IN-FILE.
	IF WS-LIQ-LIN-STATUS NOT = "00" THEN
		DISPLAY "EULRLINQ: NO INPUT-LINEAGE LOG ON FILE YET"
		EXIT PARAGRAPH
	END-IF.
	PERFORM SCAN-ROW-PARA UNTIL WS-LIQ-EOF = 1.
	CLOSE EULRLIN-IN-FILE.

	SCAN-ROW-PARA.
	READ EULRLIN-IN-FILE INTO WS-LIN-RECORD
		AT END MOVE 1 TO WS-LIQ-EOF
	END-READ.
	IF WS-LIQ-EOF = 0
			AND (WS-LIQ-RUN-ID = SPACES
			OR WS-LIN-REC-RUN-ID = WS-LIQ-RUN-ID)
			AND (WS-LIQ-DATE-X IS NOT NUMERIC
			OR WS-LIN-REC-DATE =
				FUNCTION NUMVAL(WS-LIQ-DATE-X))
			AND (WS-LIQ-SOURCE-RUN = SPACES
			OR WS-LIN-REC-SOURCE-RUN = WS-LIQ-SOURCE-RUN) THEN
		ADD 1 TO WS-LIQ-SHOWN
		MOVE SPACES TO WS-LIQ-LINE
		STRING "  " WS-LIN-REC-RUN-ID " " WS-LIN-REC-PROGRAM
			" " WS-LIN-REC-DATASET " BUILD " WS-LIN-REC-SOURCE-RUN
			" " WS-LIN-REC-STAMP
			DELIMITED BY SIZE INTO WS-LIQ-LINE
		END-STRING
		WRITE LINQRPT-RECORD FROM WS-LIQ-LINE
		DISPLAY WS-LIQ-LINE
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
