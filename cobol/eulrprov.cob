*> Catalog completeness audit: adding EULER11 through EULER14 showed
*>   how many places a new problem must be registered - its EULREF
*>   entry, a parm card, EULRVAL's checks, an EULRCAL row, an
*>   EULRCEIL runtime ceiling, its EULRECAT codes, the EULRLREG
*>   layouts of its files, an EULRPROF profile slot, EULRBKUP's
*>   member list, and the EULRTEST regression defaults - and nothing
*>   checked them together. This program reads the catalog and
*>   reports, per problem, which of those registrations exist and
*>   which are missing, then lists the orphans: registrations for
*>   ids no longer on EULREF. Its RETURN-CODE is the night chain's
*>   gate before a new problem's first production night.
*> compile with cobc -free -O -x -o eulrprov.exe -I copy eulrprov.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - PROVPARM card: cols 01-08 one problem
*>             id to audit (blank = every cataloged problem, plus the
*>             orphan pass). The parm card is the problem's E<n>PARM,
*>             or E<n>NUMS for a problem whose input is a number list,
*>             and must be on file; the EULRBKUP and EULRPRF lists are
*>             read from BKPLIST.cpy/PRFLIST.cpy, the registrations
*>             that live in code (EULRVAL's checks, EULRTEST's
*>             defaults, the EULRECAT code prefix) from PROVDAT.cpy;
*>             the files a problem owns are its other EULRBKUP
*>             members, each wanting an EULRLREG layout. EULRCAL,
*>             EULRCEIL and EULRLREG are optional by their own design
*>             - no record means the plain SUITECFG flag, no ceiling,
*>             no layout check - so a gap there is a warning, not a
*>             failure. One line per problem and the orphans to
*>             PROVRPT. RETURN-CODE 0 fully provisioned, 4 optional
*>             gaps only, 8 a required registration missing or an
*>             orphan, 16 no catalog (PV01); the count of problems
*>             with a required gap is the banner result.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRPROV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROVPARM-FILE ASSIGN TO "PROVPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRV-PARM-STATUS.
	SELECT PROVCARD-FILE ASSIGN TO WS-PRV-CARD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRV-CARD-STATUS.
	SELECT EULRCAL-FILE ASSIGN TO "EULRCAL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRV-CAL-STATUS.
	SELECT EULRCEIL-FILE ASSIGN TO "EULRCEIL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRV-CEIL-STATUS.
	SELECT EULRECAT-FILE ASSIGN TO "EULRECAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PRV-ECAT-STATUS.
	SELECT EULREF-FILE ASSIGN TO "EULREF"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-REF-STATUS.
	SELECT PROVRPT-FILE ASSIGN TO "PROVRPT"
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
FD  PROVPARM-FILE.
01  PROVPARM-RECORD                PIC X(08).

FD  PROVCARD-FILE.
01  PROVCARD-RECORD                PIC X(08).

FD  EULRCAL-FILE.
01  EULRCAL-FILE-RECORD            PIC X(28).

FD  EULRCEIL-FILE.
01  EULRCEIL-RECORD                PIC X(17).

FD  EULRECAT-FILE.
01  EULRECAT-RECORD                PIC X(80).

FD  EULREF-FILE.
01  EULREF-FILE-RECORD             PIC X(269).

FD  PROVRPT-FILE.
01  PROVRPT-RECORD                 PIC X(110).

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
	COPY EULREF.
	COPY REFTAB.
	COPY BKPLIST.
	COPY PRFLIST.
	COPY PROVDAT.
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

	01 WS-PRV-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-PRV-CARD-STATUS PIC XX VALUE SPACES.
	01 WS-PRV-CAL-STATUS PIC XX VALUE SPACES.
	01 WS-PRV-CEIL-STATUS PIC XX VALUE SPACES.
	01 WS-PRV-ECAT-STATUS PIC XX VALUE SPACES.
	01 WS-PRV-CARD-NAME PIC X(08) VALUE SPACES.
	01 WS-PRV-EOF PIC 9 VALUE 0.

	01 WS-PRV-PARM-CARD.
		05 WS-PRV-ONLY-ID          PIC X(08).

*> the file-held registrations, loaded once: the problem ids on the
*> run calendar and the ceilings, and the diagnostic codes
	01 WS-PRV-CAL-TABLE.
		05 WS-PRV-CAL-ID PIC X(08) OCCURS 60 TIMES.
	01 WS-PRV-CAL-COUNT PIC 9(2) VALUE 0.
	01 WS-PRV-CEIL-TABLE.
		05 WS-PRV-CEIL-ID PIC X(08) OCCURS 60 TIMES.
	01 WS-PRV-CEIL-COUNT PIC 9(2) VALUE 0.
	01 WS-PRV-ECAT-TABLE.
		05 WS-PRV-ECAT-CODE PIC X(04) OCCURS 300 TIMES.
	01 WS-PRV-ECAT-ROWS PIC 9(3) VALUE 0.
	01 WS-PRV-LINE-IN PIC X(80) VALUE SPACES.

*> one problem's findings
	01 WS-PRV-Q-ID PIC X(08) VALUE SPACES.
	01 WS-PRV-Q-NUM PIC 9(2) VALUE 0.
	01 WS-PRV-Q-NUM-EDIT PIC Z9.
	01 WS-PRV-Q-STEM PIC X(04) VALUE SPACES.
	01 WS-PRV-PREFIX PIC X(02) VALUE SPACES.
	01 WS-PRV-HIT PIC 9(3) VALUE 0.
	01 WS-PRV-K PIC 9(3) VALUE 0.
	01 WS-PRV-R PIC 9(3) VALUE 0.
	01 WS-PRV-OWNED PIC 9(2) VALUE 0.
	01 WS-PRV-OWNED-REG PIC 9(2) VALUE 0.
	01 WS-PRV-REQ-GAP PIC 9 VALUE 0.
	01 WS-PRV-OPT-GAP PIC 9 VALUE 0.
	01 WS-PRV-LINE.
		05 WS-PL-ID                PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-PL-REF               PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-CARD              PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-PL-VAL               PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-CAL               PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-CEIL              PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-ECAT              PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-LREG              PIC X(05).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-BKUP              PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-PROF              PIC X(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PL-TEST              PIC X(04).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-PL-VERDICT           PIC X(10).
		05 FILLER                  PIC X(33) VALUE SPACES.
	01 WS-PRV-LREG-EDIT.
		05 WS-PRV-LREG-N           PIC 9.
		05 FILLER                  PIC X(01) VALUE "/".
		05 WS-PRV-LREG-M           PIC 9.

	01 WS-PRV-AUDITED PIC 9(3) VALUE 0.
	01 WS-PRV-REQ-COUNT PIC 9(3) VALUE 0.
	01 WS-PRV-OPT-COUNT PIC 9(3) VALUE 0.
	01 WS-PRV-ORPHANS PIC 9(3) VALUE 0.
	01 WS-PRV-O-WHERE PIC X(20) VALUE SPACES.
	01 WS-PRV-O-WHAT PIC X(08) VALUE SPACES.
	01 WS-PRV-O-SRC PIC X(20) VALUE SPACES.
	01 WS-PRV-RPT-LINE PIC X(110) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRPROV" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRPROV" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	PERFORM REF-LOAD-PARA.
	IF WS-REF-COUNT = 0 OR WS-REF-OVERFLOW = 1 THEN
		DISPLAY "EULRPROV: REJECTED - NO USABLE PROBLEM CATALOG"
			" (EULREF MISSING, EMPTY, OR PAST 30 PROBLEMS)"
		MOVE "PV01" TO WS-DIAG-CODE
		MOVE "EULREF" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM LOAD-PARA.
	OPEN OUTPUT PROVRPT-FILE.
	MOVE "PROBLEM PROVISIONING AUDIT" TO WS-PRV-RPT-LINE.
	IF WS-PRV-ONLY-ID NOT = SPACES THEN
		STRING "PROBLEM PROVISIONING AUDIT - " WS-PRV-ONLY-ID
			DELIMITED BY SIZE INTO WS-PRV-RPT-LINE
		END-STRING
	END-IF.
	WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE.
	MOVE "PROBLEM   REF  CARD      VAL  CAL  CEIL ECAT LREG  BKUP"
		& " PROF TEST  VERDICT" TO WS-PRV-RPT-LINE.
	WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE.
	IF WS-PRV-ONLY-ID NOT = SPACES THEN
		MOVE WS-PRV-ONLY-ID TO WS-PRV-Q-ID
		PERFORM PROBLEM-PARA
	ELSE
		PERFORM CATALOG-ROW-PARA VARYING WS-PRV-R FROM 1 BY 1
			UNTIL WS-PRV-R > WS-REF-COUNT
		PERFORM ORPHAN-PARA
	END-IF.
	MOVE SPACES TO WS-PRV-RPT-LINE.
	STRING "PROBLEMS AUDITED " WS-PRV-AUDITED
		"  REQUIRED GAPS " WS-PRV-REQ-COUNT
		"  OPTIONAL GAPS " WS-PRV-OPT-COUNT
		"  ORPHANS " WS-PRV-ORPHANS
		DELIMITED BY SIZE INTO WS-PRV-RPT-LINE
	END-STRING.
	WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE.
	CLOSE PROVRPT-FILE.
	DISPLAY "EULRPROV: " WS-PRV-AUDITED " PROBLEM(S) AUDITED, "
		WS-PRV-REQ-COUNT " WITH REQUIRED GAPS, " WS-PRV-OPT-COUNT
		" WITH OPTIONAL GAPS, " WS-PRV-ORPHANS " ORPHAN(S)".
	IF WS-PRV-REQ-COUNT > 0 OR WS-PRV-ORPHANS > 0 THEN
		MOVE "PRV001W" TO WS-MSG-ID
		STRING WS-PRV-REQ-COUNT " PROBLEM(S) NOT FULLY PROVISIONED, "
			WS-PRV-ORPHANS " ORPHAN REGISTRATION(S) - SEE PROVRPT"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-PRV-OPT-COUNT > 0 THEN
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	MOVE WS-PRV-REQ-COUNT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	P-PARA.
	MOVE SPACES TO WS-PRV-PARM-CARD.
	OPEN INPUT PROVPARM-FILE.
	IF WS-PRV-PARM-STATUS = "00" THEN
		READ PROVPARM-FILE INTO WS-PRV-PARM-CARD
			AT END MOVE SPACES TO WS-PRV-PARM-CARD
		END-READ
		CLOSE PROVPARM-FILE
	END-IF.

*> The registrations held on files: the run calendar's and the
*> ceilings' problem ids, the diagnostic codes, the layout registry
	LOAD-PARA.
	MOVE 0 TO WS-PRV-EOF.
	OPEN INPUT EULRCAL-FILE.
	IF WS-PRV-CAL-STATUS = "00" THEN
		PERFORM CAL-ROW-PARA UNTIL WS-PRV-EOF = 1
		CLOSE EULRCAL-FILE
	END-IF.
	MOVE 0 TO WS-PRV-EOF.
	OPEN INPUT EULRCEIL-FILE.
	IF WS-PRV-CEIL-STATUS = "00" THEN
		PERFORM CEIL-ROW-PARA UNTIL WS-PRV-EOF = 1
		CLOSE EULRCEIL-FILE
	END-IF.
	MOVE 0 TO WS-PRV-EOF.
	OPEN INPUT EULRECAT-FILE.
	IF WS-PRV-ECAT-STATUS = "00" THEN
		PERFORM ECAT-ROW-PARA UNTIL WS-PRV-EOF = 1
		CLOSE EULRECAT-FILE
	END-IF.
	PERFORM LREG-LOAD-PARA.

	CAL-ROW-PARA.
	READ EULRCAL-FILE INTO WS-PRV-LINE-IN
		AT END MOVE 1 TO WS-PRV-EOF
	END-READ.
	IF WS-PRV-EOF = 0 AND WS-PRV-LINE-IN(1:8) NOT = SPACES
			AND WS-PRV-CAL-COUNT < 60 THEN
		ADD 1 TO WS-PRV-CAL-COUNT
		MOVE WS-PRV-LINE-IN(1:8) TO WS-PRV-CAL-ID(WS-PRV-CAL-COUNT)
	END-IF.

	CEIL-ROW-PARA.
	READ EULRCEIL-FILE INTO WS-PRV-LINE-IN
		AT END MOVE 1 TO WS-PRV-EOF
	END-READ.
	IF WS-PRV-EOF = 0 AND WS-PRV-LINE-IN(1:8) NOT = SPACES
			AND WS-PRV-CEIL-COUNT < 60 THEN
		ADD 1 TO WS-PRV-CEIL-COUNT
		MOVE WS-PRV-LINE-IN(1:8) TO WS-PRV-CEIL-ID(WS-PRV-CEIL-COUNT)
	END-IF.

	ECAT-ROW-PARA.
	READ EULRECAT-FILE INTO WS-PRV-LINE-IN
		AT END MOVE 1 TO WS-PRV-EOF
	END-READ.
	IF WS-PRV-EOF = 0 AND WS-PRV-LINE-IN(1:4) NOT = SPACES
			AND WS-PRV-ECAT-ROWS < 300 THEN
		ADD 1 TO WS-PRV-ECAT-ROWS
		MOVE WS-PRV-LINE-IN(1:4) TO WS-PRV-ECAT-CODE(WS-PRV-ECAT-ROWS)
	END-IF.

	CATALOG-ROW-PARA.
	MOVE WS-REF-ID(WS-PRV-R) TO WS-PRV-Q-ID.
	PERFORM PROBLEM-PARA.

*> One problem, every registration in turn. A required gap fails
*> the audit; an optional one (EULRCAL, EULRCEIL, EULRLREG - each
*> defined to default cleanly when absent) only warns
	PROBLEM-PARA.
	ADD 1 TO WS-PRV-AUDITED.
	MOVE 0 TO WS-PRV-REQ-GAP.
	MOVE 0 TO WS-PRV-OPT-GAP.
	MOVE SPACES TO WS-PRV-LINE.
	MOVE WS-PRV-Q-ID TO WS-PL-ID.
	MOVE 0 TO WS-PRV-Q-NUM.
	IF WS-PRV-Q-ID(1:5) = "EULER" AND WS-PRV-Q-ID(6:1) IS NUMERIC THEN
		COMPUTE WS-PRV-Q-NUM = FUNCTION NUMVAL(WS-PRV-Q-ID(6:2))
	END-IF.
	MOVE WS-PRV-Q-NUM TO WS-PRV-Q-NUM-EDIT.
	MOVE SPACES TO WS-PRV-Q-STEM.
	STRING "E" FUNCTION TRIM(WS-PRV-Q-NUM-EDIT)
		DELIMITED BY SIZE INTO WS-PRV-Q-STEM
	END-STRING.
*> EULREF
	MOVE WS-PRV-Q-ID TO WS-REF-FIND-ID.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX > 0 THEN
		MOVE "YES" TO WS-PL-REF
	ELSE
		MOVE "NO" TO WS-PL-REF
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
*> the parm card, on file under its conventional name
	PERFORM CARD-PARA.
*> EULRVAL's pre-flight check
	MOVE 0 TO WS-PRV-HIT.
	PERFORM VAL-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-VAL-COUNT.
	MOVE "YES" TO WS-PL-VAL.
	IF WS-PRV-HIT = 0 THEN
		MOVE "NO" TO WS-PL-VAL
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
*> EULRCAL and EULRCEIL - optional
	MOVE 0 TO WS-PRV-HIT.
	PERFORM CAL-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRV-CAL-COUNT.
	MOVE "YES" TO WS-PL-CAL.
	IF WS-PRV-HIT = 0 THEN
		MOVE "none" TO WS-PL-CAL
		MOVE 1 TO WS-PRV-OPT-GAP
	END-IF.
	MOVE 0 TO WS-PRV-HIT.
	PERFORM CEIL-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRV-CEIL-COUNT.
	MOVE "YES" TO WS-PL-CEIL.
	IF WS-PRV-HIT = 0 THEN
		MOVE "none" TO WS-PL-CEIL
		MOVE 1 TO WS-PRV-OPT-GAP
	END-IF.
*> EULRECAT: at least one code under the problem's prefix
	MOVE SPACES TO WS-PRV-PREFIX.
	PERFORM PREFIX-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-ECAT-COUNT.
	MOVE 0 TO WS-PRV-HIT.
	IF WS-PRV-PREFIX NOT = SPACES THEN
		PERFORM ECAT-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
			UNTIL WS-PRV-K > WS-PRV-ECAT-ROWS
	END-IF.
	MOVE "YES" TO WS-PL-ECAT.
	IF WS-PRV-HIT = 0 THEN
		MOVE "NO" TO WS-PL-ECAT
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
*> EULRBKUP: the parm card on the member list; the problem's other
*> members are its own files, each wanting an EULRLREG layout
	MOVE 0 TO WS-PRV-HIT.
	MOVE 0 TO WS-PRV-OWNED.
	MOVE 0 TO WS-PRV-OWNED-REG.
	PERFORM BKUP-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-BKP-LIST-SIZE.
	MOVE "YES" TO WS-PL-BKUP.
	IF WS-PRV-HIT = 0 THEN
		MOVE "NO" TO WS-PL-BKUP
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
	IF WS-PRV-OWNED = 0 THEN
		MOVE "n/a" TO WS-PL-LREG
	ELSE
		MOVE WS-PRV-OWNED-REG TO WS-PRV-LREG-N
		MOVE WS-PRV-OWNED TO WS-PRV-LREG-M
		MOVE WS-PRV-LREG-EDIT TO WS-PL-LREG
		IF WS-PRV-OWNED-REG < WS-PRV-OWNED THEN
			MOVE 1 TO WS-PRV-OPT-GAP
		END-IF
	END-IF.
*> EULRPRF profile slot
	MOVE 0 TO WS-PRV-HIT.
	PERFORM PROF-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRF-CARD-COUNT.
	MOVE "YES" TO WS-PL-PROF.
	IF WS-PRV-HIT = 0 THEN
		MOVE "NO" TO WS-PL-PROF
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
*> EULRTEST regression defaults
	MOVE 0 TO WS-PRV-HIT.
	PERFORM TEST-FIND-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-TST-COUNT.
	MOVE "YES" TO WS-PL-TEST.
	IF WS-PRV-HIT = 0 THEN
		MOVE "NO" TO WS-PL-TEST
		MOVE 1 TO WS-PRV-REQ-GAP
	END-IF.
	EVALUATE TRUE
		WHEN WS-PRV-REQ-GAP = 1
			MOVE "INCOMPLETE" TO WS-PL-VERDICT
			ADD 1 TO WS-PRV-REQ-COUNT
		WHEN WS-PRV-OPT-GAP = 1
			MOVE "OPTIONAL" TO WS-PL-VERDICT
			ADD 1 TO WS-PRV-OPT-COUNT
		WHEN OTHER
			MOVE "COMPLETE" TO WS-PL-VERDICT
	END-EVALUATE.
	WRITE PROVRPT-RECORD FROM WS-PRV-LINE.

*> E<n>PARM, or E<n>NUMS where the problem's input is a number list;
*> the name found (else E<n>PARM) is what the lists are checked for
	CARD-PARA.
	MOVE SPACES TO WS-PRV-CARD-NAME.
	STRING FUNCTION TRIM(WS-PRV-Q-STEM) "PARM"
		DELIMITED BY SIZE INTO WS-PRV-CARD-NAME
	END-STRING.
	OPEN INPUT PROVCARD-FILE.
	IF WS-PRV-CARD-STATUS = "00" THEN
		CLOSE PROVCARD-FILE
		MOVE WS-PRV-CARD-NAME TO WS-PL-CARD
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PRV-CARD-NAME.
	STRING FUNCTION TRIM(WS-PRV-Q-STEM) "NUMS"
		DELIMITED BY SIZE INTO WS-PRV-CARD-NAME
	END-STRING.
	OPEN INPUT PROVCARD-FILE.
	IF WS-PRV-CARD-STATUS = "00" THEN
		CLOSE PROVCARD-FILE
		MOVE WS-PRV-CARD-NAME TO WS-PL-CARD
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PRV-CARD-NAME.
	STRING FUNCTION TRIM(WS-PRV-Q-STEM) "PARM"
		DELIMITED BY SIZE INTO WS-PRV-CARD-NAME
	END-STRING.
	MOVE "NO" TO WS-PL-CARD.
	MOVE 1 TO WS-PRV-REQ-GAP.

	VAL-FIND-PARA.
	IF WS-PROV-VAL-ID(WS-PRV-K) = WS-PRV-Q-ID THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

	CAL-FIND-PARA.
	IF WS-PRV-CAL-ID(WS-PRV-K) = WS-PRV-Q-ID THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

	CEIL-FIND-PARA.
	IF WS-PRV-CEIL-ID(WS-PRV-K) = WS-PRV-Q-ID THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

	PREFIX-FIND-PARA.
	IF WS-PROV-ECAT-ID(WS-PRV-K) = WS-PRV-Q-ID THEN
		MOVE WS-PROV-ECAT-PREFIX(WS-PRV-K) TO WS-PRV-PREFIX
	END-IF.

	ECAT-FIND-PARA.
	IF WS-PRV-ECAT-CODE(WS-PRV-K)(1:2) = WS-PRV-PREFIX THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

*> a member is the problem's when it carries the problem's E<n>
*> stem followed by a letter (E1PARM is EULER1's, E10PARM is not)
	BKUP-FIND-PARA.
	IF WS-BKP-MEMBER(WS-PRV-K) = WS-PRV-CARD-NAME THEN
		MOVE 1 TO WS-PRV-HIT
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-BKP-MEMBER(WS-PRV-K) TO WS-PRV-O-WHAT.
	PERFORM STEM-OF-PARA.
	IF WS-PRV-O-WHERE(1:4) = WS-PRV-Q-STEM AND WS-PRV-Q-NUM > 0 THEN
		ADD 1 TO WS-PRV-OWNED
		MOVE WS-BKP-MEMBER(WS-PRV-K) TO WS-LREG-FILE-NAME
		MOVE 0 TO WS-LREG-HIT
		PERFORM LREG-FIND-PARA VARYING WS-LREG-K FROM 1 BY 1
			UNTIL WS-LREG-K > WS-LREG-COUNT
		IF WS-LREG-HIT > 0 THEN
			ADD 1 TO WS-PRV-OWNED-REG
		END-IF
	END-IF.

*> The E<n> stem of the file name in WS-PRV-O-WHAT, left in
*> WS-PRV-O-WHERE (blank when the name is not a problem's file)
	STEM-OF-PARA.
	MOVE SPACES TO WS-PRV-O-WHERE.
	IF WS-PRV-O-WHAT(1:1) NOT = "E"
			OR WS-PRV-O-WHAT(2:1) IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-PRV-O-WHAT(3:1) IS NUMERIC THEN
		MOVE WS-PRV-O-WHAT(1:3) TO WS-PRV-O-WHERE
	ELSE
		MOVE WS-PRV-O-WHAT(1:2) TO WS-PRV-O-WHERE
	END-IF.

	PROF-FIND-PARA.
	IF WS-PRF-CARD-NAME(WS-PRV-K) = WS-PRV-CARD-NAME THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

	TEST-FIND-PARA.
	IF WS-PROV-TST-ID(WS-PRV-K) = WS-PRV-Q-ID THEN
		MOVE 1 TO WS-PRV-HIT
	END-IF.

*> Orphans: every registration naming a problem id (or a problem's
*> file stem) that is no longer on EULREF
	ORPHAN-PARA.
	MOVE "ORPHAN REGISTRATIONS (ID NOT ON EULREF):"
		TO WS-PRV-RPT-LINE.
	WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE.
	MOVE "EULRCAL" TO WS-PRV-O-WHERE.
	PERFORM ORPHAN-CAL-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRV-CAL-COUNT.
	MOVE "EULRCEIL" TO WS-PRV-O-WHERE.
	PERFORM ORPHAN-CEIL-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRV-CEIL-COUNT.
	MOVE "EULRVAL CHECKS" TO WS-PRV-O-WHERE.
	PERFORM ORPHAN-VAL-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-VAL-COUNT.
	MOVE "EULRTEST DEFAULTS" TO WS-PRV-O-WHERE.
	PERFORM ORPHAN-TST-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-TST-COUNT.
	MOVE "EULRECAT PREFIX" TO WS-PRV-O-WHERE.
	PERFORM ORPHAN-ECAT-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PROV-ECAT-COUNT.
	PERFORM ORPHAN-BKUP-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-BKP-LIST-SIZE.
	PERFORM ORPHAN-PROF-PARA VARYING WS-PRV-K FROM 1 BY 1
		UNTIL WS-PRV-K > WS-PRF-CARD-COUNT.
	IF WS-PRV-ORPHANS = 0 THEN
		MOVE "  NONE" TO WS-PRV-RPT-LINE
		WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE
	END-IF.

	ORPHAN-CAL-PARA.
	MOVE WS-PRV-CAL-ID(WS-PRV-K) TO WS-PRV-Q-ID.
	PERFORM ORPHAN-ID-PARA.

	ORPHAN-CEIL-PARA.
	MOVE WS-PRV-CEIL-ID(WS-PRV-K) TO WS-PRV-Q-ID.
	PERFORM ORPHAN-ID-PARA.

	ORPHAN-VAL-PARA.
	MOVE WS-PROV-VAL-ID(WS-PRV-K) TO WS-PRV-Q-ID.
	PERFORM ORPHAN-ID-PARA.

	ORPHAN-TST-PARA.
	MOVE WS-PROV-TST-ID(WS-PRV-K) TO WS-PRV-Q-ID.
	PERFORM ORPHAN-ID-PARA.

	ORPHAN-ECAT-PARA.
	MOVE WS-PROV-ECAT-ID(WS-PRV-K) TO WS-PRV-Q-ID.
	PERFORM ORPHAN-ID-PARA.

	ORPHAN-ID-PARA.
	MOVE WS-PRV-Q-ID TO WS-REF-FIND-ID.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX = 0 THEN
		MOVE WS-PRV-Q-ID TO WS-PRV-O-WHAT
		PERFORM ORPHAN-LINE-PARA
	END-IF.

	ORPHAN-BKUP-PARA.
	MOVE WS-BKP-MEMBER(WS-PRV-K) TO WS-PRV-Q-ID.
	MOVE "EULRBKUP MEMBERS" TO WS-PRV-O-SRC.
	PERFORM ORPHAN-FILE-PARA.

	ORPHAN-PROF-PARA.
	MOVE WS-PRF-CARD-NAME(WS-PRV-K) TO WS-PRV-Q-ID.
	MOVE "EULRPRF CARDS" TO WS-PRV-O-SRC.
	PERFORM ORPHAN-FILE-PARA.

*> a problem file (E<n>...) whose EULER<n> is not on the catalog
	ORPHAN-FILE-PARA.
	MOVE WS-PRV-Q-ID TO WS-PRV-O-WHAT.
	PERFORM STEM-OF-PARA.
	IF WS-PRV-O-WHERE = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-REF-FIND-ID.
	STRING "EULER" WS-PRV-O-WHERE(2:2)
		DELIMITED BY SPACE INTO WS-REF-FIND-ID
	END-STRING.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX = 0 THEN
		MOVE WS-PRV-O-SRC TO WS-PRV-O-WHERE
		PERFORM ORPHAN-LINE-PARA
	END-IF.

	ORPHAN-LINE-PARA.
	ADD 1 TO WS-PRV-ORPHANS.
	MOVE SPACES TO WS-PRV-RPT-LINE.
	STRING "  " WS-PRV-O-WHERE " " WS-PRV-O-WHAT
		DELIMITED BY SIZE INTO WS-PRV-RPT-LINE
	END-STRING.
	WRITE PROVRPT-RECORD FROM WS-PRV-RPT-LINE.

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
	COPY REFTABP.
