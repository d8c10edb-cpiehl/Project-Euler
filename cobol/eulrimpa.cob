*> Stale-output impact analysis: when EULER10 rebuilds the prime
*>   cache with a different ceiling, or EULRCAT re-blesses an EULREF
*>   answer, every output already produced against the old version -
*>   EULER3's factoring, EULRFEED extracts already sent, the
*>   EULRPPAL/EULRPGAP reports, anything that used E10SPF, the
*>   digests reconciled against the old answer - may now disagree
*>   with the new one, and nobody could say which. This program takes
*>   the change off its IMPAPARM card (layout in IMPDAT.cpy), finds
*>   the runs that used the old version, walks the output manifest
*>   EULRMANI for everything those runs produced, says of each
*>   output whether it would change, and writes the recall/re-issue
*>   worklist IMPAWORK alongside the IMPARPT report.
*> compile with cobc -free -O -x -o eulrimpa.exe -I copy eulrimpa.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - the runs that used the old version:
*>             for E10PRIME (E10SEG with it) and E10SPF, every
*>             EULRLIN input-lineage record of the dataset from a run
*>             older than the rebuild that did not read the rebuild
*>             itself; for EULREF, every EULREXP row of the problem
*>             from a run older than the blessing. A cache output is
*>             judged from the build identity the old run stamped
*>             (ceiling and prime count) against E10PSTAT's: the same
*>             build is UNCHANGED, the same ceiling with a different
*>             count CHANGES; a raised ceiling CHANGES the whole-
*>             cache reports (EULRPGAP, EULRPDEN), leaves an answer
*>             inside the old coverage UNCHANGED, and MAY CHANGE
*>             EULRPPAL (whole cache unless its card gave a range); a
*>             lowered ceiling or an uncertified old cache MAY CHANGE,
*>             and an E10SPF reader always MAY CHANGE (the table
*>             carries no build identity). A blessing judges
*>             the EULERRUN digests that reconciled the problem: the
*>             run's answer against the old and the new expected
*>             answer, a reconciliation that flips either way
*>             CHANGES; no prior answer on the card, or a blessing
*>             that kept the answer (blessed card only), MAY CHANGE.
*>             A run that used the old version but left no manifest
*>             row is listed with its program to rerun. Worklist rows
*>             as the banner result; RETURN-CODE 0 nothing to recall,
*>             4 a worklist (message IMP001W and a WARN notification,
*>             not in TEST mode), 16 for a card that is missing or
*>             invalid (IM01) or a change whose run id cannot be
*>             established (IM02).

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRIMPA.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT IMPAPARM-FILE ASSIGN TO "IMPAPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-PARM-STATUS.
	SELECT EULRLIN-IN-FILE ASSIGN TO "EULRLIN"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-LIN-STATUS.
	SELECT EULRMANI-IN-FILE ASSIGN TO "EULRMANI"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-MANI-STATUS.
	SELECT EULREXP-IN-FILE ASSIGN TO "EULREXP"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-EXP-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-AUD-STATUS.
	SELECT EULREF-FILE ASSIGN TO "EULREF"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-REF-STATUS.
	SELECT E10PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-IMP-STAT-STATUS.
	SELECT IMPARPT-FILE ASSIGN TO "IMPARPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT IMPAWORK-FILE ASSIGN TO "IMPAWORK"
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
FD  IMPAPARM-FILE.
01  IMPAPARM-RECORD                PIC X(80).

FD  EULRLIN-IN-FILE.
01  EULRLIN-IN-RECORD              PIC X(111).

FD  EULRMANI-IN-FILE.
01  EULRMANI-IN-RECORD             PIC X(63).

FD  EULREXP-IN-FILE.
01  EULREXP-IN-RECORD              PIC X(209).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULREF-FILE.
01  EULREF-FILE-RECORD             PIC X(269).

FD  E10PSTAT-FILE.
01  E10PSTAT-RECORD                PIC X(98).

FD  IMPARPT-FILE.
01  IMPARPT-RECORD                 PIC X(137).

FD  IMPAWORK-FILE.
01  IMPAWORK-RECORD                PIC X(125).

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
	COPY IMPDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY EXPDAT.
	COPY EULREF.
	COPY E10STAT.
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

	01 WS-IMP-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-LIN-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-MANI-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-REF-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-STAT-STATUS PIC XX VALUE SPACES.
	01 WS-IMP-REJECTED PIC 9 VALUE 0.
	01 WS-IMP-EOF PIC 9 VALUE 0.
	01 WS-IMP-PTR PIC 9(03) VALUE 1.
*> the audit line as read back - only the outcome and the run id
	01 WS-IMP-AUD-LINE.
		05 FILLER                  PIC X(36).
		05 WS-IMP-AUD-OUTCOME      PIC X(08).
		05 FILLER                  PIC X(10).
		05 WS-IMP-AUD-RUN-ID       PIC X(16).
		05 FILLER                  PIC X(31).
*> the new version: the rebuilt cache's identity, or the problem's
*> expected answer as blessed now
	01 WS-IMP-NEW-CEILING PIC 9(12) VALUE 0.
	01 WS-IMP-NEW-COUNT PIC 9(09) VALUE 0.
	01 WS-IMP-NEW-EXPECTED PIC 9(36) VALUE 0.
	01 WS-IMP-REF-FOUND PIC X(01) VALUE "N".
	01 WS-IMP-PRIOR-KNOWN PIC X(01) VALUE "N".
*> the old version one lineage record names: "CEIL c CNT n BUILT d"
	01 WS-IMP-OLD-STAMP.
		05 WS-IMP-OLD-TAG          PIC X(05).
		05 WS-IMP-OLD-CEILING      PIC 9(12).
		05 FILLER                  PIC X(05).
		05 WS-IMP-OLD-COUNT        PIC 9(09).
		05 FILLER                  PIC X(19).
*> the runs that used the old version, each judged once
	01 WS-IMP-RUN-TABLE.
		05 WS-IMP-RUN OCCURS 500 TIMES.
			10 WS-IMP-RUN-ID       PIC X(16).
			10 WS-IMP-RUN-PROGRAM  PIC X(08).
			10 WS-IMP-RUN-DATE     PIC 9(08).
			10 WS-IMP-RUN-VERDICT  PIC X(10).
			10 WS-IMP-RUN-REASON   PIC X(30).
			10 WS-IMP-RUN-OUTPUTS  PIC 9(04).
	01 WS-IMP-RUN-COUNT PIC 9(04) VALUE 0.
	01 WS-IMP-RUN-FULL PIC 9(05) VALUE 0.
	01 WS-IMP-R PIC 9(04) VALUE 0.
	01 WS-IMP-FOUND PIC 9(04) VALUE 0.
*> one old run as found, before it goes onto the table
	01 WS-IMP-STAGE-RUN PIC X(16) VALUE SPACES.
	01 WS-IMP-STAGE-PROGRAM PIC X(08) VALUE SPACES.
	01 WS-IMP-STAGE-DATE PIC 9(08) VALUE 0.
	01 WS-IMP-VERDICT PIC X(10) VALUE SPACES.
	01 WS-IMP-REASON PIC X(30) VALUE SPACES.
*> one output as listed
	01 WS-IMP-OUT-FILE PIC X(18) VALUE SPACES.
	01 WS-IMP-LISTED PIC 9(05) VALUE 0.
	01 WS-IMP-CHANGES PIC 9(05) VALUE 0.
	01 WS-IMP-MAYBE PIC 9(05) VALUE 0.
	01 WS-IMP-SAME PIC 9(05) VALUE 0.
	01 WS-IMP-WORK PIC 9(05) VALUE 0.
	01 WS-IMP-RPT-LINE.
		05 WS-IRL-RUN-ID           PIC X(16).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-PROGRAM          PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-DATE             PIC 9(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-FILE             PIC X(18).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-VERDICT          PIC X(10).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-ACTION           PIC X(20).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-IRL-REASON           PIC X(30).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRIMPA" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRIMPA" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-IMP-REJECTED = 0 THEN
		IF WS-IMP-IS-CACHE THEN
			PERFORM CACHE-NEW-PARA
		ELSE
			PERFORM REF-NEW-PARA
		END-IF
	END-IF.
	IF WS-IMP-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	IF WS-IMP-IS-CACHE THEN
		PERFORM LIN-PASS-PARA
	ELSE
		PERFORM EXP-PASS-PARA
	END-IF.
	OPEN OUTPUT IMPARPT-FILE.
	OPEN OUTPUT IMPAWORK-FILE.
	MOVE "EULRIMPA - STALE-OUTPUT IMPACT ANALYSIS" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	MOVE 1 TO WS-IMP-PTR.
	STRING WS-IMP-DATASET DELIMITED BY SPACE
		" CHANGED BY RUN " WS-IMP-CHANGE-RUN
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
		WITH POINTER WS-IMP-PTR
	END-STRING.
	IF WS-IMP-IS-REF THEN
		STRING " FOR " WS-IMP-PROBLEM DELIMITED BY SIZE
			INTO WS-DTL-PARM-TEXT WITH POINTER WS-IMP-PTR
		END-STRING
	END-IF.
	IF WS-IMP-FROM > 0 THEN
		STRING " SINCE " WS-IMP-FROM-X DELIMITED BY SIZE
			INTO WS-DTL-PARM-TEXT WITH POINTER WS-IMP-PTR
		END-STRING
	END-IF.
	MOVE "RUN ID            PROGRAM   RUN DATE  OUTPUT FILE"
		& "         VERDICT     ACTION                REASON"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM MANI-PASS-PARA.
	PERFORM UNLISTED-PARA VARYING WS-IMP-R FROM 1 BY 1
		UNTIL WS-IMP-R > WS-IMP-RUN-COUNT.
	PERFORM DTL-END-PARA.
	CLOSE IMPARPT-FILE.
	CLOSE IMPAWORK-FILE.
	IF WS-IMP-RUN-FULL > 0 THEN
		DISPLAY "EULRIMPA: " WS-IMP-RUN-FULL " MORE RUN(S) PAST THE"
			" 500 THE ANALYSIS HOLDS - NARROW THE IMPAPARM DATE"
	END-IF.
	DISPLAY "EULRIMPA: " WS-IMP-RUN-COUNT " RUN(S) USED THE OLD "
		FUNCTION TRIM(WS-IMP-DATASET) " - " WS-IMP-LISTED " OUTPUT(S): "
		WS-IMP-CHANGES " CHANGE, " WS-IMP-MAYBE " MAY CHANGE, "
		WS-IMP-SAME " UNCHANGED".
	MOVE WS-IMP-WORK TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	MOVE 0 TO RETURN-CODE.
	IF WS-IMP-WORK > 0 THEN
		MOVE "IMP001W" TO WS-MSG-ID
		STRING WS-IMP-WORK " OUTPUT(S) TO RECALL, RE-ISSUE OR RERUN"
			" - SEE IMPAWORK"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "WARN" TO WS-NOT-SEVERITY
			MOVE "EULRIMPA" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING WS-IMP-WORK " STALE OUTPUT(S) ON IMPAWORK"
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The card: a dataset the analysis knows, a problem for EULREF, a
*> numeric date when one is given
	P-PARA.
	MOVE SPACES TO WS-IMP-CARD.
	OPEN INPUT IMPAPARM-FILE.
	IF WS-IMP-PARM-STATUS = "00" THEN
		READ IMPAPARM-FILE INTO WS-IMP-CARD
			AT END MOVE SPACES TO WS-IMP-CARD
		END-READ
		CLOSE IMPAPARM-FILE
	END-IF.
	IF NOT WS-IMP-IS-CACHE AND NOT WS-IMP-IS-REF THEN
		DISPLAY "EULRIMPA: REJECTED - IMPAPARM MISSING OR NAMES NO"
			" DATASET THE ANALYSIS KNOWS: '" WS-IMP-DATASET "'"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-IS-REF AND WS-IMP-PROBLEM = SPACES THEN
		DISPLAY "EULRIMPA: REJECTED - EULREF NEEDS THE PROBLEM"
			" WHOSE ANSWER WAS RE-BLESSED (COLS 27-34)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-FROM-X = SPACES THEN
		MOVE 0 TO WS-IMP-FROM
	END-IF.
	IF WS-IMP-FROM-X IS NOT NUMERIC THEN
		DISPLAY "EULRIMPA: REJECTED - LOOK-BACK DATE NOT YYYYMMDD: '"
			WS-IMP-FROM-X "'"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-PRIOR-X IS NUMERIC THEN
		MOVE "Y" TO WS-IMP-PRIOR-KNOWN
	END-IF.

	CARD-REJECT-PARA.
	MOVE "IM01" TO WS-DIAG-CODE.
	MOVE WS-IMP-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-IMP-REJECTED.

*> The rebuilt cache's identity off E10PSTAT; its run id is the
*> rebuild's unless the card names one
	CACHE-NEW-PARA.
	MOVE SPACES TO WS-E10-STAT-RECORD.
	OPEN INPUT E10PSTAT-FILE.
	IF WS-IMP-STAT-STATUS = "00" THEN
		READ E10PSTAT-FILE INTO WS-E10-STAT-RECORD
			AT END MOVE "10" TO WS-IMP-STAT-STATUS
		END-READ
		CLOSE E10PSTAT-FILE
	END-IF.
	IF WS-IMP-STAT-STATUS NOT = "00"
			OR WS-E10-STAT-CEILING IS NOT NUMERIC THEN
		DISPLAY "EULRIMPA: REJECTED - NO E10PSTAT STATS RECORD - THE"
			" REBUILT CACHE IS NOT CERTIFIED"
		MOVE "E10PSTAT" TO WS-DIAG-VALUE
		PERFORM CHANGE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-E10-STAT-CEILING TO WS-IMP-NEW-CEILING.
	MOVE WS-E10-STAT-COUNT TO WS-IMP-NEW-COUNT.
	IF WS-IMP-CHANGE-RUN = SPACES THEN
		MOVE WS-E10-STAT-RUN-ID TO WS-IMP-CHANGE-RUN
	END-IF.
	IF WS-IMP-CHANGE-RUN = SPACES THEN
		DISPLAY "EULRIMPA: REJECTED - E10PSTAT CARRIES NO BUILD RUN"
			" ID - GIVE THE REBUILD'S RUN ID ON IMPAPARM"
		MOVE "E10PSTAT" TO WS-DIAG-VALUE
		PERFORM CHANGE-REJECT-PARA
	END-IF.

*> The problem's expected answer now, and the blessing's run id -
*> the last EULRCAT confirm (outcome BLESSCNF) unless the card names
*> one
	REF-NEW-PARA.
	MOVE 0 TO WS-IMP-EOF.
	OPEN INPUT EULREF-FILE.
	IF WS-IMP-REF-STATUS = "00" THEN
		PERFORM REF-ROW-PARA UNTIL WS-IMP-EOF = 1
		CLOSE EULREF-FILE
	END-IF.
	IF WS-IMP-REF-FOUND NOT = "Y" THEN
		DISPLAY "EULRIMPA: REJECTED - " WS-IMP-PROBLEM
			" IS NOT ON THE EULREF CATALOG"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-CHANGE-RUN = SPACES THEN
		MOVE 0 TO WS-IMP-EOF
		OPEN INPUT EULRAUD-IN-FILE
		IF WS-IMP-AUD-STATUS = "00" THEN
			PERFORM AUD-ROW-PARA UNTIL WS-IMP-EOF = 1
			CLOSE EULRAUD-IN-FILE
		END-IF
	END-IF.
	IF WS-IMP-CHANGE-RUN = SPACES THEN
		DISPLAY "EULRIMPA: REJECTED - NO EULRCAT CONFIRM ON THE AUDIT"
			" TRAIL - GIVE THE BLESSING'S RUN ID ON IMPAPARM"
		MOVE "EULRAUD BLESSCNF" TO WS-DIAG-VALUE
		PERFORM CHANGE-REJECT-PARA
	END-IF.

	REF-ROW-PARA.
	READ EULREF-FILE INTO WS-EULREF-RECORD
		AT END MOVE 1 TO WS-IMP-EOF
	END-READ.
	IF WS-IMP-EOF = 0 AND WS-EULREF-PROBLEM-ID = WS-IMP-PROBLEM THEN
		MOVE "Y" TO WS-IMP-REF-FOUND
		MOVE WS-EULREF-EXPECTED TO WS-IMP-NEW-EXPECTED
	END-IF.

	AUD-ROW-PARA.
	READ EULRAUD-IN-FILE INTO WS-IMP-AUD-LINE
		AT END MOVE 1 TO WS-IMP-EOF
	END-READ.
	IF WS-IMP-EOF = 0 AND WS-IMP-AUD-OUTCOME = "BLESSCNF" THEN
		MOVE WS-IMP-AUD-RUN-ID TO WS-IMP-CHANGE-RUN
	END-IF.

	CHANGE-REJECT-PARA.
	MOVE "IM02" TO WS-DIAG-CODE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-IMP-REJECTED.

*> ----------------------------------------------------------------
*> The cache's old readers: lineage of the dataset (E10SEG goes with
*> E10PRIME) from a run older than the rebuild that read some other
*> build
*> ----------------------------------------------------------------
	LIN-PASS-PARA.
	MOVE 0 TO WS-IMP-EOF.
	OPEN INPUT EULRLIN-IN-FILE.
	IF WS-IMP-LIN-STATUS = "00" THEN
		PERFORM LIN-ROW-PARA UNTIL WS-IMP-EOF = 1
		CLOSE EULRLIN-IN-FILE
	END-IF.

	LIN-ROW-PARA.
	READ EULRLIN-IN-FILE INTO WS-LIN-RECORD
		AT END MOVE 1 TO WS-IMP-EOF
	END-READ.
	IF WS-IMP-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-LIN-REC-DATASET NOT = WS-IMP-DATASET
			AND NOT (WS-IMP-DATASET = "E10PRIME"
				AND WS-LIN-REC-DATASET = "E10SEG") THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-LIN-REC-RUN-ID NOT < WS-IMP-CHANGE-RUN
			OR WS-LIN-REC-SOURCE-RUN = WS-IMP-CHANGE-RUN
			OR WS-LIN-REC-DATE < WS-IMP-FROM THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM CACHE-JUDGE-PARA.
	MOVE WS-LIN-REC-RUN-ID TO WS-IMP-STAGE-RUN.
	MOVE WS-LIN-REC-PROGRAM TO WS-IMP-STAGE-PROGRAM.
	MOVE WS-LIN-REC-DATE TO WS-IMP-STAGE-DATE.
	PERFORM RUN-ADD-PARA.

*> What the old build would have answered differently, judged from
*> the identity the reading run stamped
	CACHE-JUDGE-PARA.
	MOVE WS-LIN-REC-STAMP TO WS-IMP-OLD-STAMP.
	EVALUATE TRUE
		WHEN WS-IMP-DATASET = "E10SPF"
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "TABLE HAS NO BUILD IDENTITY" TO WS-IMP-REASON
		WHEN WS-IMP-OLD-TAG NOT = "CEIL "
				OR WS-IMP-OLD-CEILING IS NOT NUMERIC
				OR WS-IMP-OLD-COUNT IS NOT NUMERIC
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "OLD CACHE NOT CERTIFIED" TO WS-IMP-REASON
		WHEN WS-IMP-OLD-CEILING = WS-IMP-NEW-CEILING
				AND WS-IMP-OLD-COUNT = WS-IMP-NEW-COUNT
			MOVE "UNCHANGED" TO WS-IMP-VERDICT
			MOVE "SAME CEILING AND PRIME COUNT" TO WS-IMP-REASON
		WHEN WS-IMP-OLD-CEILING = WS-IMP-NEW-CEILING
			MOVE "CHANGES" TO WS-IMP-VERDICT
			MOVE "SAME CEILING, COUNT DIFFERS" TO WS-IMP-REASON
		WHEN WS-IMP-OLD-CEILING > WS-IMP-NEW-CEILING
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "CEILING LOWERED" TO WS-IMP-REASON
		WHEN WS-LIN-REC-PROGRAM = "EULRPGAP"
				OR WS-LIN-REC-PROGRAM = "EULRPDEN"
			MOVE "CHANGES" TO WS-IMP-VERDICT
			MOVE "WHOLE-CACHE REPORT, CEILING UP" TO WS-IMP-REASON
		WHEN WS-LIN-REC-PROGRAM = "EULRPPAL"
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "WHOLE CACHE UNLESS RANGED" TO WS-IMP-REASON
		WHEN OTHER
			MOVE "UNCHANGED" TO WS-IMP-VERDICT
			MOVE "ANSWER INSIDE OLD COVERAGE" TO WS-IMP-REASON
	END-EVALUATE.

*> ----------------------------------------------------------------
*> A blessing's old reconciliations: the problem's export rows from
*> runs older than the blessing, each answer against the old and the
*> new expected answer
*> ----------------------------------------------------------------
	EXP-PASS-PARA.
	MOVE 0 TO WS-IMP-EOF.
	OPEN INPUT EULREXP-IN-FILE.
	IF WS-IMP-EXP-STATUS = "00" THEN
		PERFORM EXP-ROW-PARA UNTIL WS-IMP-EOF = 1
		CLOSE EULREXP-IN-FILE
	END-IF.

	EXP-ROW-PARA.
	READ EULREXP-IN-FILE INTO WS-EXPORT-RECORD
		AT END MOVE 1 TO WS-IMP-EOF
	END-READ.
	IF WS-IMP-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM EXPORT-REMAP-PARA.
	IF WS-EXPORT-PROBLEM-ID NOT = WS-IMP-PROBLEM
			OR WS-EXPORT-RUN-ID = SPACES
			OR WS-EXPORT-RUN-ID NOT < WS-IMP-CHANGE-RUN
			OR WS-EXPORT-RUN-DATE < WS-IMP-FROM THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE TRUE
		WHEN WS-IMP-PRIOR-KNOWN NOT = "Y"
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "PRIOR ANSWER NOT ON THE CARD" TO WS-IMP-REASON
		WHEN WS-IMP-PRIOR = WS-IMP-NEW-EXPECTED
			MOVE "MAY CHANGE" TO WS-IMP-VERDICT
			MOVE "BLESSED CARD ONLY, SAME ANSWER" TO WS-IMP-REASON
		WHEN WS-EXPORT-RESULT-WIDE = WS-IMP-NEW-EXPECTED
			MOVE "CHANGES" TO WS-IMP-VERDICT
			MOVE "MISMATCH NOW RECONCILES" TO WS-IMP-REASON
		WHEN WS-EXPORT-RESULT-WIDE = WS-IMP-PRIOR
			MOVE "CHANGES" TO WS-IMP-VERDICT
			MOVE "RECONCILED, NOW A MISMATCH" TO WS-IMP-REASON
		WHEN OTHER
			MOVE "UNCHANGED" TO WS-IMP-VERDICT
			MOVE "MISMATCH EITHER WAY" TO WS-IMP-REASON
	END-EVALUATE.
	MOVE WS-EXPORT-RUN-ID TO WS-IMP-STAGE-RUN.
	MOVE WS-EXPORT-PROBLEM-ID TO WS-IMP-STAGE-PROGRAM.
	MOVE WS-EXPORT-RUN-DATE TO WS-IMP-STAGE-DATE.
	PERFORM RUN-ADD-PARA.

*> The staged run onto the table with its judgment - a run already
*> there keeps its first
	RUN-ADD-PARA.
	MOVE 0 TO WS-IMP-FOUND.
	PERFORM RUN-FIND-PARA VARYING WS-IMP-R FROM 1 BY 1
		UNTIL WS-IMP-R > WS-IMP-RUN-COUNT OR WS-IMP-FOUND > 0.
	IF WS-IMP-FOUND > 0 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-RUN-COUNT >= 500 THEN
		ADD 1 TO WS-IMP-RUN-FULL
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-IMP-RUN-COUNT.
	MOVE WS-IMP-STAGE-RUN TO WS-IMP-RUN-ID(WS-IMP-RUN-COUNT).
	MOVE WS-IMP-STAGE-PROGRAM TO WS-IMP-RUN-PROGRAM(WS-IMP-RUN-COUNT).
	MOVE WS-IMP-STAGE-DATE TO WS-IMP-RUN-DATE(WS-IMP-RUN-COUNT).
	MOVE WS-IMP-VERDICT TO WS-IMP-RUN-VERDICT(WS-IMP-RUN-COUNT).
	MOVE WS-IMP-REASON TO WS-IMP-RUN-REASON(WS-IMP-RUN-COUNT).
	MOVE 0 TO WS-IMP-RUN-OUTPUTS(WS-IMP-RUN-COUNT).

	RUN-FIND-PARA.
	IF WS-IMP-RUN-ID(WS-IMP-R) = WS-IMP-STAGE-RUN
			AND WS-IMP-RUN-PROGRAM(WS-IMP-R) = WS-IMP-STAGE-PROGRAM THEN
		MOVE WS-IMP-R TO WS-IMP-FOUND
	END-IF.

*> ----------------------------------------------------------------
*> The manifest: every output an old run produced - for a blessing,
*> the EULERRUN digest that reconciled the problem in that run
*> ----------------------------------------------------------------
	MANI-PASS-PARA.
	MOVE 0 TO WS-IMP-EOF.
	OPEN INPUT EULRMANI-IN-FILE.
	IF WS-IMP-MANI-STATUS = "00" THEN
		PERFORM MANI-ROW-PARA UNTIL WS-IMP-EOF = 1
		CLOSE EULRMANI-IN-FILE
	END-IF.

	MANI-ROW-PARA.
	READ EULRMANI-IN-FILE INTO WS-MAN-RECORD
		AT END MOVE 1 TO WS-IMP-EOF
	END-READ.
	IF WS-IMP-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-IS-REF AND WS-MAN-REC-PROBLEM NOT = "EULERRUN" THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM MANI-MATCH-PARA VARYING WS-IMP-R FROM 1 BY 1
		UNTIL WS-IMP-R > WS-IMP-RUN-COUNT.

*> EULRFEED files its extracts under the request id, so a cache run
*> is matched on the run id alone; a blessing's digest likewise
	MANI-MATCH-PARA.
	IF WS-IMP-RUN-ID(WS-IMP-R) NOT = WS-MAN-REC-RUN-ID THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-IMP-IS-CACHE
			AND WS-MAN-REC-PROBLEM NOT = WS-IMP-RUN-PROGRAM(WS-IMP-R)
			AND WS-IMP-RUN-PROGRAM(WS-IMP-R) NOT = "EULRFEED" THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-IMP-RUN-OUTPUTS(WS-IMP-R).
	MOVE WS-MAN-REC-FILE TO WS-IMP-OUT-FILE.
	PERFORM LIST-PARA.

*> A run that used the old version and left no manifest row - a
*> report program outside the manifest - is listed for a rerun of
*> the program itself; a blessing's run with no digest was never
*> reconciled and is not an output
	UNLISTED-PARA.
	IF WS-IMP-RUN-OUTPUTS(WS-IMP-R) = 0 AND WS-IMP-IS-CACHE THEN
		MOVE SPACES TO WS-IMP-OUT-FILE
		PERFORM LIST-PARA
	END-IF.

*> One output of run WS-IMP-R: the report line, the tallies, and
*> the worklist row when it is to be recalled, re-issued or rerun
	LIST-PARA.
	ADD 1 TO WS-IMP-LISTED.
	MOVE WS-IMP-RUN-ID(WS-IMP-R) TO WS-IRL-RUN-ID.
	MOVE WS-IMP-RUN-PROGRAM(WS-IMP-R) TO WS-IRL-PROGRAM.
	MOVE WS-IMP-RUN-DATE(WS-IMP-R) TO WS-IRL-DATE.
	MOVE WS-IMP-OUT-FILE TO WS-IRL-FILE.
	MOVE WS-IMP-RUN-VERDICT(WS-IMP-R) TO WS-IRL-VERDICT.
	MOVE WS-IMP-RUN-REASON(WS-IMP-R) TO WS-IRL-REASON.
	EVALUATE WS-IRL-VERDICT
		WHEN "CHANGES"
			ADD 1 TO WS-IMP-CHANGES
			IF WS-IRL-PROGRAM = "EULRFEED" THEN
				MOVE "RECALL AND RE-ISSUE" TO WS-IRL-ACTION
			ELSE
				MOVE "RE-ISSUE" TO WS-IRL-ACTION
			END-IF
		WHEN "MAY CHANGE"
			ADD 1 TO WS-IMP-MAYBE
			MOVE "RERUN AND COMPARE" TO WS-IRL-ACTION
		WHEN OTHER
			ADD 1 TO WS-IMP-SAME
			MOVE "NONE" TO WS-IRL-ACTION
	END-EVALUATE.
	MOVE WS-IMP-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	IF WS-IRL-ACTION NOT = "NONE" THEN
		ADD 1 TO WS-IMP-WORK
		MOVE WS-IRL-ACTION TO WS-IMW-ACTION
		MOVE WS-IRL-VERDICT TO WS-IMW-VERDICT
		MOVE WS-IRL-PROGRAM TO WS-IMW-PROGRAM
		MOVE WS-IRL-RUN-ID TO WS-IMW-RUN-ID
		MOVE WS-IRL-DATE TO WS-IMW-DATE
		MOVE WS-IRL-FILE TO WS-IMW-FILE
		MOVE WS-IMP-DATASET TO WS-IMW-DATASET
		MOVE WS-IRL-REASON TO WS-IMW-REASON
		WRITE IMPAWORK-RECORD FROM WS-IMW-RECORD
	END-IF.

	DTL-PUT-PARA.
	WRITE IMPARPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY EXPRMAP.
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
