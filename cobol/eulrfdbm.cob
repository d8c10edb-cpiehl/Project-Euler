*> Maintenance run for the persistent factorization store: EULRFDB
*>   holds every factorization EULER3, EULER12, EULRAMIC, and
*>   EULRDIVF have proved, keyed by the number, each stamped with the
*>   date and run that proved it and re-multiplied for its
*>   verification flag when it was recorded (FDBREC.cpy). Nothing
*>   ever takes a record back off, and a record proved long ago has
*>   been trusted on every run since. This run walks the store in key
*>   order and, for every record proved before the FDBMPARM cutoff,
*>   either purges it (PURGE) or re-verifies it (VERIFY) - the
*>   product re-multiplied and every prime re-proved with the shared
*>   strong prime test - re-stamping the records that pass and
*>   flagging the ones that fail so no consumer takes them again. One
*>   line per record acted on goes to FDBMRPT.
*> compile with cobc -free -O -x -o eulrfdbm.exe -I copy eulrfdbm.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - FDBMPARM card (FDBMPRM.cpy: function
*>             PURGE or VERIFY, cutoff date), the store opened I-O
*>             with dynamic access and read in key order, FDBMRPT
*>             through the shared detail-report writer, records
*>             acted on as the banner result. Runs under the suite
*>             interlock like EULRHKP, and PURGE is checked against
*>             the operator-authority file's PURGE flag. A record
*>             that fails re-verification is flagged N, written to
*>             EULRDIAG as FB03 and to EULRNOTQ as WARN, with
*>             RETURN-CODE 8 (the EULRXCK discrepancy convention).
*>             RETURN-CODE 16 on a bad card (FB01) or with no store
*>             to maintain (FB02), 12 when the interlock is held.
*> 2026-10-15  wired to the console message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy): the notes its shared copybooks
*>             issue - the SBOX sandbox, a stale run lock taken over,
*>             and the like - carry a message id catalogued in EULRMCAT
*>             and are logged with the run id and business date.
*> 2026-10-15  EULRAUTH grew to 16 bytes for the seventh authority flag,
*>             CERTIFY (the recertification expiry in EULRCERT, see
*>             AUTHDAT.cpy) - the FD follows; a 15-byte record written
*>             before it still reads, with no CERTIFY authority.
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.
*> 2026-10-15  EULRAUTH grew to 17 bytes for the eighth authority flag,
*>             PERIOD (closing and reopening a business month in
*>             EULRPCLS, see AUTHDAT.cpy) - the FD follows; a 16-byte
*>             record written before it still reads, with no PERIOD
*>             authority.
*> 2026-10-15  EULRAUTH grew to 18 bytes for the ninth authority flag,
*>             HOLD (placing and releasing a legal hold in EULRHLD,
*>             see AUTHDAT.cpy) - the FD follows; a 17-byte record
*>             written before it still reads, with no HOLD authority.
*> 2026-10-15  EULRAUTH grew to 19 bytes for the tenth authority flag,
*>             PROMOTE (applying and backing out a promotion package in
*>             EULRPKG, see AUTHDAT.cpy) - the FD follows; an 18-byte
*>             record written before it still reads, with no PROMOTE
*>             authority.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRFDBM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FDBMPARM-FILE ASSIGN TO "FDBMPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-FDBM-PARM-STATUS.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE DYNAMIC
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT FDBMRPT-FILE ASSIGN TO "FDBMRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT SUITECFG-FILE ASSIGN TO "SUITECFG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CFG-STATUS.

	SELECT EULRAUTH-FILE ASSIGN TO "EULRAUTH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUTH-STATUS.
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
FD  FDBMPARM-FILE.
01  FDBMPARM-RECORD                PIC X(15).

FD  EULRFDB-FILE.
	COPY FDBREC.

FD  FDBMRPT-FILE.
01  FDBMRPT-RECORD                 PIC X(132).

FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).

FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  SUITECFG-FILE.
01  SUITECFG-FILE-RECORD          PIC X(42).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
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
	COPY FDBMPRM.
	COPY FDBDAT.
	COPY FACTDAT.
	COPY WIDEDAT.
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
	COPY LOCKDAT.
	COPY AUTHDAT.

	01 WS-FDBM-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-FDBM-REJECTED PIC 9 VALUE 0.
	01 WS-FDBM-EOF PIC 9 VALUE 0.

*> the pass: records read, records older than the cutoff, and what
*> became of them
	01 WS-FDBM-SCANNED PIC 9(9) VALUE 0.
	01 WS-FDBM-OLD PIC 9(9) VALUE 0.
	01 WS-FDBM-PURGED PIC 9(9) VALUE 0.
	01 WS-FDBM-PASSED PIC 9(9) VALUE 0.
	01 WS-FDBM-FAILED PIC 9(9) VALUE 0.
	01 WS-FDBM-BAD-KEY PIC 9(18) VALUE 0.

*> one record's re-verification: the product check from the shared
*> service, then every prime through the strong prime test
	01 WS-FDBM-PRIMES-OK PIC 9 VALUE 0.
	01 WS-FDBM-K PIC 9(2) VALUE 0.
	01 WS-FDBM-NOTE PIC X(40) VALUE SPACES.
	01 WS-FDBM-EDIT PIC Z(17)9.

	01 WS-FDBM-RPT-LINE.
		05 WS-FDBM-RL-NUMBER       PIC Z(17)9.
		05 FILLER                  PIC X(09) VALUE "  PROVED ".
		05 WS-FDBM-RL-DATE         PIC 9(08).
		05 FILLER                  PIC X(04) VALUE " BY ".
		05 WS-FDBM-RL-BY           PIC X(08).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-FDBM-RL-FLAG         PIC X(01).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-FDBM-RL-ACTION       PIC X(10).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-FDBM-RL-NOTE         PIC X(40).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRFDBM" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRFDBM" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRFDBM" TO WS-LOCK-MY-PROGRAM.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM P-PARA.
	IF WS-FDBM-REJECTED = 0 AND WS-FDBM-IS-PURGE THEN
		MOVE "PURGE" TO WS-AUTH-FUNCTION
		PERFORM AUTH-CHECK-PARA
		IF WS-AUTH-ALLOWED NOT = "Y" THEN
			PERFORM AUTH-DENY-PARA
			PERFORM LOCK-FREE-PARA
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.
	IF WS-FDBM-REJECTED = 0 THEN
		OPEN I-O EULRFDB-FILE
		IF WS-FDB-STATUS NOT = "00" THEN
			DISPLAY "EULRFDBM: REJECTED - NO EULRFDB STORE ON FILE"
				" (STATUS " WS-FDB-STATUS ")"
			MOVE "FB02" TO WS-DIAG-CODE
			MOVE WS-FDB-STATUS TO WS-DIAG-VALUE
			PERFORM DIAG-WRITE-PARA
			MOVE 1 TO WS-FDBM-REJECTED
		END-IF
	END-IF.
	IF WS-FDBM-REJECTED = 1 THEN
		PERFORM LOCK-FREE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	OPEN OUTPUT FDBMRPT-FILE.
	MOVE "EULRFDBM - FACTORIZATION STORE MAINTENANCE" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING WS-FDBM-FUNCTION " RECORDS PROVED BEFORE " WS-FDBM-CUTOFF-X
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "            NUMBER  PROVED      BY        V  ACTION      NOTE"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM STORE-READ-PARA.
	PERFORM STORE-ROW-PARA UNTIL WS-FDBM-EOF = 1.
	CLOSE EULRFDB-FILE.
	PERFORM TOTALS-PARA.
	PERFORM DTL-END-PARA.
	CLOSE FDBMRPT-FILE.
	PERFORM LOCK-FREE-PARA.
	DISPLAY "EULRFDBM: " WS-FDBM-SCANNED " RECORD(S) READ, "
		WS-FDBM-OLD " BEFORE THE CUTOFF - PURGED " WS-FDBM-PURGED
		" PASSED " WS-FDBM-PASSED " FAILED " WS-FDBM-FAILED.
	MOVE WS-FDBM-OLD TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-FDBM-FAILED > 0 THEN
		DISPLAY "EULRFDBM: " WS-FDBM-FAILED " RECORD(S) FAILED"
			" RE-VERIFICATION AND ARE FLAGGED UNVERIFIED - FIRST "
			WS-FDBM-BAD-KEY
		MOVE "FB03" TO WS-DIAG-CODE
		MOVE WS-FDBM-BAD-KEY TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 8 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			MOVE "WARN" TO WS-NOT-SEVERITY
			MOVE "EULRFDBM" TO WS-NOT-PROGRAM
			MOVE SPACES TO WS-NOT-TEXT
			STRING "EULRFDB RECORD FAILED " WS-FDBM-BAD-KEY
				DELIMITED BY SIZE INTO WS-NOT-TEXT
			END-STRING
			PERFORM NOTIFY-PARA
		END-IF
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read and validate the card - there is no default function or
*> cutoff for a run that deletes or re-stamps records
	P-PARA.
	MOVE SPACES TO WS-FDBM-PARM-CARD.
	OPEN INPUT FDBMPARM-FILE.
	IF WS-FDBM-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRFDBM: REJECTED - FDBMPARM CARD NOT FOUND"
		MOVE "FB01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-FDBM-REJECTED
		EXIT PARAGRAPH
	END-IF.
	READ FDBMPARM-FILE INTO WS-FDBM-PARM-CARD
		AT END MOVE SPACES TO WS-FDBM-PARM-CARD
	END-READ.
	CLOSE FDBMPARM-FILE.
	IF NOT WS-FDBM-IS-PURGE AND NOT WS-FDBM-IS-VERIFY THEN
		DISPLAY "EULRFDBM: REJECTED FUNCTION '" WS-FDBM-FUNCTION
			"' - MUST BE PURGE OR VERIFY"
		MOVE 1 TO WS-FDBM-REJECTED
	END-IF.
	IF WS-FDBM-CUTOFF-X IS NOT NUMERIC
			OR WS-FDBM-CUTOFF-R < 19000101 THEN
		DISPLAY "EULRFDBM: REJECTED CUTOFF '" WS-FDBM-CUTOFF-X
			"' - MUST BE YYYYMMDD"
		MOVE 1 TO WS-FDBM-REJECTED
	END-IF.
	IF WS-FDBM-REJECTED = 1 THEN
		MOVE "FB01" TO WS-DIAG-CODE
		MOVE WS-FDBM-PARM-CARD TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
	END-IF.

	STORE-READ-PARA.
	READ EULRFDB-FILE NEXT RECORD
		AT END MOVE 1 TO WS-FDBM-EOF
	END-READ.

*> One store record: anything proved on or after the cutoff is only
*> counted; an older one is purged or re-verified in place
	STORE-ROW-PARA.
	ADD 1 TO WS-FDBM-SCANNED.
	IF WS-FDB-PROVED-DATE IS NUMERIC
			AND WS-FDB-PROVED-DATE NOT < WS-FDBM-CUTOFF-R THEN
		PERFORM STORE-READ-PARA
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-FDBM-OLD.
	MOVE WS-FDB-KEY TO WS-FDBM-RL-NUMBER.
	MOVE WS-FDB-PROVED-DATE TO WS-FDBM-RL-DATE.
	MOVE WS-FDB-PROVED-BY TO WS-FDBM-RL-BY.
	MOVE WS-FDB-VERIFIED TO WS-FDBM-RL-FLAG.
	MOVE SPACES TO WS-FDBM-NOTE.
	IF WS-FDBM-IS-PURGE THEN
		DELETE EULRFDB-FILE RECORD
			INVALID KEY MOVE "DELETE REFUSED" TO WS-FDBM-NOTE
		END-DELETE
		IF WS-FDBM-NOTE = SPACES THEN
			MOVE "PURGED" TO WS-FDBM-RL-ACTION
			ADD 1 TO WS-FDBM-PURGED
		ELSE
			MOVE "KEPT" TO WS-FDBM-RL-ACTION
		END-IF
	ELSE
		PERFORM REVERIFY-PARA
	END-IF.
	MOVE WS-FDBM-NOTE TO WS-FDBM-RL-NOTE.
	MOVE WS-FDBM-RPT-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	PERFORM STORE-READ-PARA.

*> Re-multiply through the shared service's own check, then re-prove
*> every prime; a pass is re-stamped as proved tonight, by this run,
*> and a failure is flagged N - FDB-LOOKUP-PARA passes it by and the
*> next program to factor the number rewrites it
	REVERIFY-PARA.
	PERFORM FDB-VERIFY-PARA.
	IF WS-FDB-GOOD = 0 THEN
		MOVE "PRODUCT DOES NOT MATCH THE NUMBER" TO WS-FDBM-NOTE
	ELSE
		MOVE 1 TO WS-FDBM-PRIMES-OK
		PERFORM PRIME-CHECK-PARA VARYING WS-FDBM-K FROM 1 BY 1
			UNTIL WS-FDBM-K > WS-FDB-COUNT OR WS-FDBM-PRIMES-OK = 0
		IF WS-FDBM-PRIMES-OK = 0 THEN
			MOVE 0 TO WS-FDB-GOOD
		END-IF
	END-IF.
	IF WS-FDB-GOOD = 1 THEN
		PERFORM BDATE-ENSURE-PARA
		PERFORM RUNID-ENSURE-PARA
		MOVE WS-BUS-DATE TO WS-FDB-PROVED-DATE
		MOVE WS-SUITE-RUN-ID TO WS-FDB-PROVED-RUN
		MOVE WS-RPT-PROBLEM-ID TO WS-FDB-PROVED-BY
		MOVE "Y" TO WS-FDB-VERIFIED
		MOVE "REVERIFIED" TO WS-FDBM-RL-ACTION
		ADD 1 TO WS-FDBM-PASSED
	ELSE
		MOVE "N" TO WS-FDB-VERIFIED
		MOVE "FAILED" TO WS-FDBM-RL-ACTION
		IF WS-FDBM-FAILED = 0 THEN
			MOVE WS-FDB-KEY TO WS-FDBM-BAD-KEY
		END-IF
		ADD 1 TO WS-FDBM-FAILED
	END-IF.
	REWRITE EULRFDB-REC
		INVALID KEY MOVE "REWRITE REFUSED" TO WS-FDBM-NOTE
	END-REWRITE.

	PRIME-CHECK-PARA.
	MOVE WS-FDB-PRIME(WS-FDBM-K) TO WS-SPRP-N.
	PERFORM SPRP-TEST-PARA.
	IF WS-SPRP-NO THEN
		MOVE 0 TO WS-FDBM-PRIMES-OK
		MOVE WS-FDB-PRIME(WS-FDBM-K) TO WS-FDBM-EDIT
		MOVE SPACES TO WS-FDBM-NOTE
		STRING "FACTOR " FUNCTION TRIM(WS-FDBM-EDIT) " NOT PRIME"
			DELIMITED BY SIZE INTO WS-FDBM-NOTE
		END-STRING
	END-IF.

	TOTALS-PARA.
	MOVE SPACES TO WS-DTL-LINE.
	STRING "STORE TOTALS - READ " WS-FDBM-SCANNED
		"  BEFORE CUTOFF " WS-FDBM-OLD
		"  PURGED " WS-FDBM-PURGED
		"  REVERIFIED " WS-FDBM-PASSED
		"  FAILED " WS-FDBM-FAILED
		DELIMITED BY SIZE INTO WS-DTL-LINE
	END-STRING.
	PERFORM DTL-PUT-PARA.

	DTL-PUT-PARA.
	WRITE FDBMRPT-RECORD FROM WS-DTL-LINE.

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
	COPY LOCKPRC.
	COPY AUTHPRC.
	COPY FDBPRC.
	COPY FACTPRC.
	COPY WIDEPRC.
