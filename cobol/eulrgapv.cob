*> Compact prime-extract decode and verify: EULRFEED's compact
*>   (gap-encoded) extracts are a fraction of the one-per-record size,
*>   but a format the receiving side has to expand is only safe if
*>   both sides can show nothing was lost in the packing. This
*>   program reads the request id off GAPVPARM, expands the compact
*>   extract PRX<request-id> (layout in GAPDAT.cpy) back to the
*>   one-prime-per-record extract shape as PRD<request-id>, checks
*>   the expansion against the compact trailer's count, sum, first
*>   and last prime, and then walks it in step with the E10PRIME
*>   cache over the header's range - every prime the cache holds in
*>   range, in order, and nothing else.
*> compile with cobc -free -O -x -o eulrgapv.exe -I copy eulrgapv.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - GAPVPARM cols 01-08 the request id.
*>             RETURN-CODE 0 when the expansion agrees with its
*>             trailer and with the cache (lossless); 8 when it does
*>             not - GV02 for a malformed body or a trailer the
*>             expansion disagrees with, GV03 at the first prime where
*>             expansion and cache part; 16 when there is nothing to
*>             verify - no request id, no compact extract under it or
*>             one not in the GAP format (GV01), no certified cache
*>             (X002), or a range past the cache coverage (X003). The
*>             cache gets the same content-total check and lineage
*>             stamp as every other consumer of it. The count of
*>             primes expanded is the banner result.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRGAPV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GAPVPARM-FILE ASSIGN TO "GAPVPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GPV-PARM-STATUS.
	SELECT GAPIN-FILE ASSIGN TO WS-GPV-IN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GPV-IN-STATUS.
	SELECT GAPDEC-FILE ASSIGN TO WS-GPV-DEC-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GPV-DEC-STATUS.
	SELECT E10PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GPV-STAT-STATUS.
	SELECT E10PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-GPV-CACHE-STATUS.
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
	SELECT EULRLIN-FILE ASSIGN TO WS-SHAD-LIN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-STATUS.
	SELECT LIN-PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LIN-PSTAT-STATUS.
	SELECT EULRDCTL-FILE ASSIGN TO "EULRDCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-STATUS.
	SELECT DCTL-PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DCTL-IN-STATUS.
	SELECT EULRNOTQ-FILE ASSIGN TO WS-SHAD-NOTQ-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NOT-STATUS.
	SELECT EULRMLOG-FILE ASSIGN TO WS-SHAD-MLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MSG-STATUS.
	SELECT EULRPCTL-FILE ASSIGN TO "EULRPCTL"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PCTL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  GAPVPARM-FILE.
01  GAPVPARM-RECORD                PIC X(08).

FD  GAPIN-FILE.
01  GAPIN-RECORD                   PIC X(80).

FD  GAPDEC-FILE.
01  GAPDEC-RECORD                  PIC X(40).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

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
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E10STAT.
	COPY GAPDAT.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.

	01 WS-GPV-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-GPV-IN-STATUS PIC XX VALUE SPACES.
	01 WS-GPV-DEC-STATUS PIC XX VALUE SPACES.
	01 WS-GPV-STAT-STATUS PIC XX VALUE SPACES.
	01 WS-GPV-CACHE-STATUS PIC XX VALUE SPACES.
	01 WS-GPV-REQ-ID PIC X(08) VALUE SPACES.
	01 WS-GPV-IN-NAME PIC X(17) VALUE SPACES.
	01 WS-GPV-DEC-NAME PIC X(17) VALUE SPACES.
	01 WS-GPV-EOF PIC 9 VALUE 0.
	01 WS-GPV-BUF PIC X(80) VALUE SPACES.
	01 WS-GPV-K PIC 9(2) VALUE 0.

*> the expansion as it goes
	01 WS-GPV-PRIME PIC 9(12) VALUE 0.
	01 WS-GPV-COUNT PIC 9(9) VALUE 0.
	01 WS-GPV-SUM PIC 9(18) VALUE 0.
	01 WS-GPV-FIRST PIC 9(12) VALUE 0.
	01 WS-GPV-BAS-SEEN PIC 9 VALUE 0.
	01 WS-GPV-TRL-SEEN PIC 9 VALUE 0.
	01 WS-GPV-BAD PIC 9 VALUE 0.
	01 WS-GPV-BAD-WHY PIC X(40) VALUE SPACES.
	01 WS-GPV-OUT-BUF PIC X(40) VALUE SPACES.

*> the plain extract's HDR/TRL, as EULRFEED writes them
	01 WS-GPV-HDR.
		05 FILLER                  PIC X(04) VALUE "HDR ".
		05 WS-GPV-HDR-PROGRAM      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-GPV-HDR-DATE         PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-GPV-HDR-REQ          PIC X(08).
	01 WS-GPV-TRL.
		05 FILLER                  PIC X(04) VALUE "TRL ".
		05 WS-GPV-TRL-COUNT        PIC 9(09).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-GPV-TRL-SUM          PIC 9(18).

*> the lockstep walk of the expansion against the cache
	01 WS-GPV-DEOF PIC 9 VALUE 0.
	01 WS-GPV-CEOF PIC 9 VALUE 0.
	01 WS-GPV-DEC-PRIME PIC 9(12) VALUE 0.
	01 WS-GPV-CACHE-PRIME PIC 9(12) VALUE 0.
	01 WS-GPV-MATCHED PIC 9(9) VALUE 0.
	01 WS-GPV-PARTED PIC 9 VALUE 0.
	01 WS-GPV-CBUF PIC X(40) VALUE SPACES.
	01 WS-GPV-DBUF PIC X(40) VALUE SPACES.
	01 WS-GPV-SHOW-DEC PIC X(12) VALUE SPACES.
	01 WS-GPV-SHOW-CACHE PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRGAPV" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRGAPV" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE SPACES TO WS-GPV-REQ-ID.
	OPEN INPUT GAPVPARM-FILE.
	IF WS-GPV-PARM-STATUS = "00" THEN
		READ GAPVPARM-FILE INTO WS-GPV-REQ-ID
			AT END MOVE SPACES TO WS-GPV-REQ-ID
		END-READ
		CLOSE GAPVPARM-FILE
	END-IF.
	MOVE SPACES TO WS-GPV-IN-NAME.
	MOVE SPACES TO WS-GPV-DEC-NAME.
	STRING "PRX" FUNCTION TRIM(WS-GPV-REQ-ID)
		DELIMITED BY SIZE INTO WS-GPV-IN-NAME
	END-STRING.
	STRING "PRD" FUNCTION TRIM(WS-GPV-REQ-ID)
		DELIMITED BY SIZE INTO WS-GPV-DEC-NAME
	END-STRING.
	MOVE SPACES TO WS-GAP-HDR-FORMAT.
	IF WS-GPV-REQ-ID NOT = SPACES THEN
		OPEN INPUT GAPIN-FILE
		IF WS-GPV-IN-STATUS = "00" THEN
			READ GAPIN-FILE INTO WS-GAP-HDR
				AT END MOVE SPACES TO WS-GAP-HDR-FORMAT
			END-READ
			CLOSE GAPIN-FILE
		END-IF
	END-IF.
	IF NOT WS-GAP-HDR-IS-GAP THEN
		DISPLAY "EULRGAPV: REJECTED - NO COMPACT EXTRACT "
			FUNCTION TRIM(WS-GPV-IN-NAME)
			" FOR REQUEST '" WS-GPV-REQ-ID "' ON GAPVPARM"
		MOVE "GV01" TO WS-DIAG-CODE
		MOVE WS-GPV-IN-NAME TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM REJECT-PARA
	END-IF.
	PERFORM STAT-PARA.
	IF WS-GPV-STAT-STATUS NOT = "00" THEN
		DISPLAY "EULRGAPV: REJECTED - NO E10PSTAT STATS RECORD, THE"
			" CACHE IS NOT CERTIFIED (RUN EULER10 FIRST)"
		MOVE "X002" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM REJECT-PARA
	END-IF.
	IF WS-GAP-HDR-HIGH > WS-E10-STAT-CEILING THEN
		DISPLAY "EULRGAPV: REJECTED - RANGE TOP " WS-GAP-HDR-HIGH
			" PAST THE CACHE COVERAGE " WS-E10-STAT-CEILING
		MOVE "X003" TO WS-DIAG-CODE
		MOVE WS-GAP-HDR-HIGH TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM REJECT-PARA
	END-IF.
	PERFORM DECODE-PARA.
	IF WS-GPV-BAD = 1 THEN
		DISPLAY "EULRGAPV: " FUNCTION TRIM(WS-GPV-IN-NAME)
			" DOES NOT EXPAND CLEANLY - " WS-GPV-BAD-WHY
		MOVE "GV02" TO WS-DIAG-CODE
		MOVE WS-GPV-BAD-WHY TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 8 TO RETURN-CODE
	ELSE
		PERFORM VERIFY-PARA
		IF WS-GPV-PARTED = 1 THEN
			DISPLAY "EULRGAPV: " FUNCTION TRIM(WS-GPV-IN-NAME)
				" DISAGREES WITH E10PRIME AFTER " WS-GPV-MATCHED
				" PRIME(S) - EXPANDED " WS-GPV-SHOW-DEC
				", CACHE " WS-GPV-SHOW-CACHE
			MOVE "GV03" TO WS-DIAG-CODE
			MOVE SPACES TO WS-DIAG-VALUE
			STRING WS-GPV-SHOW-DEC " " WS-GPV-SHOW-CACHE
				DELIMITED BY SIZE INTO WS-DIAG-VALUE
			END-STRING
			PERFORM DIAG-WRITE-PARA
			MOVE 8 TO RETURN-CODE
		ELSE
			DISPLAY "EULRGAPV: " FUNCTION TRIM(WS-GPV-IN-NAME)
				" IS LOSSLESS - " WS-GPV-COUNT " PRIME(S) EXPANDED TO "
				FUNCTION TRIM(WS-GPV-DEC-NAME)
				" AGREE WITH ITS TRAILER AND WITH E10PRIME"
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	MOVE WS-GPV-COUNT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	REJECT-PARA.
	MOVE 16 TO RETURN-CODE.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

	STAT-PARA.
	OPEN INPUT E10PSTAT-FILE.
	IF WS-GPV-STAT-STATUS = "00" THEN
		READ E10PSTAT-FILE INTO WS-E10-STAT-RECORD
			AT END MOVE "10" TO WS-GPV-STAT-STATUS
		END-READ
		CLOSE E10PSTAT-FILE
	END-IF.

*> Expand the compact body to PRD<request-id> in the plain extract
*> shape, then hold the expansion to the compact trailer
	DECODE-PARA.
	MOVE 0 TO WS-GPV-COUNT.
	MOVE 0 TO WS-GPV-SUM.
	MOVE 0 TO WS-GPV-FIRST.
	MOVE 0 TO WS-GPV-PRIME.
	MOVE 0 TO WS-GPV-BAS-SEEN.
	MOVE 0 TO WS-GPV-TRL-SEEN.
	MOVE 0 TO WS-GPV-BAD.
	MOVE 0 TO WS-GPV-EOF.
	OPEN INPUT GAPIN-FILE.
	READ GAPIN-FILE INTO WS-GPV-BUF
		AT END MOVE 1 TO WS-GPV-EOF
	END-READ.
	OPEN OUTPUT GAPDEC-FILE.
	MOVE WS-GAP-HDR-PROGRAM TO WS-GPV-HDR-PROGRAM.
	MOVE WS-GAP-HDR-DATE TO WS-GPV-HDR-DATE.
	MOVE WS-GAP-HDR-REQ TO WS-GPV-HDR-REQ.
	WRITE GAPDEC-RECORD FROM WS-GPV-HDR.
	PERFORM DECODE-ROW-PARA
		UNTIL WS-GPV-EOF = 1 OR WS-GPV-BAD = 1.
	CLOSE GAPIN-FILE.
	MOVE WS-GPV-COUNT TO WS-GPV-TRL-COUNT.
	MOVE WS-GPV-SUM TO WS-GPV-TRL-SUM.
	WRITE GAPDEC-RECORD FROM WS-GPV-TRL.
	CLOSE GAPDEC-FILE.
	IF WS-GPV-BAD = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-GPV-TRL-SEEN = 0 THEN
		MOVE 1 TO WS-GPV-BAD
		MOVE "NO TRL RECORD" TO WS-GPV-BAD-WHY
		EXIT PARAGRAPH
	END-IF.
	IF WS-GAP-TRL-COUNT NOT = WS-GPV-COUNT
			OR WS-GAP-TRL-SUM NOT = WS-GPV-SUM
			OR WS-GAP-TRL-FIRST NOT = WS-GPV-FIRST
			OR WS-GAP-TRL-LAST NOT = WS-GPV-PRIME THEN
		MOVE 1 TO WS-GPV-BAD
		MOVE SPACES TO WS-GPV-BAD-WHY
		STRING "TRL COUNT " WS-GAP-TRL-COUNT " EXPANDED "
			WS-GPV-COUNT
			DELIMITED BY SIZE INTO WS-GPV-BAD-WHY
		END-STRING
		IF WS-GAP-TRL-COUNT = WS-GPV-COUNT THEN
			MOVE "TRL SUM, FIRST OR LAST PRIME DISAGREES"
				TO WS-GPV-BAD-WHY
		END-IF
	END-IF.

	DECODE-ROW-PARA.
	READ GAPIN-FILE INTO WS-GPV-BUF
		AT END MOVE 1 TO WS-GPV-EOF
	END-READ.
	IF WS-GPV-EOF = 1 OR WS-GPV-BUF = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-GPV-TRL-SEEN = 1 THEN
		MOVE 1 TO WS-GPV-BAD
		MOVE "RECORDS AFTER THE TRL" TO WS-GPV-BAD-WHY
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-GPV-BUF(1:4)
		WHEN "BAS "
			MOVE WS-GPV-BUF TO WS-GAP-BAS
			IF WS-GPV-BAS-SEEN = 1
					OR WS-GPV-BUF(5:12) IS NOT NUMERIC THEN
				MOVE 1 TO WS-GPV-BAD
				MOVE "BAS RECORD REPEATED OR NOT NUMERIC"
					TO WS-GPV-BAD-WHY
				EXIT PARAGRAPH
			END-IF
			MOVE 1 TO WS-GPV-BAS-SEEN
			MOVE WS-GAP-BAS-PRIME TO WS-GPV-FIRST
			MOVE WS-GAP-BAS-PRIME TO WS-GPV-PRIME
			PERFORM DECODE-PUT-PARA
		WHEN "GAP "
			MOVE WS-GPV-BUF TO WS-GAP-REC
			IF WS-GPV-BAS-SEEN = 0
					OR WS-GPV-BUF(5:2) IS NOT NUMERIC
					OR WS-GAP-REC-N < 1
					OR WS-GAP-REC-N > WS-GAP-PER-REC THEN
				MOVE 1 TO WS-GPV-BAD
				MOVE "GAP RECORD BEFORE BAS OR BAD GAP COUNT"
					TO WS-GPV-BAD-WHY
				EXIT PARAGRAPH
			END-IF
			PERFORM DECODE-GAP-PARA VARYING WS-GPV-K FROM 1 BY 1
				UNTIL WS-GPV-K > WS-GAP-REC-N OR WS-GPV-BAD = 1
		WHEN "TRL "
			MOVE WS-GPV-BUF TO WS-GAP-TRL
			IF WS-GPV-BUF(5:9) IS NOT NUMERIC
					OR WS-GPV-BUF(15:18) IS NOT NUMERIC
					OR WS-GPV-BUF(34:12) IS NOT NUMERIC
					OR WS-GPV-BUF(47:12) IS NOT NUMERIC THEN
				MOVE 1 TO WS-GPV-BAD
				MOVE "TRL RECORD NOT NUMERIC" TO WS-GPV-BAD-WHY
				EXIT PARAGRAPH
			END-IF
			MOVE 1 TO WS-GPV-TRL-SEEN
		WHEN OTHER
			MOVE 1 TO WS-GPV-BAD
			MOVE SPACES TO WS-GPV-BAD-WHY
			STRING "UNKNOWN RECORD '" WS-GPV-BUF(1:4) "'"
				DELIMITED BY SIZE INTO WS-GPV-BAD-WHY
			END-STRING
	END-EVALUATE.

*> A gap of zero, or one that is not four digits, cannot be a
*> distance between two primes
	DECODE-GAP-PARA.
	IF WS-GPV-BUF(8 + (WS-GPV-K - 1) * 4:4) IS NOT NUMERIC
			OR WS-GAP-REC-GAP(WS-GPV-K) = 0 THEN
		MOVE 1 TO WS-GPV-BAD
		MOVE "GAP NOT NUMERIC OR ZERO" TO WS-GPV-BAD-WHY
		EXIT PARAGRAPH
	END-IF.
	ADD WS-GAP-REC-GAP(WS-GPV-K) TO WS-GPV-PRIME.
	PERFORM DECODE-PUT-PARA.

	DECODE-PUT-PARA.
	ADD 1 TO WS-GPV-COUNT.
	COMPUTE WS-GPV-SUM = FUNCTION MOD(
		WS-GPV-SUM + WS-GPV-PRIME, 1000000000000000000).
	MOVE SPACES TO WS-GPV-OUT-BUF.
	MOVE WS-GPV-PRIME TO WS-GPV-OUT-BUF(1:12).
	WRITE GAPDEC-RECORD FROM WS-GPV-OUT-BUF.

*> The expansion against the cache, prime for prime over the range
*> the header names, stopping at the first place they part
	VERIFY-PARA.
	MOVE 0 TO WS-GPV-MATCHED.
	MOVE 0 TO WS-GPV-PARTED.
	MOVE 0 TO WS-GPV-DEOF.
	MOVE 0 TO WS-GPV-CEOF.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-GPV-CACHE-STATUS NOT = "00" THEN
		DISPLAY "EULRGAPV: REJECTED - E10PRIME CACHE NOT FOUND, RUN"
			" EULER10 FIRST"
		MOVE "X002" TO WS-DIAG-CODE
		MOVE "E10PRIME" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		PERFORM REJECT-PARA
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	OPEN INPUT GAPDEC-FILE.
	PERFORM NEXT-DEC-PARA.
	PERFORM NEXT-CACHE-PARA.
	PERFORM VERIFY-STEP-PARA
		UNTIL WS-GPV-PARTED = 1
			OR (WS-GPV-DEOF = 1 AND WS-GPV-CEOF = 1).
	CLOSE GAPDEC-FILE.
	CLOSE E10PRIME-FILE.

	VERIFY-STEP-PARA.
	IF WS-GPV-DEOF = 1 OR WS-GPV-CEOF = 1
			OR WS-GPV-DEC-PRIME NOT = WS-GPV-CACHE-PRIME THEN
		MOVE 1 TO WS-GPV-PARTED
		MOVE "(NONE)" TO WS-GPV-SHOW-DEC
		MOVE "(NONE)" TO WS-GPV-SHOW-CACHE
		IF WS-GPV-DEOF = 0 THEN
			MOVE WS-GPV-DEC-PRIME TO WS-GPV-SHOW-DEC
		END-IF
		IF WS-GPV-CEOF = 0 THEN
			MOVE WS-GPV-CACHE-PRIME TO WS-GPV-SHOW-CACHE
		END-IF
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-GPV-MATCHED.
	PERFORM NEXT-DEC-PARA.
	PERFORM NEXT-CACHE-PARA.

	NEXT-DEC-PARA.
	MOVE SPACES TO WS-GPV-DBUF.
	PERFORM NEXT-DEC-ROW-PARA
		UNTIL WS-GPV-DEOF = 1 OR WS-GPV-DBUF(1:12) IS NUMERIC.
	IF WS-GPV-DEOF = 0 THEN
		MOVE WS-GPV-DBUF(1:12) TO WS-GPV-DEC-PRIME
	END-IF.

	NEXT-DEC-ROW-PARA.
	READ GAPDEC-FILE INTO WS-GPV-DBUF
		AT END MOVE 1 TO WS-GPV-DEOF
	END-READ.

*> The next cache prime inside the header's range; past the top of
*> the range the cache side is at its end
	NEXT-CACHE-PARA.
	MOVE SPACES TO WS-GPV-CBUF.
	PERFORM NEXT-CACHE-ROW-PARA UNTIL WS-GPV-CEOF = 1
		OR (WS-GPV-CBUF(1:12) IS NUMERIC
			AND WS-GPV-CACHE-PRIME >= WS-GAP-HDR-LOW).
	IF WS-GPV-CEOF = 0 AND WS-GPV-CACHE-PRIME > WS-GAP-HDR-HIGH THEN
		MOVE 1 TO WS-GPV-CEOF
	END-IF.

	NEXT-CACHE-ROW-PARA.
	READ E10PRIME-FILE INTO WS-GPV-CBUF
		AT END MOVE 1 TO WS-GPV-CEOF
	END-READ.
	IF WS-GPV-CEOF = 0 AND WS-GPV-CBUF(1:3) NOT = "HDR"
			AND WS-GPV-CBUF(1:3) NOT = "TRL"
			AND WS-GPV-CBUF(1:12) IS NUMERIC THEN
		MOVE WS-GPV-CBUF(1:12) TO WS-GPV-CACHE-PRIME
	ELSE
		MOVE SPACES TO WS-GPV-CBUF
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
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
