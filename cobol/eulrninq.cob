*> Number-profile inquiry: everything the suite already knows about
*>   one integer, on one page. The answer to "what about 8128?" is
*>   scattered across a dozen datasets - primality on E10SPF or the
*>   E10PRIME cache, the factorization on EULRFDB or E3FACT, the
*>   divisor functions and class on EULRDIVF's DIVFRPT, amicable
*>   pairs and sociable chains on EULRAMIC's AMICRPT, the Collatz
*>   chain length on E14MEMO, Fibonacci membership on EULER2's E2FIB
*>   - and nobody should have to open six of them by hand. This
*>   inquiry takes the NINQPARM list and prints one profile page per
*>   number to NINQRPT: prime or composite, factorization, tau /
*>   sigma / phi, perfect / abundant / deficient, aliquot findings,
*>   base-10 palindrome, Collatz chain length, and Fibonacci
*>   membership - each item naming the file it came from, or NOT
*>   COVERED when no file on hand reaches the number. Nothing is
*>   factored, sieved, or walked here; an item is either read off a
*>   dataset or computed from what was read.
*>   The inquiry is safe to run during the day, nightly run or not:
*>   every dataset is opened INPUT only (the store is never created
*>   or opened I-O the way FDB-INIT-PARA does for the factoring
*>   programs), a keyed record is believed only on its own terms
*>   (EULRFDB's re-multiplication check, E10SPF's control record), a
*>   sequential source is believed only when it is complete (the
*>   E10PRIME / E2FIB trailer balances, the DIVFRPT / AMICRPT report
*>   carries its END OF REPORT trailer, an E3FACT row set multiplies
*>   back to its number) - a file half rewritten by tonight's run is
*>   passed over as NOT COVERED rather than half read - and while a
*>   run holds the interlock (WMRKDAT.cpy/WMRKPRC.cpy) every page
*>   says so.
*> compile with cobc -free -O -x -o eulrninq.exe -I copy eulrninq.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - NINQPARM cards (NINQPRM.cpy: up to
*>             fifty numbers, blank or comma separated), one pass
*>             per source dataset for the whole list, NINQRPT through
*>             the shared detail-report writer with a page per
*>             number, numbers profiled as the banner result.
*>             RETURN-CODE 0 normal, 4 when some number drew nothing
*>             from any file, 16 on a missing or bad card (NQ01),
*>             and the usual audit line.
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
PROGRAM-ID. EULRNINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT NINQPARM-FILE ASSIGN TO "NINQPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-PARM-STATUS.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT E10SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT E14MEMO-FILE ASSIGN TO "E14MEMO"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-NINQ-MEMO-KEY
		FILE STATUS WS-NINQ-MEMO-STATUS.
	SELECT E3FACT-FILE ASSIGN TO "E3FACT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-SRC-STATUS.
	SELECT E10PRIME-FILE ASSIGN TO "E10PRIME"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-SRC-STATUS.
	SELECT DIVFRPT-FILE ASSIGN TO "DIVFRPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-SRC-STATUS.
	SELECT AMICRPT-FILE ASSIGN TO "AMICRPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-SRC-STATUS.
	SELECT E2FIB-FILE ASSIGN TO "E2FIB"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NINQ-SRC-STATUS.
	SELECT NINQRPT-FILE ASSIGN TO "NINQRPT"
		ORGANIZATION LINE SEQUENTIAL.
	SELECT EULRWMRK-FILE ASSIGN TO WS-SHAD-WMRK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-WMRK-STATUS.
	SELECT WMRK-LOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-WMRK-STATUS.
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
FD  NINQPARM-FILE.
01  NINQPARM-RECORD                PIC X(80).

FD  EULRFDB-FILE.
	COPY FDBREC.

FD  E10SPF-FILE.
	COPY E10SPFR.

*> the EULER14 memo record (see euler14.cob) - start and chain length
FD  E14MEMO-FILE.
01  E14MEMO-IN-RECORD.
	05 WS-NINQ-MEMO-KEY         PIC 9(12).
	05 WS-NINQ-MEMO-LENGTH      PIC 9(04).

FD  E3FACT-FILE.
01  E3FACT-RECORD                  PIC X(79).

FD  E10PRIME-FILE.
01  E10PRIME-FILE-RECORD           PIC X(40).

FD  DIVFRPT-FILE.
01  DIVFRPT-RECORD                 PIC X(132).

FD  AMICRPT-FILE.
01  AMICRPT-RECORD                 PIC X(132).

FD  E2FIB-FILE.
01  E2FIB-RECORD                   PIC X(42).

FD  NINQRPT-FILE.
01  NINQRPT-RECORD                 PIC X(132).

FD  EULRWMRK-FILE.
01  EULRWMRK-FILE-RECORD           PIC X(36).
FD  WMRK-LOCK-FILE.
01  WMRK-LOCK-RECORD               PIC X(35).
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
	COPY NINQPRM.
	COPY FDBDAT.
	COPY SPFDAT.
	COPY PALDAT.
	COPY E3FACT.
	COPY E10PRM.
	COPY E10HDR.
	COPY E2FIB.
	COPY E2HDR.
	COPY WMRKDAT.
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

	01 WS-NINQ-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-NINQ-SRC-STATUS PIC XX VALUE SPACES.
	01 WS-NINQ-MEMO-STATUS PIC XX VALUE SPACES.
	01 WS-NINQ-REJECTED PIC 9 VALUE 0.
	01 WS-NINQ-EOF PIC 9 VALUE 0.
	01 WS-NINQ-CARDS PIC 9(4) VALUE 0.

*> card parsing: one blank- or comma-delimited entry at a time
	01 WS-NINQ-PTR PIC 9(3) VALUE 0.
	01 WS-NINQ-TOKEN PIC X(24) VALUE SPACES.
	01 WS-NINQ-TOKEN-LEN PIC 9(2) VALUE 0.
	01 WS-NINQ-VALUE PIC 9(18) VALUE 0.
	01 WS-NINQ-DUP PIC 9 VALUE 0.

*> the numbers asked about, and everything found out about each -
*> a source field names the dataset an item came from (spaces: not
*> covered), its HOW byte says F read off that file, C computed from
*> what was read off it, D by definition (the number 1)
	01 WS-NINQ-COUNT PIC 9(2) VALUE 0.
	01 WS-NINQ-TABLE.
		05 WS-NQ-ROW OCCURS 50 TIMES.
			10 WS-NQ-N             PIC 9(18).
			10 WS-NQ-PRIME         PIC X(01).
			10 WS-NQ-PRIME-SRC     PIC X(08).
			10 WS-NQ-PRIME-HOW     PIC X(01).
			10 WS-NQ-LEAST         PIC 9(18).
			10 WS-NQ-FACT-SRC      PIC X(08).
			10 WS-NQ-FACT-HOW      PIC X(01).
			10 WS-NQ-FACT-COUNT    PIC 9(02).
			10 WS-NQ-FACT-ROW OCCURS 20 TIMES.
				15 WS-NQ-FACT-P    PIC 9(18).
				15 WS-NQ-FACT-E    PIC 9(02).
			10 WS-NQ-DIVF-SRC      PIC X(08).
			10 WS-NQ-DIVF-HOW      PIC X(01).
			10 WS-NQ-DIVF-OVER     PIC 9(01).
			10 WS-NQ-TAU           PIC 9(09).
			10 WS-NQ-SIGMA         PIC 9(18).
			10 WS-NQ-PHI           PIC 9(18).
			10 WS-NQ-CLASS         PIC X(09).
			10 WS-NQ-AMIC-SRC      PIC X(08).
			10 WS-NQ-AMIC-TEXT     PIC X(60).
			10 WS-NQ-COLZ-SRC      PIC X(08).
			10 WS-NQ-COLZ-LEN      PIC 9(04).
			10 WS-NQ-FIB-SRC       PIC X(08).
			10 WS-NQ-FIB-TERM      PIC 9(05).
			10 WS-NQ-PEND          PIC 9(01).
	01 WS-NINQ-IX PIC 9(2) VALUE 0.
	01 WS-NINQ-JX PIC 9(2) VALUE 0.
	01 WS-NINQ-KX PIC 9(2) VALUE 0.
	01 WS-NINQ-PENDING PIC 9(2) VALUE 0.
	01 WS-NINQ-BARE PIC 9(2) VALUE 0.
	01 WS-NINQ-FOUND PIC 9(2) VALUE 0.

*> E3FACT pass: the row being read and the number it belongs to
	01 WS-NINQ-ROW-NUM PIC 9(18) VALUE 0.
	01 WS-NINQ-ROW-P PIC 9(18) VALUE 0.
	01 WS-NINQ-ROW-E PIC 9(2) VALUE 0.
	01 WS-NINQ-GROUP-N PIC 9(18) VALUE 0.
	01 WS-NINQ-CUR PIC 9(2) VALUE 0.
	01 WS-NINQ-UNPROVEN PIC 9 VALUE 0.

*> re-multiplication and the divisor functions of one table entry
	01 WS-NINQ-GOOD PIC 9 VALUE 0.
	01 WS-NINQ-PRODUCT PIC 9(18) VALUE 0.
	01 WS-NINQ-REST PIC 9(18) VALUE 0.
	01 WS-NINQ-E PIC 9(2) VALUE 0.
	01 WS-NINQ-TERM PIC 9(18) VALUE 0.
	01 WS-NINQ-POWER PIC 9(18) VALUE 0.
	01 WS-NINQ-PHI-TERM PIC 9(18) VALUE 0.
	01 WS-NINQ-ALIQUOT PIC S9(18) VALUE 0.

*> sequential sources: completeness checks
	01 WS-NINQ-BUF PIC X(132) VALUE SPACES.
	01 WS-NINQ-COMPLETE PIC 9 VALUE 0.
	01 WS-NINQ-TRL-SEEN PIC 9 VALUE 0.
	01 WS-NINQ-DATA-COUNT PIC 9(9) VALUE 0.
	01 WS-NINQ-DATA-SUM PIC 9(18) VALUE 0.
	01 WS-NINQ-CEILING PIC 9(12) VALUE 0.
	01 WS-NINQ-FIB-FIRST PIC 9(18) VALUE 0.
	01 WS-NINQ-FIB-SECOND PIC 9(18) VALUE 0.
	01 WS-NINQ-FIB-PREV PIC 9(18) VALUE 0.
	01 WS-NINQ-FIB-LAST PIC 9(18) VALUE 0.
	01 WS-NINQ-FIB-NEXT PIC 9(19) VALUE 0.

*> AMICRPT: the sweep's range and chain limit off its parameter line,
*> and the two members of a pair line
	01 WS-NINQ-AMIC-SEEN PIC 9 VALUE 0.
	01 WS-NINQ-AMIC-LOW PIC 9(12) VALUE 0.
	01 WS-NINQ-AMIC-HIGH PIC 9(12) VALUE 0.
	01 WS-NINQ-AMIC-CHAIN PIC 9(2) VALUE 0.
	01 WS-NINQ-AMIC-LEN PIC 9(2) VALUE 0.
	01 WS-NINQ-TOK-A PIC X(24) VALUE SPACES.
	01 WS-NINQ-TOK-B PIC X(24) VALUE SPACES.
	01 WS-NINQ-PAIR-A PIC 9(18) VALUE 0.
	01 WS-NINQ-PAIR-B PIC 9(18) VALUE 0.

*> one profile page
	01 WS-NINQ-EDIT PIC Z(17)9.
	01 WS-NINQ-EDIT-2 PIC Z(17)9.
	01 WS-NINQ-EDIT-3 PIC Z(17)9.
	01 WS-NINQ-SRC-NAME PIC X(08) VALUE SPACES.
	01 WS-NINQ-SRC-HOW PIC X(01) VALUE SPACE.
	01 WS-NINQ-FILED PIC 9(2) VALUE 0.
	01 WS-NINQ-TEXT PIC X(76) VALUE SPACES.
	01 WS-NINQ-TEXT-PTR PIC 9(3) VALUE 0.
	01 WS-NINQ-FACTOR-TOKEN PIC X(24) VALUE SPACES.
	01 WS-NINQ-FACTOR-LEN PIC 9(2) VALUE 0.
	01 WS-NINQ-ITEM-LINE.
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-NINQ-IL-LABEL        PIC X(22).
		05 WS-NINQ-IL-VALUE        PIC X(76).
		05 FILLER                  PIC X(02) VALUE SPACES.
		05 WS-NINQ-IL-SOURCE       PIC X(30).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRNINQ" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRNINQ" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-NINQ-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
*> only the interlock's state is wanted here - no reporting file is
*> read, so no watermark name is looked up
	MOVE SPACES TO WS-WMRK-NAME.
	PERFORM WMRK-LIMIT-PARA.
	IF WS-WMRK-LOCK-HELD = 1 THEN
		DISPLAY "EULRNINQ: A RUN HOLDS THE INTERLOCK - FILES BEING"
			" REWRITTEN ARE USED ONLY WHEN COMPLETE"
	END-IF.
	PERFORM STORE-PASS-PARA.
	PERFORM FACT-PASS-PARA.
	PERFORM SPF-PASS-PARA.
	PERFORM CACHE-PASS-PARA.
	PERFORM DIVF-PASS-PARA.
	PERFORM DERIVE-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	PERFORM AMIC-PASS-PARA.
	PERFORM MEMO-PASS-PARA.
	PERFORM FIB-PASS-PARA.
	OPEN OUTPUT NINQRPT-FILE.
	MOVE "EULRNINQ - NUMBER PROFILE INQUIRY" TO WS-DTL-TITLE.
	MOVE SPACES TO WS-DTL-PARM-TEXT.
	STRING WS-NINQ-COUNT " NUMBER(S) FROM NINQPARM, ONE PAGE EACH"
		DELIMITED BY SIZE INTO WS-DTL-PARM-TEXT
	END-STRING.
	MOVE "  ITEM                  VALUE                                                                         SOURCE"
		TO WS-DTL-COLUMN-HEADING.
	PERFORM DTL-INIT-PARA.
	PERFORM PAGE-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	PERFORM DTL-END-PARA.
	CLOSE NINQRPT-FILE.
	DISPLAY "EULRNINQ: " WS-NINQ-COUNT " NUMBER(S) PROFILED, "
		WS-NINQ-BARE " WITH NOTHING ON FILE".
	MOVE WS-NINQ-COUNT TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF WS-NINQ-BARE > 0 THEN
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> Read every card and load the list - a missing card or an entry
*> that is not a 1- to 18-digit number rejects the run
	P-PARA.
	MOVE 0 TO WS-NINQ-COUNT.
	OPEN INPUT NINQPARM-FILE.
	IF WS-NINQ-PARM-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: REJECTED - NINQPARM CARD NOT FOUND"
		MOVE "NQ01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-NINQ-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	PERFORM CARD-READ-PARA.
	PERFORM CARD-PARA UNTIL WS-NINQ-EOF = 1 OR WS-NINQ-REJECTED = 1.
	CLOSE NINQPARM-FILE.
	IF WS-NINQ-REJECTED = 0 AND WS-NINQ-COUNT = 0 THEN
		DISPLAY "EULRNINQ: REJECTED - NO NUMBERS ON NINQPARM"
		MOVE "NQ01" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-NINQ-REJECTED
	END-IF.

	CARD-READ-PARA.
	READ NINQPARM-FILE INTO WS-NINQ-PARM-CARD
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.

	CARD-PARA.
	ADD 1 TO WS-NINQ-CARDS.
	INSPECT WS-NINQ-PARM-CARD REPLACING ALL "," BY SPACE.
	MOVE 1 TO WS-NINQ-PTR.
	PERFORM TOKEN-PARA UNTIL WS-NINQ-PTR > 80 OR WS-NINQ-REJECTED = 1.
	PERFORM CARD-READ-PARA.

	TOKEN-PARA.
	MOVE SPACES TO WS-NINQ-TOKEN.
	UNSTRING WS-NINQ-PARM-CARD DELIMITED BY ALL SPACE
		INTO WS-NINQ-TOKEN WITH POINTER WS-NINQ-PTR
	END-UNSTRING.
	IF WS-NINQ-TOKEN = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-TOKEN-LEN.
	INSPECT WS-NINQ-TOKEN TALLYING WS-NINQ-TOKEN-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
	IF WS-NINQ-TOKEN-LEN > 18 THEN
		PERFORM TOKEN-BAD-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-NINQ-TOKEN(1:WS-NINQ-TOKEN-LEN) IS NOT NUMERIC THEN
		PERFORM TOKEN-BAD-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE FUNCTION NUMVAL(WS-NINQ-TOKEN(1:WS-NINQ-TOKEN-LEN))
		TO WS-NINQ-VALUE.
	IF WS-NINQ-VALUE < 1 THEN
		PERFORM TOKEN-BAD-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-DUP.
	PERFORM DUP-CHECK-PARA VARYING WS-NINQ-JX FROM 1 BY 1
		UNTIL WS-NINQ-JX > WS-NINQ-COUNT.
	IF WS-NINQ-DUP = 1 THEN
		DISPLAY "EULRNINQ: " FUNCTION TRIM(WS-NINQ-TOKEN)
			" IS LISTED MORE THAN ONCE - PROFILED ONCE"
		EXIT PARAGRAPH
	END-IF.
	IF WS-NINQ-COUNT = 50 THEN
		DISPLAY "EULRNINQ: REJECTED - MORE THAN 50 NUMBERS ON NINQPARM"
		MOVE "NQ01" TO WS-DIAG-CODE
		MOVE WS-NINQ-TOKEN TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-NINQ-REJECTED
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NINQ-COUNT.
	MOVE WS-NINQ-COUNT TO WS-NINQ-IX.
	INITIALIZE WS-NQ-ROW(WS-NINQ-IX).
	MOVE WS-NINQ-VALUE TO WS-NQ-N(WS-NINQ-IX).

	TOKEN-BAD-PARA.
	DISPLAY "EULRNINQ: REJECTED ENTRY '" FUNCTION TRIM(WS-NINQ-TOKEN)
		"' ON NINQPARM CARD " WS-NINQ-CARDS
		" - MUST BE A NUMBER OF 1 TO 18 DIGITS, 1 OR GREATER".
	MOVE "NQ01" TO WS-DIAG-CODE.
	MOVE WS-NINQ-TOKEN TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-NINQ-REJECTED.

	DUP-CHECK-PARA.
	IF WS-NQ-N(WS-NINQ-JX) = WS-NINQ-VALUE THEN
		MOVE 1 TO WS-NINQ-DUP
	END-IF.

*> EULRFDB: a verified record that still re-multiplies to its key
*> (FDB-LOOKUP-PARA's own test) is the number's factorization. The
*> store is opened INPUT here - an inquiry never creates it
	STORE-PASS-PARA.
	MOVE 0 TO WS-FDB-AVAILABLE.
	OPEN INPUT EULRFDB-FILE.
	IF WS-FDB-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: EULRFDB NOT ON FILE (STATUS "
			WS-FDB-STATUS ") - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-FDB-AVAILABLE.
	PERFORM STORE-ONE-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	CLOSE EULRFDB-FILE.
	MOVE 0 TO WS-FDB-AVAILABLE.

	STORE-ONE-PARA.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-FDB-N.
	PERFORM FDB-LOOKUP-PARA.
	IF WS-FDB-HIT = 1 THEN
		MOVE WS-FDB-W-COUNT TO WS-NQ-FACT-COUNT(WS-NINQ-IX)
		PERFORM STORE-ROW-PARA VARYING WS-NINQ-KX FROM 1 BY 1
			UNTIL WS-NINQ-KX > WS-FDB-W-COUNT
		MOVE "EULRFDB" TO WS-NQ-FACT-SRC(WS-NINQ-IX)
		MOVE "F" TO WS-NQ-FACT-HOW(WS-NINQ-IX)
	END-IF.

	STORE-ROW-PARA.
	MOVE WS-FDB-W-PRIME(WS-NINQ-KX)
		TO WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX).
	MOVE WS-FDB-W-EXP(WS-NINQ-KX)
		TO WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX).

*> E3FACT, for the numbers the store did not answer: a number's row
*> set is taken only when no factor is UNPROVEN and the rows multiply
*> back to the number - a row set cut short by a rewrite in progress
*> does neither
	FACT-PASS-PARA.
	MOVE 0 TO WS-NINQ-PENDING.
	PERFORM FACT-PENDING-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	IF WS-NINQ-PENDING = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT E3FACT-FILE.
	IF WS-NINQ-SRC-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: E3FACT NOT ON FILE - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	MOVE 0 TO WS-NINQ-CUR.
	MOVE 0 TO WS-NINQ-GROUP-N.
	PERFORM FACT-READ-PARA.
	PERFORM FACT-ROW-PARA UNTIL WS-NINQ-EOF = 1.
	IF WS-NINQ-CUR > 0 THEN
		PERFORM FACT-FINISH-PARA
	END-IF.
	CLOSE E3FACT-FILE.

	FACT-PENDING-PARA.
	IF WS-NQ-FACT-SRC(WS-NINQ-IX) = SPACES THEN
		ADD 1 TO WS-NINQ-PENDING
	END-IF.

	FACT-READ-PARA.
	MOVE SPACES TO WS-E3-FACT-RECORD.
	READ E3FACT-FILE INTO WS-E3-FACT-RECORD
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.
	IF WS-E3-FACT-NUMBER-W IS NUMERIC
			AND WS-E3-FACT-FACTOR-W IS NUMERIC THEN
		MOVE WS-E3-FACT-NUMBER-W TO WS-NINQ-ROW-NUM
		MOVE WS-E3-FACT-FACTOR-W TO WS-NINQ-ROW-P
	ELSE
		IF WS-E3-FACT-NUMBER IS NUMERIC
				AND WS-E3-FACT-FACTOR IS NUMERIC THEN
			MOVE WS-E3-FACT-NUMBER TO WS-NINQ-ROW-NUM
			MOVE WS-E3-FACT-FACTOR TO WS-NINQ-ROW-P
		ELSE
			MOVE 0 TO WS-NINQ-ROW-NUM
			MOVE 0 TO WS-NINQ-ROW-P
		END-IF
	END-IF.
	IF WS-E3-FACT-EXPONENT IS NUMERIC THEN
		MOVE WS-E3-FACT-EXPONENT TO WS-NINQ-ROW-E
	ELSE
		MOVE 0 TO WS-NINQ-ROW-E
	END-IF.

*> One factor row: a change of number finishes the previous one and
*> looks the new one up in the list
	FACT-ROW-PARA.
	IF WS-NINQ-ROW-NUM NOT = WS-NINQ-GROUP-N THEN
		IF WS-NINQ-CUR > 0 THEN
			PERFORM FACT-FINISH-PARA
		END-IF
		MOVE WS-NINQ-ROW-NUM TO WS-NINQ-GROUP-N
		MOVE 0 TO WS-NINQ-UNPROVEN
		MOVE 0 TO WS-NINQ-CUR
		PERFORM FACT-FIND-PARA VARYING WS-NINQ-JX FROM 1 BY 1
			UNTIL WS-NINQ-JX > WS-NINQ-COUNT OR WS-NINQ-CUR > 0
		IF WS-NINQ-CUR > 0 THEN
			MOVE 0 TO WS-NQ-FACT-COUNT(WS-NINQ-CUR)
		END-IF
	END-IF.
	IF WS-NINQ-CUR > 0 THEN
		IF WS-E3-FACT-HOW = "U" OR WS-NINQ-ROW-P < 2
				OR WS-NINQ-ROW-E < 1
				OR WS-NQ-FACT-COUNT(WS-NINQ-CUR) = 20 THEN
			MOVE 1 TO WS-NINQ-UNPROVEN
		ELSE
			ADD 1 TO WS-NQ-FACT-COUNT(WS-NINQ-CUR)
			MOVE WS-NQ-FACT-COUNT(WS-NINQ-CUR) TO WS-NINQ-KX
			MOVE WS-NINQ-ROW-P
				TO WS-NQ-FACT-P(WS-NINQ-CUR, WS-NINQ-KX)
			MOVE WS-NINQ-ROW-E
				TO WS-NQ-FACT-E(WS-NINQ-CUR, WS-NINQ-KX)
		END-IF
	END-IF.
	PERFORM FACT-READ-PARA.

	FACT-FIND-PARA.
	IF WS-NQ-N(WS-NINQ-JX) = WS-NINQ-GROUP-N
			AND WS-NQ-FACT-SRC(WS-NINQ-JX) = SPACES THEN
		MOVE WS-NINQ-JX TO WS-NINQ-CUR
	END-IF.

	FACT-FINISH-PARA.
	MOVE WS-NINQ-CUR TO WS-NINQ-IX.
	PERFORM MULTIPLY-PARA.
	IF WS-NINQ-GOOD = 1 AND WS-NINQ-UNPROVEN = 0 THEN
		MOVE "E3FACT" TO WS-NQ-FACT-SRC(WS-NINQ-CUR)
		MOVE "F" TO WS-NQ-FACT-HOW(WS-NINQ-CUR)
	ELSE
		MOVE 0 TO WS-NQ-FACT-COUNT(WS-NINQ-CUR)
	END-IF.
	MOVE 0 TO WS-NINQ-CUR.

*> Re-multiply entry WS-NINQ-IX's factor rows: WS-NINQ-GOOD is 1 only
*> when the product lands exactly on the number
	MULTIPLY-PARA.
	MOVE 1 TO WS-NINQ-GOOD.
	MOVE 1 TO WS-NINQ-PRODUCT.
	IF WS-NQ-FACT-COUNT(WS-NINQ-IX) = 0 THEN
		MOVE 0 TO WS-NINQ-GOOD
		EXIT PARAGRAPH
	END-IF.
	PERFORM MULTIPLY-ROW-PARA VARYING WS-NINQ-KX FROM 1 BY 1
		UNTIL WS-NINQ-KX > WS-NQ-FACT-COUNT(WS-NINQ-IX)
			OR WS-NINQ-GOOD = 0.
	IF WS-NINQ-PRODUCT NOT = WS-NQ-N(WS-NINQ-IX) THEN
		MOVE 0 TO WS-NINQ-GOOD
	END-IF.

	MULTIPLY-ROW-PARA.
	PERFORM MULTIPLY-POWER-PARA VARYING WS-NINQ-E FROM 1 BY 1
		UNTIL WS-NINQ-E > WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX)
			OR WS-NINQ-GOOD = 0.

	MULTIPLY-POWER-PARA.
	COMPUTE WS-NINQ-PRODUCT =
			WS-NINQ-PRODUCT * WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX)
		ON SIZE ERROR MOVE 0 TO WS-NINQ-GOOD
	END-COMPUTE.

*> E10SPF: primality straight off the smallest-factor table for any
*> number under its bound, and - when nothing above answered - the
*> whole factorization by repeated lookups. SPF-INIT-PARA opens the
*> table INPUT and believes it only when its control record is there
	SPF-PASS-PARA.
	PERFORM SPF-INIT-PARA.
	IF WS-SPF-AVAILABLE = 0 THEN
		DISPLAY "EULRNINQ: E10SPF NOT ON FILE OR NOT COMPLETE"
			" - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	PERFORM SPF-ONE-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	PERFORM SPF-CLOSE-PARA.

	SPF-ONE-PARA.
	IF WS-NQ-N(WS-NINQ-IX) < 2
			OR WS-NQ-N(WS-NINQ-IX) > WS-SPF-BOUND THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-SPF-N.
	PERFORM SPF-LOOKUP-PARA.
	IF WS-SPF-RESULT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-SPF-RESULT = WS-NQ-N(WS-NINQ-IX) THEN
		MOVE "P" TO WS-NQ-PRIME(WS-NINQ-IX)
	ELSE
		MOVE "C" TO WS-NQ-PRIME(WS-NINQ-IX)
		MOVE WS-SPF-RESULT TO WS-NQ-LEAST(WS-NINQ-IX)
	END-IF.
	MOVE "E10SPF" TO WS-NQ-PRIME-SRC(WS-NINQ-IX).
	MOVE "F" TO WS-NQ-PRIME-HOW(WS-NINQ-IX).
	IF WS-NQ-FACT-SRC(WS-NINQ-IX) = SPACES THEN
		PERFORM SPF-FACTOR-PARA
	END-IF.

	SPF-FACTOR-PARA.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-NINQ-REST.
	MOVE 0 TO WS-NQ-FACT-COUNT(WS-NINQ-IX).
	MOVE 1 TO WS-NINQ-GOOD.
	PERFORM SPF-STEP-PARA UNTIL WS-NINQ-REST = 1 OR WS-NINQ-GOOD = 0.
	IF WS-NINQ-GOOD = 1 THEN
		MOVE "E10SPF" TO WS-NQ-FACT-SRC(WS-NINQ-IX)
		MOVE "F" TO WS-NQ-FACT-HOW(WS-NINQ-IX)
	ELSE
		MOVE 0 TO WS-NQ-FACT-COUNT(WS-NINQ-IX)
	END-IF.

	SPF-STEP-PARA.
	MOVE WS-NINQ-REST TO WS-SPF-N.
	PERFORM SPF-LOOKUP-PARA.
	IF WS-SPF-RESULT < 2 THEN
		MOVE 0 TO WS-NINQ-GOOD
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-NQ-FACT-COUNT(WS-NINQ-IX) TO WS-NINQ-KX.
	IF WS-NINQ-KX > 0 THEN
		IF WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX) = WS-SPF-RESULT THEN
			ADD 1 TO WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX)
			DIVIDE WS-SPF-RESULT INTO WS-NINQ-REST
			EXIT PARAGRAPH
		END-IF
	END-IF.
	IF WS-NINQ-KX = 20 THEN
		MOVE 0 TO WS-NINQ-GOOD
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NINQ-KX.
	MOVE WS-NINQ-KX TO WS-NQ-FACT-COUNT(WS-NINQ-IX).
	MOVE WS-SPF-RESULT TO WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX).
	MOVE 1 TO WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX).
	DIVIDE WS-SPF-RESULT INTO WS-NINQ-REST.

*> E10PRIME, for the numbers still without a primality answer: a
*> number on the cache is prime; one under the ceiling the cache was
*> sieved to and not on it is composite. The cache is believed only
*> when its final trailer balances (E10HDR.cpy, EULER7's check) - a
*> cache mid-rebuild has no trailer yet
	CACHE-PASS-PARA.
	MOVE 0 TO WS-NINQ-PENDING.
	PERFORM CACHE-PENDING-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	IF WS-NINQ-PENDING = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	OPEN INPUT E10PRIME-FILE.
	IF WS-NINQ-SRC-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: E10PRIME NOT ON FILE - NOT CONSULTED"
		PERFORM PEND-CLEAR-PARA VARYING WS-NINQ-IX FROM 1 BY 1
			UNTIL WS-NINQ-IX > WS-NINQ-COUNT
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	MOVE 0 TO WS-NINQ-TRL-SEEN.
	MOVE 0 TO WS-NINQ-DATA-COUNT.
	MOVE 0 TO WS-NINQ-DATA-SUM.
	MOVE 0 TO WS-NINQ-CEILING.
	MOVE 0 TO WS-E10-TRL-COUNT.
	MOVE 0 TO WS-E10-TRL-SUM.
	PERFORM CACHE-ROW-PARA UNTIL WS-NINQ-EOF = 1.
	CLOSE E10PRIME-FILE.
	IF WS-NINQ-TRL-SEEN = 0
			OR WS-NINQ-DATA-COUNT NOT = WS-E10-TRL-COUNT
			OR WS-NINQ-DATA-SUM NOT = WS-E10-TRL-SUM THEN
		DISPLAY "EULRNINQ: E10PRIME TRAILER MISSING OR OUT OF"
			" BALANCE - TRUNCATED OR MID-BUILD, NOT CONSULTED"
	ELSE
		PERFORM CACHE-APPLY-PARA VARYING WS-NINQ-IX FROM 1 BY 1
			UNTIL WS-NINQ-IX > WS-NINQ-COUNT
	END-IF.
	PERFORM PEND-CLEAR-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.

	CACHE-PENDING-PARA.
	IF WS-NQ-PRIME(WS-NINQ-IX) = SPACE
			AND WS-NQ-N(WS-NINQ-IX) >= 2
			AND WS-NQ-N(WS-NINQ-IX) <= 999999999999 THEN
		MOVE 1 TO WS-NQ-PEND(WS-NINQ-IX)
		ADD 1 TO WS-NINQ-PENDING
	END-IF.

	CACHE-ROW-PARA.
	MOVE SPACES TO WS-NINQ-BUF.
	READ E10PRIME-FILE INTO WS-NINQ-BUF
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.
	IF WS-NINQ-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-NINQ-BUF(1:3)
		WHEN "HDR"
			MOVE WS-NINQ-BUF TO WS-E10-HDR-RECORD
			IF WS-E10-HDR-CEILING IS NUMERIC THEN
				MOVE WS-E10-HDR-CEILING TO WS-NINQ-CEILING
			END-IF
		WHEN "TRL"
			MOVE WS-NINQ-BUF TO WS-E10-TRL-RECORD
			IF WS-E10-TRL-COUNT IS NUMERIC
					AND WS-E10-TRL-SUM IS NUMERIC THEN
				MOVE 1 TO WS-NINQ-TRL-SEEN
			END-IF
		WHEN OTHER
			MOVE 0 TO WS-NINQ-TRL-SEEN
			MOVE WS-NINQ-BUF(1:12) TO WS-E10-PRIME-RECORD
			ADD 1 TO WS-NINQ-DATA-COUNT
			COMPUTE WS-NINQ-DATA-SUM = FUNCTION MOD(
				WS-NINQ-DATA-SUM + WS-E10-PRIME-VALUE,
				1000000000000000000)
			PERFORM CACHE-MATCH-PARA VARYING WS-NINQ-JX FROM 1 BY 1
				UNTIL WS-NINQ-JX > WS-NINQ-COUNT
	END-EVALUATE.

	CACHE-MATCH-PARA.
	IF WS-NQ-PEND(WS-NINQ-JX) = 1
			AND WS-NQ-N(WS-NINQ-JX) = WS-E10-PRIME-VALUE THEN
		MOVE 2 TO WS-NQ-PEND(WS-NINQ-JX)
	END-IF.

	CACHE-APPLY-PARA.
	IF WS-NQ-PEND(WS-NINQ-IX) = 2 THEN
		MOVE "P" TO WS-NQ-PRIME(WS-NINQ-IX)
		MOVE "E10PRIME" TO WS-NQ-PRIME-SRC(WS-NINQ-IX)
		MOVE "F" TO WS-NQ-PRIME-HOW(WS-NINQ-IX)
	ELSE
		IF WS-NQ-PEND(WS-NINQ-IX) = 1
				AND WS-NQ-N(WS-NINQ-IX) <= WS-NINQ-CEILING THEN
			MOVE "C" TO WS-NQ-PRIME(WS-NINQ-IX)
			MOVE "E10PRIME" TO WS-NQ-PRIME-SRC(WS-NINQ-IX)
			MOVE "F" TO WS-NQ-PRIME-HOW(WS-NINQ-IX)
		END-IF
	END-IF.

	PEND-CLEAR-PARA.
	MOVE 0 TO WS-NQ-PEND(WS-NINQ-IX).

*> DIVFRPT: a number's tau / sigma / phi and class as EULRDIVF
*> reported them (UNPROVEN and OVERFLOW lines carry no values). The
*> report counts only when its END OF REPORT trailer is the last line
	DIVF-PASS-PARA.
	OPEN INPUT DIVFRPT-FILE.
	IF WS-NINQ-SRC-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: DIVFRPT NOT ON FILE - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	MOVE 0 TO WS-NINQ-COMPLETE.
	PERFORM DIVF-ROW-PARA UNTIL WS-NINQ-EOF = 1.
	CLOSE DIVFRPT-FILE.
	IF WS-NINQ-COMPLETE = 0 THEN
		DISPLAY "EULRNINQ: DIVFRPT HAS NO END OF REPORT TRAILER -"
			" CUT SHORT OR BEING WRITTEN, NOT CONSULTED"
	END-IF.
	PERFORM DIVF-APPLY-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.

	DIVF-ROW-PARA.
	MOVE SPACES TO WS-NINQ-BUF.
	READ DIVFRPT-FILE INTO WS-NINQ-BUF
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.
	IF WS-NINQ-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-NINQ-BUF(1:13) = "END OF REPORT" THEN
		MOVE 1 TO WS-NINQ-COMPLETE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-COMPLETE.
	IF WS-NINQ-BUF(19:6) NOT = "  TAU "
			OR WS-NINQ-BUF(84:8) = "UNPROVEN"
			OR WS-NINQ-BUF(84:8) = "OVERFLOW" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE FUNCTION NUMVAL(WS-NINQ-BUF(1:18)) TO WS-NINQ-VALUE.
	PERFORM DIVF-MATCH-PARA VARYING WS-NINQ-JX FROM 1 BY 1
		UNTIL WS-NINQ-JX > WS-NINQ-COUNT.

	DIVF-MATCH-PARA.
	IF WS-NQ-N(WS-NINQ-JX) = WS-NINQ-VALUE
			AND WS-NQ-PEND(WS-NINQ-JX) = 0 THEN
		MOVE 1 TO WS-NQ-PEND(WS-NINQ-JX)
		MOVE FUNCTION NUMVAL(WS-NINQ-BUF(25:7))
			TO WS-NQ-TAU(WS-NINQ-JX)
		MOVE FUNCTION NUMVAL(WS-NINQ-BUF(40:18))
			TO WS-NQ-SIGMA(WS-NINQ-JX)
		MOVE FUNCTION NUMVAL(WS-NINQ-BUF(64:18))
			TO WS-NQ-PHI(WS-NINQ-JX)
		MOVE WS-NINQ-BUF(84:9) TO WS-NQ-CLASS(WS-NINQ-JX)
	END-IF.

	DIVF-APPLY-PARA.
	IF WS-NQ-PEND(WS-NINQ-IX) = 1 THEN
		IF WS-NINQ-COMPLETE = 1 THEN
			MOVE "DIVFRPT" TO WS-NQ-DIVF-SRC(WS-NINQ-IX)
			MOVE "F" TO WS-NQ-DIVF-HOW(WS-NINQ-IX)
		ELSE
			MOVE 0 TO WS-NQ-TAU(WS-NINQ-IX)
			MOVE 0 TO WS-NQ-SIGMA(WS-NINQ-IX)
			MOVE 0 TO WS-NQ-PHI(WS-NINQ-IX)
			MOVE SPACES TO WS-NQ-CLASS(WS-NINQ-IX)
		END-IF
	END-IF.
	MOVE 0 TO WS-NQ-PEND(WS-NINQ-IX).

*> What the factorization gives when nothing answered directly:
*> primality off the prime count, the divisor functions computed
*> from the exponents the way EULRDIVF computes them, and the class
*> from the proper-divisor sum. The number 1 is answered by
*> definition.
	DERIVE-PARA.
	MOVE WS-NINQ-IX TO WS-NINQ-CUR.
	IF WS-NQ-N(WS-NINQ-IX) = 1 THEN
		MOVE "U" TO WS-NQ-PRIME(WS-NINQ-IX)
		MOVE "D" TO WS-NQ-PRIME-HOW(WS-NINQ-IX)
		MOVE "D" TO WS-NQ-FACT-HOW(WS-NINQ-IX)
		MOVE 0 TO WS-NQ-FACT-COUNT(WS-NINQ-IX)
		MOVE "D" TO WS-NQ-DIVF-HOW(WS-NINQ-IX)
		MOVE 1 TO WS-NQ-TAU(WS-NINQ-IX)
		MOVE 1 TO WS-NQ-SIGMA(WS-NINQ-IX)
		MOVE 1 TO WS-NQ-PHI(WS-NINQ-IX)
		MOVE "DEFICIENT" TO WS-NQ-CLASS(WS-NINQ-IX)
		EXIT PARAGRAPH
	END-IF.
	IF WS-NQ-FACT-SRC(WS-NINQ-IX) = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-NQ-PRIME(WS-NINQ-IX) = SPACE THEN
		IF WS-NQ-FACT-COUNT(WS-NINQ-IX) = 1
				AND WS-NQ-FACT-E(WS-NINQ-IX, 1) = 1 THEN
			MOVE "P" TO WS-NQ-PRIME(WS-NINQ-IX)
		ELSE
			MOVE "C" TO WS-NQ-PRIME(WS-NINQ-IX)
		END-IF
		MOVE WS-NQ-FACT-SRC(WS-NINQ-IX) TO WS-NQ-PRIME-SRC(WS-NINQ-IX)
		MOVE "C" TO WS-NQ-PRIME-HOW(WS-NINQ-IX)
	END-IF.
	IF WS-NQ-PRIME(WS-NINQ-IX) = "C"
			AND WS-NQ-LEAST(WS-NINQ-IX) = 0 THEN
		MOVE WS-NQ-FACT-P(WS-NINQ-IX, 1) TO WS-NQ-LEAST(WS-NINQ-IX)
	END-IF.
	IF WS-NQ-DIVF-SRC(WS-NINQ-IX) NOT = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-NQ-TAU(WS-NINQ-IX).
	MOVE 1 TO WS-NQ-SIGMA(WS-NINQ-IX).
	MOVE 1 TO WS-NQ-PHI(WS-NINQ-IX).
	MOVE 0 TO WS-NQ-DIVF-OVER(WS-NINQ-IX).
	PERFORM DERIVE-FACTOR-PARA VARYING WS-NINQ-KX FROM 1 BY 1
		UNTIL WS-NINQ-KX > WS-NQ-FACT-COUNT(WS-NINQ-IX)
			OR WS-NQ-DIVF-OVER(WS-NINQ-IX) = 1.
	MOVE WS-NQ-FACT-SRC(WS-NINQ-IX) TO WS-NQ-DIVF-SRC(WS-NINQ-IX).
	MOVE "C" TO WS-NQ-DIVF-HOW(WS-NINQ-IX).
	IF WS-NQ-DIVF-OVER(WS-NINQ-IX) = 1 THEN
		MOVE SPACES TO WS-NQ-CLASS(WS-NINQ-IX)
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-NINQ-ALIQUOT =
		WS-NQ-SIGMA(WS-NINQ-IX) - WS-NQ-N(WS-NINQ-IX).
	EVALUATE TRUE
		WHEN WS-NINQ-ALIQUOT = WS-NQ-N(WS-NINQ-IX)
			MOVE "PERFECT" TO WS-NQ-CLASS(WS-NINQ-IX)
		WHEN WS-NINQ-ALIQUOT > WS-NQ-N(WS-NINQ-IX)
			MOVE "ABUNDANT" TO WS-NQ-CLASS(WS-NINQ-IX)
		WHEN OTHER
			MOVE "DEFICIENT" TO WS-NQ-CLASS(WS-NINQ-IX)
	END-EVALUATE.

*> One prime (p, e): tau *= e+1, sigma *= 1+p+...+p**e, and
*> phi *= p**(e-1) * (p-1) - on 18 digits with a size guard
	DERIVE-FACTOR-PARA.
	COMPUTE WS-NQ-TAU(WS-NINQ-IX) = WS-NQ-TAU(WS-NINQ-IX)
		* (WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX) + 1).
	MOVE 1 TO WS-NINQ-TERM.
	MOVE 1 TO WS-NINQ-POWER.
	PERFORM DERIVE-POWER-PARA VARYING WS-NINQ-E FROM 1 BY 1
		UNTIL WS-NINQ-E > WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX)
			OR WS-NQ-DIVF-OVER(WS-NINQ-IX) = 1.
	IF WS-NQ-DIVF-OVER(WS-NINQ-IX) = 0 THEN
		COMPUTE WS-NQ-SIGMA(WS-NINQ-IX) =
				WS-NQ-SIGMA(WS-NINQ-IX) * WS-NINQ-TERM
			ON SIZE ERROR
				MOVE 1 TO WS-NQ-DIVF-OVER(WS-NINQ-IX)
		END-COMPUTE
	END-IF.
	IF WS-NQ-DIVF-OVER(WS-NINQ-IX) = 0 THEN
		COMPUTE WS-NINQ-PHI-TERM =
			WS-NINQ-POWER / WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX)
			* (WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX) - 1)
		COMPUTE WS-NQ-PHI(WS-NINQ-IX) =
				WS-NQ-PHI(WS-NINQ-IX) * WS-NINQ-PHI-TERM
			ON SIZE ERROR
				MOVE 1 TO WS-NQ-DIVF-OVER(WS-NINQ-IX)
		END-COMPUTE
	END-IF.

	DERIVE-POWER-PARA.
	COMPUTE WS-NINQ-POWER =
			WS-NINQ-POWER * WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX)
		ON SIZE ERROR
			MOVE 1 TO WS-NQ-DIVF-OVER(WS-NINQ-IX)
	END-COMPUTE.
	IF WS-NQ-DIVF-OVER(WS-NINQ-IX) = 0 THEN
		COMPUTE WS-NINQ-TERM = WS-NINQ-TERM + WS-NINQ-POWER
			ON SIZE ERROR
				MOVE 1 TO WS-NQ-DIVF-OVER(WS-NINQ-IX)
		END-COMPUTE
	END-IF.

*> AMICRPT: the pairs and sociable chains EULRAMIC found. A number on
*> a pair or chain line is named with its partner or chain; a number
*> inside the sweep's range on no line is reported as such - but only
*> when the range starts at or below 220, the smallest amicable
*> number, since a pair is written from its smaller member and a
*> range starting higher can hold a larger member whose partner it
*> never reached. Counts only with its END OF REPORT trailer last.
	AMIC-PASS-PARA.
	OPEN INPUT AMICRPT-FILE.
	IF WS-NINQ-SRC-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: AMICRPT NOT ON FILE - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	MOVE 0 TO WS-NINQ-COMPLETE.
	MOVE 0 TO WS-NINQ-AMIC-SEEN.
	PERFORM AMIC-ROW-PARA UNTIL WS-NINQ-EOF = 1.
	CLOSE AMICRPT-FILE.
	IF WS-NINQ-COMPLETE = 0 THEN
		DISPLAY "EULRNINQ: AMICRPT HAS NO END OF REPORT TRAILER -"
			" CUT SHORT OR BEING WRITTEN, NOT CONSULTED"
	END-IF.
	PERFORM AMIC-APPLY-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.

	AMIC-ROW-PARA.
	MOVE SPACES TO WS-NINQ-BUF.
	READ AMICRPT-FILE INTO WS-NINQ-BUF
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.
	IF WS-NINQ-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-NINQ-BUF(1:13) = "END OF REPORT" THEN
		MOVE 1 TO WS-NINQ-COMPLETE
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-COMPLETE.
	EVALUATE TRUE
		WHEN WS-NINQ-BUF(1:18) = "PARAMETERS: RANGE "
			IF WS-NINQ-AMIC-SEEN = 0
					AND WS-NINQ-BUF(19:12) IS NUMERIC
					AND WS-NINQ-BUF(40:12) IS NUMERIC THEN
				MOVE 1 TO WS-NINQ-AMIC-SEEN
				MOVE WS-NINQ-BUF(19:12) TO WS-NINQ-AMIC-LOW
				MOVE WS-NINQ-BUF(40:12) TO WS-NINQ-AMIC-HIGH
				IF WS-NINQ-BUF(71:2) IS NUMERIC THEN
					MOVE WS-NINQ-BUF(71:2) TO WS-NINQ-AMIC-CHAIN
				END-IF
			END-IF
		WHEN WS-NINQ-BUF(1:15) = "AMICABLE PAIR  "
			MOVE SPACES TO WS-NINQ-TOK-A
			MOVE SPACES TO WS-NINQ-TOK-B
			UNSTRING WS-NINQ-BUF(16:117) DELIMITED BY " <-> "
				INTO WS-NINQ-TOK-A WS-NINQ-TOK-B
			END-UNSTRING
			MOVE FUNCTION NUMVAL(WS-NINQ-TOK-A) TO WS-NINQ-PAIR-A
			MOVE FUNCTION NUMVAL(WS-NINQ-TOK-B) TO WS-NINQ-PAIR-B
			PERFORM AMIC-PAIR-PARA VARYING WS-NINQ-JX FROM 1 BY 1
				UNTIL WS-NINQ-JX > WS-NINQ-COUNT
		WHEN WS-NINQ-BUF(1:21) = "ALIQUOT CHAIN LENGTH "
			MOVE 0 TO WS-NINQ-AMIC-LEN
			IF WS-NINQ-BUF(22:2) IS NUMERIC THEN
				MOVE WS-NINQ-BUF(22:2) TO WS-NINQ-AMIC-LEN
			END-IF
			MOVE 26 TO WS-NINQ-PTR
			PERFORM AMIC-CHAIN-PARA UNTIL WS-NINQ-PTR > 132
	END-EVALUATE.

	AMIC-PAIR-PARA.
	IF WS-NQ-PEND(WS-NINQ-JX) = 0 THEN
		IF WS-NQ-N(WS-NINQ-JX) = WS-NINQ-PAIR-A
				OR WS-NQ-N(WS-NINQ-JX) = WS-NINQ-PAIR-B THEN
			MOVE 1 TO WS-NQ-PEND(WS-NINQ-JX)
			IF WS-NQ-N(WS-NINQ-JX) = WS-NINQ-PAIR-A THEN
				MOVE WS-NINQ-PAIR-B TO WS-NINQ-EDIT
			ELSE
				MOVE WS-NINQ-PAIR-A TO WS-NINQ-EDIT
			END-IF
			MOVE SPACES TO WS-NQ-AMIC-TEXT(WS-NINQ-JX)
			STRING "AMICABLE - PARTNER " FUNCTION TRIM(WS-NINQ-EDIT)
				DELIMITED BY SIZE INTO WS-NQ-AMIC-TEXT(WS-NINQ-JX)
			END-STRING
		END-IF
	END-IF.

*> One member of a chain line ("a -> b -> ... -> BACK TO START")
	AMIC-CHAIN-PARA.
	MOVE SPACES TO WS-NINQ-TOKEN.
	UNSTRING WS-NINQ-BUF DELIMITED BY " -> "
		INTO WS-NINQ-TOKEN WITH POINTER WS-NINQ-PTR
	END-UNSTRING.
	IF FUNCTION TRIM(WS-NINQ-TOKEN) IS NOT NUMERIC THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE FUNCTION NUMVAL(WS-NINQ-TOKEN) TO WS-NINQ-VALUE.
	PERFORM AMIC-MEMBER-PARA VARYING WS-NINQ-JX FROM 1 BY 1
		UNTIL WS-NINQ-JX > WS-NINQ-COUNT.

	AMIC-MEMBER-PARA.
	IF WS-NQ-PEND(WS-NINQ-JX) = 0
			AND WS-NQ-N(WS-NINQ-JX) = WS-NINQ-VALUE THEN
		MOVE 1 TO WS-NQ-PEND(WS-NINQ-JX)
		MOVE SPACES TO WS-NQ-AMIC-TEXT(WS-NINQ-JX)
		MOVE WS-NINQ-AMIC-LEN TO WS-NINQ-EDIT
		STRING "SOCIABLE - ON AN ALIQUOT CHAIN OF LENGTH "
			FUNCTION TRIM(WS-NINQ-EDIT)
			DELIMITED BY SIZE INTO WS-NQ-AMIC-TEXT(WS-NINQ-JX)
		END-STRING
	END-IF.

	AMIC-APPLY-PARA.
	IF WS-NINQ-COMPLETE = 1 THEN
		IF WS-NQ-PEND(WS-NINQ-IX) = 1 THEN
			MOVE "AMICRPT" TO WS-NQ-AMIC-SRC(WS-NINQ-IX)
		ELSE
			IF WS-NINQ-AMIC-SEEN = 1
					AND WS-NINQ-AMIC-LOW <= 220
					AND WS-NQ-N(WS-NINQ-IX) >= WS-NINQ-AMIC-LOW
					AND WS-NQ-N(WS-NINQ-IX) <= WS-NINQ-AMIC-HIGH THEN
				MOVE "AMICRPT" TO WS-NQ-AMIC-SRC(WS-NINQ-IX)
				MOVE SPACES TO WS-NQ-AMIC-TEXT(WS-NINQ-IX)
				IF WS-NINQ-AMIC-CHAIN > 2 THEN
					MOVE WS-NINQ-AMIC-CHAIN TO WS-NINQ-EDIT
					STRING "NO AMICABLE PARTNER, ON NO SOCIABLE CHAIN"
						" OF LENGTH 3 TO " FUNCTION TRIM(WS-NINQ-EDIT)
						DELIMITED BY SIZE
						INTO WS-NQ-AMIC-TEXT(WS-NINQ-IX)
					END-STRING
				ELSE
					MOVE "NO AMICABLE PARTNER"
						TO WS-NQ-AMIC-TEXT(WS-NINQ-IX)
				END-IF
			END-IF
		END-IF
	ELSE
		MOVE SPACES TO WS-NQ-AMIC-TEXT(WS-NINQ-IX)
	END-IF.
	MOVE 0 TO WS-NQ-PEND(WS-NINQ-IX).

*> E14MEMO: the Collatz chain length EULER14 memoized for a start
	MEMO-PASS-PARA.
	OPEN INPUT E14MEMO-FILE.
	IF WS-NINQ-MEMO-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: E14MEMO NOT ON FILE (STATUS "
			WS-NINQ-MEMO-STATUS ") - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	PERFORM MEMO-ONE-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.
	CLOSE E14MEMO-FILE.

	MEMO-ONE-PARA.
	IF WS-NQ-N(WS-NINQ-IX) > 999999999999 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-NINQ-MEMO-KEY.
	READ E14MEMO-FILE
		INVALID KEY CONTINUE
		NOT INVALID KEY
			IF WS-NINQ-MEMO-LENGTH IS NUMERIC
					AND WS-NINQ-MEMO-LENGTH > 0 THEN
				MOVE WS-NINQ-MEMO-LENGTH TO WS-NQ-COLZ-LEN(WS-NINQ-IX)
				MOVE "E14MEMO" TO WS-NQ-COLZ-SRC(WS-NINQ-IX)
			END-IF
	END-READ.

*> E2FIB: Fibonacci membership. The file is believed only when its
*> trailer balances (E2HDR.cpy) and it holds the classic sequence -
*> first terms 1 and 2, i.e. EULER2 ran on the default seeds; a
*> Lucas-style run is not the Fibonacci sequence. A number up to the
*> term after the last one on file is answered either way
	FIB-PASS-PARA.
	OPEN INPUT E2FIB-FILE.
	IF WS-NINQ-SRC-STATUS NOT = "00" THEN
		DISPLAY "EULRNINQ: E2FIB NOT ON FILE - NOT CONSULTED"
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-NINQ-EOF.
	MOVE 0 TO WS-NINQ-TRL-SEEN.
	MOVE 0 TO WS-NINQ-DATA-COUNT.
	MOVE 0 TO WS-NINQ-DATA-SUM.
	MOVE 0 TO WS-NINQ-FIB-FIRST.
	MOVE 0 TO WS-NINQ-FIB-SECOND.
	MOVE 0 TO WS-NINQ-FIB-PREV.
	MOVE 0 TO WS-NINQ-FIB-LAST.
	MOVE 0 TO WS-E2-TRL-COUNT.
	MOVE 0 TO WS-E2-TRL-SUM.
	PERFORM FIB-ROW-PARA UNTIL WS-NINQ-EOF = 1.
	CLOSE E2FIB-FILE.
	MOVE 1 TO WS-NINQ-COMPLETE.
	IF WS-NINQ-TRL-SEEN = 0
			OR WS-NINQ-DATA-COUNT NOT = WS-E2-TRL-COUNT
			OR WS-NINQ-DATA-SUM NOT = WS-E2-TRL-SUM THEN
		DISPLAY "EULRNINQ: E2FIB TRAILER MISSING OR OUT OF BALANCE"
			" - NOT CONSULTED"
		MOVE 0 TO WS-NINQ-COMPLETE
	ELSE
		IF WS-NINQ-FIB-FIRST NOT = 1 OR WS-NINQ-FIB-SECOND NOT = 2 THEN
			DISPLAY "EULRNINQ: E2FIB WAS NOT RUN ON THE CLASSIC SEEDS"
				" - NOT CONSULTED FOR FIBONACCI MEMBERSHIP"
			MOVE 0 TO WS-NINQ-COMPLETE
		END-IF
	END-IF.
	COMPUTE WS-NINQ-FIB-NEXT = WS-NINQ-FIB-LAST + WS-NINQ-FIB-PREV.
	PERFORM FIB-APPLY-PARA VARYING WS-NINQ-IX FROM 1 BY 1
		UNTIL WS-NINQ-IX > WS-NINQ-COUNT.

	FIB-ROW-PARA.
	MOVE SPACES TO WS-NINQ-BUF.
	READ E2FIB-FILE INTO WS-NINQ-BUF
		AT END MOVE 1 TO WS-NINQ-EOF
	END-READ.
	IF WS-NINQ-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-NINQ-BUF(1:3)
		WHEN "HDR"
			CONTINUE
		WHEN "TRL"
			MOVE WS-NINQ-BUF TO WS-E2-TRL-RECORD
			IF WS-E2-TRL-COUNT IS NUMERIC
					AND WS-E2-TRL-SUM IS NUMERIC THEN
				MOVE 1 TO WS-NINQ-TRL-SEEN
			END-IF
		WHEN OTHER
			MOVE 0 TO WS-NINQ-TRL-SEEN
			MOVE WS-NINQ-BUF TO WS-E2-FIB-RECORD
			IF WS-E2-TERM-VALUE IS NOT NUMERIC
					OR WS-E2-TERM-NO IS NOT NUMERIC THEN
				EXIT PARAGRAPH
			END-IF
			ADD 1 TO WS-NINQ-DATA-COUNT
			COMPUTE WS-NINQ-DATA-SUM = FUNCTION MOD(
				WS-NINQ-DATA-SUM + WS-E2-TERM-VALUE,
				1000000000000000000)
			IF WS-NINQ-DATA-COUNT = 1 THEN
				MOVE WS-E2-TERM-VALUE TO WS-NINQ-FIB-FIRST
			END-IF
			IF WS-NINQ-DATA-COUNT = 2 THEN
				MOVE WS-E2-TERM-VALUE TO WS-NINQ-FIB-SECOND
			END-IF
			MOVE WS-NINQ-FIB-LAST TO WS-NINQ-FIB-PREV
			MOVE WS-E2-TERM-VALUE TO WS-NINQ-FIB-LAST
			PERFORM FIB-MATCH-PARA VARYING WS-NINQ-JX FROM 1 BY 1
				UNTIL WS-NINQ-JX > WS-NINQ-COUNT
	END-EVALUATE.

	FIB-MATCH-PARA.
	IF WS-NQ-PEND(WS-NINQ-JX) = 0
			AND WS-NQ-N(WS-NINQ-JX) = WS-E2-TERM-VALUE THEN
		MOVE 1 TO WS-NQ-PEND(WS-NINQ-JX)
		MOVE WS-E2-TERM-NO TO WS-NQ-FIB-TERM(WS-NINQ-JX)
	END-IF.

	FIB-APPLY-PARA.
	IF WS-NINQ-COMPLETE = 1 THEN
		IF WS-NQ-PEND(WS-NINQ-IX) = 1
				OR WS-NQ-N(WS-NINQ-IX) < WS-NINQ-FIB-NEXT THEN
			MOVE "E2FIB" TO WS-NQ-FIB-SRC(WS-NINQ-IX)
		END-IF
	END-IF.
	IF WS-NQ-FIB-SRC(WS-NINQ-IX) = SPACES THEN
		MOVE 0 TO WS-NQ-FIB-TERM(WS-NINQ-IX)
	END-IF.
	MOVE 0 TO WS-NQ-PEND(WS-NINQ-IX).

*> One profile page: a forced page break ahead of every number but
*> the first, then one line per item with where it came from
	PAGE-PARA.
	IF WS-NINQ-IX > 1 THEN
		MOVE WS-DTL-PAGE-SIZE TO WS-DTL-LINE-COUNT
	END-IF.
	MOVE 0 TO WS-NINQ-FILED.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-NINQ-EDIT.
	MOVE SPACES TO WS-NINQ-ITEM-LINE.
	MOVE "NUMBER" TO WS-NINQ-IL-LABEL.
	MOVE FUNCTION TRIM(WS-NINQ-EDIT) TO WS-NINQ-IL-VALUE.
	MOVE WS-NINQ-ITEM-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.
	IF WS-WMRK-LOCK-HELD = 1 THEN
		MOVE SPACES TO WS-NINQ-ITEM-LINE
		MOVE "NOTE" TO WS-NINQ-IL-LABEL
		MOVE "A RUN HELD THE INTERLOCK - FILES BEING REWRITTEN WERE USED ONLY WHEN COMPLETE"
			TO WS-NINQ-IL-VALUE
		MOVE WS-NINQ-ITEM-LINE TO WS-DTL-LINE
		PERFORM DTL-WRITE-PARA
	END-IF.
	PERFORM PRIME-ITEM-PARA.
	PERFORM FACT-ITEM-PARA.
	PERFORM DIVF-ITEM-PARA.
	PERFORM CLASS-ITEM-PARA.
	PERFORM AMIC-ITEM-PARA.
	PERFORM PAL-ITEM-PARA.
	PERFORM COLZ-ITEM-PARA.
	PERFORM FIB-ITEM-PARA.
	IF WS-NINQ-FILED = 0 THEN
		ADD 1 TO WS-NINQ-BARE
	END-IF.

	PRIME-ITEM-PARA.
	MOVE "PRIME OR COMPOSITE" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	EVALUATE WS-NQ-PRIME(WS-NINQ-IX)
		WHEN "P"
			MOVE "PRIME" TO WS-NINQ-TEXT
		WHEN "C"
			IF WS-NQ-LEAST(WS-NINQ-IX) > 0 THEN
				MOVE WS-NQ-LEAST(WS-NINQ-IX) TO WS-NINQ-EDIT
				STRING "COMPOSITE - SMALLEST PRIME FACTOR "
					FUNCTION TRIM(WS-NINQ-EDIT)
					DELIMITED BY SIZE INTO WS-NINQ-TEXT
				END-STRING
			ELSE
				MOVE "COMPOSITE" TO WS-NINQ-TEXT
			END-IF
		WHEN "U"
			MOVE "NEITHER - 1 IS THE UNIT" TO WS-NINQ-TEXT
	END-EVALUATE.
	MOVE WS-NQ-PRIME-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE WS-NQ-PRIME-HOW(WS-NINQ-IX) TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

*> The factorization as "2^4 x 3 x 5", carried onto continuation
*> lines when it outgrows the value column
	FACT-ITEM-PARA.
	MOVE "FACTORIZATION" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	MOVE WS-NQ-FACT-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE WS-NQ-FACT-HOW(WS-NINQ-IX) TO WS-NINQ-SRC-HOW.
	IF WS-NQ-FACT-HOW(WS-NINQ-IX) = "D" THEN
		MOVE "NONE - 1 HAS NO PRIME FACTORS" TO WS-NINQ-TEXT
	END-IF.
	IF WS-NQ-FACT-SRC(WS-NINQ-IX) = SPACES
			OR WS-NQ-FACT-COUNT(WS-NINQ-IX) = 0 THEN
		PERFORM ITEM-PUT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-NINQ-TEXT-PTR.
	PERFORM FACT-TOKEN-PARA VARYING WS-NINQ-KX FROM 1 BY 1
		UNTIL WS-NINQ-KX > WS-NQ-FACT-COUNT(WS-NINQ-IX).
	PERFORM ITEM-PUT-PARA.

	FACT-TOKEN-PARA.
	MOVE WS-NQ-FACT-P(WS-NINQ-IX, WS-NINQ-KX) TO WS-NINQ-EDIT.
	MOVE SPACES TO WS-NINQ-FACTOR-TOKEN.
	IF WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX) > 1 THEN
		MOVE WS-NQ-FACT-E(WS-NINQ-IX, WS-NINQ-KX) TO WS-NINQ-EDIT-2
		STRING FUNCTION TRIM(WS-NINQ-EDIT) "^"
			FUNCTION TRIM(WS-NINQ-EDIT-2)
			DELIMITED BY SIZE INTO WS-NINQ-FACTOR-TOKEN
		END-STRING
	ELSE
		MOVE FUNCTION TRIM(WS-NINQ-EDIT) TO WS-NINQ-FACTOR-TOKEN
	END-IF.
	MOVE 0 TO WS-NINQ-FACTOR-LEN.
	INSPECT WS-NINQ-FACTOR-TOKEN TALLYING WS-NINQ-FACTOR-LEN
		FOR CHARACTERS BEFORE INITIAL SPACE.
*> the line is full - write it and carry on under a blank label
	IF WS-NINQ-TEXT-PTR + WS-NINQ-FACTOR-LEN + 3 > 77 THEN
		PERFORM ITEM-PUT-PARA
		MOVE SPACES TO WS-NINQ-IL-LABEL
		MOVE SPACES TO WS-NINQ-SRC-NAME
		MOVE "+" TO WS-NINQ-SRC-HOW
		MOVE SPACES TO WS-NINQ-TEXT
		MOVE 1 TO WS-NINQ-TEXT-PTR
	END-IF.
	IF WS-NINQ-TEXT-PTR > 1 THEN
		STRING " x " DELIMITED BY SIZE
			INTO WS-NINQ-TEXT WITH POINTER WS-NINQ-TEXT-PTR
		END-STRING
	END-IF.
	STRING WS-NINQ-FACTOR-TOKEN(1:WS-NINQ-FACTOR-LEN) DELIMITED BY SIZE
		INTO WS-NINQ-TEXT WITH POINTER WS-NINQ-TEXT-PTR
	END-STRING.

	DIVF-ITEM-PARA.
	MOVE "TAU / SIGMA / PHI" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	IF WS-NQ-DIVF-HOW(WS-NINQ-IX) NOT = SPACE THEN
		MOVE WS-NQ-TAU(WS-NINQ-IX) TO WS-NINQ-EDIT
		IF WS-NQ-DIVF-OVER(WS-NINQ-IX) = 1 THEN
			STRING "TAU " FUNCTION TRIM(WS-NINQ-EDIT)
				"  SIGMA / PHI PAST 18 DIGITS"
				DELIMITED BY SIZE INTO WS-NINQ-TEXT
			END-STRING
		ELSE
			MOVE WS-NQ-SIGMA(WS-NINQ-IX) TO WS-NINQ-EDIT-2
			MOVE WS-NQ-PHI(WS-NINQ-IX) TO WS-NINQ-EDIT-3
			STRING "TAU " FUNCTION TRIM(WS-NINQ-EDIT)
				"  SIGMA " FUNCTION TRIM(WS-NINQ-EDIT-2)
				"  PHI " FUNCTION TRIM(WS-NINQ-EDIT-3)
				DELIMITED BY SIZE INTO WS-NINQ-TEXT
			END-STRING
		END-IF
	END-IF.
	MOVE WS-NQ-DIVF-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE WS-NQ-DIVF-HOW(WS-NINQ-IX) TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

	CLASS-ITEM-PARA.
	MOVE "PERFECT / ABUND / DEF" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	MOVE WS-NQ-CLASS(WS-NINQ-IX) TO WS-NINQ-TEXT.
	IF WS-NQ-CLASS(WS-NINQ-IX) = SPACES THEN
		MOVE SPACES TO WS-NINQ-SRC-NAME
		MOVE SPACE TO WS-NINQ-SRC-HOW
	ELSE
		MOVE WS-NQ-DIVF-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME
		MOVE WS-NQ-DIVF-HOW(WS-NINQ-IX) TO WS-NINQ-SRC-HOW
	END-IF.
	PERFORM ITEM-PUT-PARA.

	AMIC-ITEM-PARA.
	MOVE "AMICABLE / SOCIABLE" TO WS-NINQ-IL-LABEL.
	MOVE WS-NQ-AMIC-TEXT(WS-NINQ-IX) TO WS-NINQ-TEXT.
	MOVE WS-NQ-AMIC-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE "F" TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

*> The one item no file is needed for - the shared base-10 test
	PAL-ITEM-PARA.
	MOVE "PALINDROME, BASE 10" TO WS-NINQ-IL-LABEL.
	MOVE WS-NQ-N(WS-NINQ-IX) TO WS-PAL-N.
	MOVE 10 TO WS-PAL-BASE.
	PERFORM PAL-TEST-PARA.
	IF WS-PAL-IS = 1 THEN
		MOVE "YES" TO WS-NINQ-TEXT
	ELSE
		MOVE "NO" TO WS-NINQ-TEXT
	END-IF.
	MOVE SPACES TO WS-NINQ-SRC-NAME.
	MOVE "N" TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

	COLZ-ITEM-PARA.
	MOVE "COLLATZ CHAIN LENGTH" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	IF WS-NQ-COLZ-SRC(WS-NINQ-IX) NOT = SPACES THEN
		MOVE WS-NQ-COLZ-LEN(WS-NINQ-IX) TO WS-NINQ-EDIT
		STRING FUNCTION TRIM(WS-NINQ-EDIT) " TERMS"
			DELIMITED BY SIZE INTO WS-NINQ-TEXT
		END-STRING
	END-IF.
	MOVE WS-NQ-COLZ-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE "F" TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

	FIB-ITEM-PARA.
	MOVE "FIBONACCI TERM" TO WS-NINQ-IL-LABEL.
	MOVE SPACES TO WS-NINQ-TEXT.
	IF WS-NQ-FIB-SRC(WS-NINQ-IX) NOT = SPACES THEN
		IF WS-NQ-FIB-TERM(WS-NINQ-IX) > 0 THEN
			MOVE WS-NQ-FIB-TERM(WS-NINQ-IX) TO WS-NINQ-EDIT
			STRING "YES - TERM " FUNCTION TRIM(WS-NINQ-EDIT)
				" OF 1, 2, 3, 5, 8, ..."
				DELIMITED BY SIZE INTO WS-NINQ-TEXT
			END-STRING
		ELSE
			MOVE "NO" TO WS-NINQ-TEXT
		END-IF
	END-IF.
	MOVE WS-NQ-FIB-SRC(WS-NINQ-IX) TO WS-NINQ-SRC-NAME.
	MOVE "F" TO WS-NINQ-SRC-HOW.
	PERFORM ITEM-PUT-PARA.

*> One item line: the value and where it came from - FROM a file,
*> COMPUTED FROM one, BY DEFINITION, COMPUTED from the number itself,
*> blank on a continuation line, and NOT COVERED when nothing on
*> hand reaches the number
	ITEM-PUT-PARA.
	MOVE WS-NINQ-TEXT TO WS-NINQ-IL-VALUE.
	MOVE SPACES TO WS-NINQ-IL-SOURCE.
	EVALUATE TRUE
		WHEN WS-NINQ-SRC-HOW = "+"
			CONTINUE
		WHEN WS-NINQ-SRC-HOW = "D"
			MOVE "BY DEFINITION" TO WS-NINQ-IL-SOURCE
		WHEN WS-NINQ-SRC-HOW = "N"
			MOVE "COMPUTED FROM THE NUMBER" TO WS-NINQ-IL-SOURCE
		WHEN WS-NINQ-SRC-NAME = SPACES
			MOVE "NOT COVERED" TO WS-NINQ-IL-SOURCE
			MOVE SPACES TO WS-NINQ-IL-VALUE
		WHEN WS-NINQ-SRC-HOW = "C"
			STRING "COMPUTED FROM " WS-NINQ-SRC-NAME
				DELIMITED BY SIZE INTO WS-NINQ-IL-SOURCE
			END-STRING
			ADD 1 TO WS-NINQ-FILED
		WHEN OTHER
			STRING "FROM " WS-NINQ-SRC-NAME
				DELIMITED BY SIZE INTO WS-NINQ-IL-SOURCE
			END-STRING
			ADD 1 TO WS-NINQ-FILED
	END-EVALUATE.
	MOVE WS-NINQ-ITEM-LINE TO WS-DTL-LINE.
	PERFORM DTL-WRITE-PARA.

	DTL-PUT-PARA.
	WRITE NINQRPT-RECORD FROM WS-DTL-LINE.

	COPY DTLPRT.
	COPY WMRKPRC.
	COPY FDBPRC.
	COPY SPFPRC.
	COPY PALPRC.

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
