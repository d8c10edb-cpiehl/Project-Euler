*> Promotion package: month-end configurations and new problems are
*>   rehearsed in SBOX and in the test area, then re-keyed into
*>   production by hand - which is how cards that passed rehearsal
*>   arrived mistyped. BUILD takes the items named on PKGPARM - control
*>   cards, EULREF entries, EULRCAL rules, EULRCEIL ceilings, EULRECAT
*>   codes - straight off the test area's copies, but only when the
*>   test area's latest EULRVAL verdict is clean and every card still
*>   carries the fingerprint that verdict recorded, and writes them as
*>   one package file (EULRPKG.Pnnnnnnn): an HDR record naming the
*>   EULRVAL run it passed, per item an ITM record, its IMG images,
*>   and an END record with their count and check total, and a TRL
*>   record with the package totals. The production state of each
*>   target is taken at BUILD too. APPLY installs the package under
*>   the run interlock and the PROMOTE authority - refused outright if
*>   the package does not verify against its totals or if any target
*>   has changed since the package was built - keeping every target's
*>   before images on a back-out file (EULRPKB.Pnnnnnnn, same layout)
*>   and logging each one on EULRCHG. BACKOUT puts the whole back-out
*>   file back as a unit, once every target is proved to still hold
*>   what APPLY installed. The register EULRPKGR keeps each package's
*>   state; LIST shows it.
*> compile with cobc -free -O -x -o eulrpkg.exe -I copy eulrpkg.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - PKGPARM: the first record is the card
*>             (cols 01-08 BUILD, APPLY, BACKOUT, or LIST, blank =
*>             LIST; cols 10-17 the package id for APPLY, BACKOUT, and
*>             a LIST of one package - BUILD gives the id; cols 19-38
*>             the test-area qualifier BUILD reads through, prefixed
*>             to each file name, blank = TEST.; cols 40-99 what the
*>             package is for, required on BUILD). For BUILD each
*>             following record names one item, up to 50: cols 01-08
*>             CARD, EULREF, EULRCAL, EULRCEIL, or EULRECAT, cols
*>             10-17 the card name or the row key (the 4-byte code for
*>             EULRECAT). A card must be on the test EULRVAL verdict's
*>             fingerprint set (EULRFPRT) with the fingerprint it has
*>             now; a row must be on the test copy of its file, and
*>             well formed. The package's base - each target's
*>             production state, or its absence - is what APPLY proves
*>             unchanged; APPLY's back-out file carries as its base
*>             what APPLY installed, which BACKOUT proves in turn. A
*>             bad card is PK01, an item that did not pass validation
*>             PK02, a package or back-out file that does not verify
*>             PK03, a target changed since BUILD PK04, a target
*>             changed since APPLY PK05, a package not on the register
*>             or not in the state the function needs (or a register
*>             past 500 packages) PK06. RETURN-CODE 0 normal, 12
*>             interlock held, 16 rejected or refused.
*> 2026-10-15  a card is held to its EULRVAL fingerprint by the
*>             fingerprint service itself (FPRT-CALC-PARA on the test
*>             copy), not a second copy of its arithmetic; an EULREF
*>             row gets EULRVAL's checks at BUILD (problem id, date
*>             added and expected answer numeric); every EULREF entry
*>             APPLY or BACKOUT changes is appended to the catalog
*>             history EULRREFH as EULRCAT does; and a package carrying
*>             EULREF entries may not be applied by the operator who
*>             built it - PK07, RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRPKG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PKGPARM-FILE ASSIGN TO "PKGPARM"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-PARM-STATUS.
	SELECT EULRPKGR-FILE ASSIGN TO "EULRPKGR"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-REG-STATUS.
	SELECT PKF-FILE ASSIGN TO WS-PKG-PKF-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-PKF-STATUS.
	SELECT SRC-FILE ASSIGN TO WS-PKG-SRC-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-SRC-STATUS.
	SELECT TGT-FILE ASSIGN TO WS-PKG-TGT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-TGT-STATUS.
	SELECT EULRAUTH-FILE ASSIGN TO "EULRAUTH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUTH-STATUS.
	SELECT EULRAUD-FILE ASSIGN TO WS-SHAD-AUD-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-AUDIT-STATUS.
	SELECT EULRLOCK-FILE ASSIGN TO WS-SHAD-LOCK-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LOCK-STATUS.
	SELECT EULRCHG-FILE ASSIGN TO "EULRCHG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-STATUS.
	SELECT CHGIN-FILE ASSIGN TO WS-CHG-IN-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-CHG-IN-STATUS.
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
	SELECT FPRT-IN-FILE ASSIGN TO WS-FPRT-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-FPRT-IN-STATUS.
	SELECT EULRREFH-FILE ASSIGN TO "EULRREFH"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-PKG-REFH-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PKGPARM-FILE.
01  PKGPARM-RECORD                 PIC X(99).

FD  EULRPKGR-FILE.
01  EULRPKGR-FILE-RECORD           PIC X(155).

FD  PKF-FILE.
01  PKF-RECORD                     PIC X(1004).

FD  SRC-FILE.
01  SRC-RECORD                     PIC X(1000).

FD  TGT-FILE.
01  TGT-RECORD                     PIC X(1000).

FD  EULRAUTH-FILE.
01  EULRAUTH-FILE-RECORD           PIC X(19).
FD  EULRAUD-FILE.
01  EULRAUD-FILE-RECORD            PIC X(110).
FD  EULRLOCK-FILE.
01  EULRLOCK-FILE-RECORD           PIC X(35).
FD  EULRCHG-FILE.
01  EULRCHG-FILE-RECORD            PIC X(246).
FD  CHGIN-FILE.
01  CHGIN-RECORD                   PIC X(100).
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
FD  FPRT-IN-FILE.
01  FPRT-IN-RECORD                 PIC X(1000).
FD  EULRREFH-FILE.
01  EULRREFH-FILE-RECORD           PIC X(584).
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
	COPY AUTHDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY LOCKDAT.
	COPY CHGDAT.
	COPY FPRTDAT.

	01 WS-PKG-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-REG-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-PKF-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-SRC-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-TGT-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-PKF-NAME PIC X(30) VALUE SPACES.
	01 WS-PKG-SRC-NAME PIC X(30) VALUE SPACES.
	01 WS-PKG-TGT-NAME PIC X(30) VALUE SPACES.
	01 WS-PKG-PARM-OPEN PIC 9 VALUE 0.
	01 WS-PKG-REJECTED PIC 9 VALUE 0.
	01 WS-PKG-EOF PIC 9 VALUE 0.
	01 WS-PKG-SRC-EOF PIC 9 VALUE 0.
	01 WS-PKG-OPERATOR PIC X(08) VALUE SPACES.
	01 WS-PKG-TODAY PIC 9(8) VALUE 0.
	01 WS-PKG-NOW PIC 9(8) VALUE 0.
	01 WS-PKG-DONE PIC 9(3) VALUE 0.

	01 WS-PKG-PARM-CARD.
		05 WS-PKG-FUNCTION         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKG-ID               PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKG-QUAL             PIC X(20).
		05 FILLER                  PIC X(01).
		05 WS-PKG-DESC             PIC X(60).
	01 WS-PKG-ITEM-CARD.
		05 WS-PKG-IC-KIND          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKG-IC-TARGET        PIC X(08).
		05 WS-PKG-IC-REST          PIC X(82).

*> the package's items: what and where, the base the target must
*> still be in, and the count and check total of the images carried
	01 WS-PKG-ITEM-TABLE.
		05 WS-PKG-ITEM OCCURS 50 TIMES.
			10 WS-PKG-IT-KIND      PIC X(08).
			10 WS-PKG-IT-TARGET    PIC X(08).
			10 WS-PKG-IT-CONTENT   PIC X(01).
			10 WS-PKG-IT-BASE-HAS  PIC X(01).
			10 WS-PKG-IT-BASE-CHECK PIC 9(12).
			10 WS-PKG-IT-COUNT     PIC 9(09).
			10 WS-PKG-IT-CHECK     PIC 9(12).
			10 WS-PKG-IT-ROW       PIC X(300).
	01 WS-PKG-ITEMS PIC 9(3) VALUE 0.
	01 WS-PKG-ITEMS-WAS PIC 9(3) VALUE 0.
	01 WS-PKG-IX PIC 9(3) VALUE 0.
	01 WS-PKG-JX PIC 9(3) VALUE 0.
	01 WS-PKG-KEYLEN PIC 9(1) VALUE 0.
	01 WS-PKG-KIND-OK PIC X(01) VALUE "N".
	01 WS-PKG-WHY PIC X(60) VALUE SPACES.
	01 WS-PKG-CHANGED PIC 9(3) VALUE 0.
	01 WS-PKG-REF-ITEMS PIC 9(3) VALUE 0.

*> the register EULRPKGR: one record per package built
*>   cols 001-008  package id (P and a 7-digit sequence)
*>   cols 010-018  BUILT, APPLIED, or BACKEDOUT
*>   cols 020-027  date built, 029-036 operator who built it
*>   cols 038-045  date applied, 047-054 operator who applied it
*>   cols 056-063  date backed out, 065-072 operator who did it
*>   cols 074-076  item count
*>   cols 078-093  run id of the test EULRVAL verdict it passed
*>   cols 095-154  what the package is for
	01 WS-PKGR-RECORD.
		05 WS-PKGR-ID              PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-STATE           PIC X(09).
			88 WS-PKGR-IS-BUILT        VALUE "BUILT".
			88 WS-PKGR-IS-APPLIED      VALUE "APPLIED".
			88 WS-PKGR-IS-BACKEDOUT    VALUE "BACKEDOUT".
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-BUILT-DATE      PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-BUILT-OPER      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-APPLY-DATE      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-APPLY-OPER      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-BACK-DATE       PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-BACK-OPER       PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-ITEMS           PIC 9(03).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-VAL-RUN-ID      PIC X(16).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-PKGR-DESC            PIC X(60).
	01 WS-PKG-REG-TABLE.
		05 WS-PKG-REG-ROW PIC X(155) OCCURS 500 TIMES VALUE SPACES.
	01 WS-PKG-REG-ROWS PIC 9(3) VALUE 0.
	01 WS-PKG-REG-FULL PIC 9 VALUE 0.
	01 WS-PKG-REG-HIT PIC 9(3) VALUE 0.
	01 WS-PKG-RX PIC 9(3) VALUE 0.
	01 WS-PKG-LAST-SEQ PIC 9(7) VALUE 0.
	01 WS-PKG-NEXT-ID.
		05 FILLER                  PIC X(01) VALUE "P".
		05 WS-PKG-NEXT-SEQ         PIC 9(07) VALUE 0.

*> one record of a package or back-out file: HDR, then per item ITM,
*> its IMG images, and END, then TRL
	01 WS-PKF-LINE.
		05 WS-PKF-TYPE             PIC X(04).
		05 WS-PKF-BODY             PIC X(1000).
	01 WS-PKF-HDR REDEFINES WS-PKF-LINE.
		05 FILLER                  PIC X(04).
		05 WS-PKF-H-ID             PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-DATE           PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-TIME           PIC 9(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-OPER           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-QUAL           PIC X(20).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-VAL-RUN-ID     PIC X(16).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-VAL-DATE       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-VAL-TIME       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-VAL-OUTCOME    PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-VAL-CARDS      PIC 9(03).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-ITEMS          PIC 9(03).
		05 FILLER                  PIC X(01).
		05 WS-PKF-H-DESC           PIC X(60).
		05 FILLER                  PIC X(831).
*> ITM: the item, whether IMG images follow (N - the target is to be
*> absent), and the state the target must be in before it is put
	01 WS-PKF-ITM REDEFINES WS-PKF-LINE.
		05 FILLER                  PIC X(04).
		05 WS-PKF-I-KIND           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-I-TARGET         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-I-CONTENT        PIC X(01).
		05 FILLER                  PIC X(01).
		05 WS-PKF-I-BASE-HAS       PIC X(01).
		05 FILLER                  PIC X(01).
		05 WS-PKF-I-BASE-CHECK     PIC X(12).
		05 FILLER                  PIC X(966).
	01 WS-PKF-END REDEFINES WS-PKF-LINE.
		05 FILLER                  PIC X(04).
		05 WS-PKF-E-KIND           PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-E-TARGET         PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-E-COUNT          PIC X(09).
		05 FILLER                  PIC X(01).
		05 WS-PKF-E-CHECK          PIC X(12).
		05 FILLER                  PIC X(960).
	01 WS-PKF-TRL REDEFINES WS-PKF-LINE.
		05 FILLER                  PIC X(04).
		05 WS-PKF-T-ID             PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-PKF-T-ITEMS          PIC X(03).
		05 FILLER                  PIC X(01).
		05 WS-PKF-T-IMAGES         PIC X(09).
		05 FILLER                  PIC X(01).
		05 WS-PKF-T-TOTAL          PIC X(12).
		05 FILLER                  PIC X(965).
	01 WS-PKF-NUM-12 PIC 9(12) VALUE 0.
	01 WS-PKF-NUM-9 PIC 9(09) VALUE 0.
	01 WS-PKF-NUM-3 PIC 9(03) VALUE 0.

*> VERIFY's tallies: records seen, and whether the file holds up
	01 WS-PKG-BROKEN PIC 9 VALUE 0.
	01 WS-PKG-HDR-SEEN PIC 9 VALUE 0.
	01 WS-PKG-TRL-SEEN PIC 9 VALUE 0.
	01 WS-PKG-IN-ITEM PIC 9 VALUE 0.
	01 WS-PKG-IMAGES PIC 9(9) VALUE 0.
	01 WS-PKG-TOTAL PIC 9(12) VALUE 0.

*> the check total over the record in WS-PKG-BUF - the fingerprint
*> service's arithmetic, carried on the package's END and TRL
*> records; a card is held to its EULRFPRT fingerprint by the
*> service itself (FPRT-CALC-PARA)
	01 WS-PKG-BUF PIC X(1000) VALUE SPACES.
	01 WS-PKG-LEN PIC 9(4) VALUE 0.
	01 WS-PKG-J PIC 9(4) VALUE 0.
	01 WS-PKG-CHECK PIC 9(12) VALUE 0.
	01 WS-PKG-COUNT PIC 9(9) VALUE 0.
*> Y while CARD-SUM-PARA copies the card onto the open package or
*> back-out file as IMG records
	01 WS-PKG-COPY-SW PIC X(01) VALUE "N".

*> a target as it stands now: on file or not, and its check total
	01 WS-PKG-CUR-HAS PIC X(01) VALUE "N".
	01 WS-PKG-CUR-KIND PIC X(08) VALUE SPACES.
	01 WS-PKG-CUR-TARGET PIC X(08) VALUE SPACES.
	01 WS-PKG-CUR-CONTENT PIC X(01) VALUE "N".
	01 WS-PKG-NEW-ROW PIC X(300) VALUE SPACES.
	01 WS-PKG-FIRST PIC X(100) VALUE SPACES.
	01 WS-PKG-FIRST-TAKEN PIC X(01) VALUE "N".

*> a row file in core while a row is looked up or put: EULREF,
*> EULRCAL, EULRCEIL, or EULRECAT
	01 WS-PKG-ROW-TABLE.
		05 WS-PKG-ROW PIC X(300) OCCURS 500 TIMES VALUE SPACES.
	01 WS-PKG-ROWS PIC 9(3) VALUE 0.
	01 WS-PKG-ROW-HIT PIC 9(3) VALUE 0.
	01 WS-PKG-ROW-FULL PIC 9 VALUE 0.
	01 WS-PKG-ROW-FILE-HAS PIC X(01) VALUE "N".
	01 WS-PKG-K PIC 9(3) VALUE 0.

*> the test area's verdict: its latest EULRVAL audit line, and the
*> fingerprints that run recorded
	01 WS-PKG-VAL-LINE PIC X(110) VALUE SPACES.
	01 WS-PKG-VAL-SEEN PIC 9 VALUE 0.
	01 WS-PKG-AUD-LINE PIC X(110) VALUE SPACES.
	01 WS-PKG-FP-TABLE.
		05 WS-PKG-FP OCCURS 100 TIMES.
			10 WS-PKG-FP-NAME      PIC X(08).
			10 WS-PKG-FP-VALUE     PIC 9(12).
	01 WS-PKG-FPS PIC 9(3) VALUE 0.
	01 WS-PKG-FP-HIT PIC 9(3) VALUE 0.

*> one catalog-history record, as EULRCAT writes it: an EULREF entry
*> put or taken out by a package, with its before and after images
	01 WS-PKG-REFH-STATUS PIC XX VALUE SPACES.
	01 WS-PKG-ROW-WAS PIC X(300) VALUE SPACES.
	01 WS-REFH-RECORD.
		05 WS-REFH-DATE            PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-TIME            PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-PROGRAM         PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-OPERATOR        PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-PROBLEM-ID      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-BEFORE          PIC X(269).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-REFH-AFTER           PIC X(269).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRPKG" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRPKG" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	MOVE "EULRPKG" TO WS-LOCK-MY-PROGRAM.
	MOVE "EULRPKG" TO WS-CHG-PROGRAM.
	ACCEPT WS-PKG-OPERATOR FROM ENVIRONMENT "USER".
	ACCEPT WS-PKG-TODAY FROM DATE YYYYMMDD.
	PERFORM P-PARA.
	IF WS-PKG-REJECTED = 0 THEN
		EVALUATE WS-PKG-FUNCTION
			WHEN "LIST"  PERFORM LIST-PARA
			WHEN "BUILD" PERFORM BUILD-PARA
			WHEN OTHER   PERFORM CHANGE-RUN-PARA
		END-EVALUATE
	END-IF.
	IF WS-LOCK-IS-DENIED THEN
		MOVE 12 TO RETURN-CODE
		GOBACK
	END-IF.
	IF WS-AUTH-DENIED = 1 THEN
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	IF WS-PKG-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-PKG-DONE TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The card, and for BUILD the item records after it
	P-PARA.
	MOVE SPACES TO WS-PKG-PARM-CARD.
	MOVE 0 TO WS-PKG-ITEMS.
	OPEN INPUT PKGPARM-FILE.
	IF WS-PKG-PARM-STATUS = "00" THEN
		MOVE 1 TO WS-PKG-PARM-OPEN
		READ PKGPARM-FILE INTO WS-PKG-PARM-CARD
			AT END MOVE SPACES TO WS-PKG-PARM-CARD
		END-READ
	END-IF.
	IF WS-PKG-FUNCTION = SPACES THEN
		MOVE "LIST" TO WS-PKG-FUNCTION
	END-IF.
	IF WS-PKG-FUNCTION NOT = "BUILD" AND NOT = "APPLY"
			AND NOT = "BACKOUT" AND NOT = "LIST" THEN
		DISPLAY "EULRPKG: REJECTED FUNCTION '" WS-PKG-FUNCTION
			"' - MUST BE BUILD, APPLY, BACKOUT, LIST, OR BLANK"
		PERFORM CARD-REJECT-PARA
	END-IF.
	IF WS-PKG-REJECTED = 0 THEN
		EVALUATE WS-PKG-FUNCTION
			WHEN "BUILD"
				PERFORM BUILD-CHECK-PARA
			WHEN "LIST"
				IF WS-PKG-ID NOT = SPACES THEN
					PERFORM ID-CHECK-PARA
				END-IF
			WHEN OTHER
				PERFORM ID-CHECK-PARA
		END-EVALUATE
	END-IF.
	IF WS-PKG-PARM-OPEN = 1 THEN
		CLOSE PKGPARM-FILE
	END-IF.

	ID-CHECK-PARA.
	IF WS-PKG-ID(1:1) NOT = "P" OR WS-PKG-ID(2:7) IS NOT NUMERIC THEN
		DISPLAY "EULRPKG: REJECTED PACKAGE ID '" WS-PKG-ID
			"' - MUST BE Pnnnnnnn AS GIVEN BY BUILD"
		PERFORM CARD-REJECT-PARA
	END-IF.

*> BUILD: no id (BUILD gives it), the purpose, the qualifier, and
*> one to 50 items, each named once
	BUILD-CHECK-PARA.
	IF WS-PKG-ID NOT = SPACES THEN
		DISPLAY "EULRPKG: REJECTED - BUILD GIVES THE PACKAGE ID;"
			" LEAVE COLS 10-17 BLANK"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-DESC = SPACES THEN
		DISPLAY "EULRPKG: REJECTED - A BUILD MUST SAY WHAT THE"
			" PACKAGE IS FOR (COLS 40-99)"
		PERFORM CARD-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-QUAL = SPACES THEN
		MOVE "TEST." TO WS-PKG-QUAL
	END-IF.
	MOVE 0 TO WS-PKG-EOF.
	PERFORM ITEM-READ-PARA UNTIL WS-PKG-EOF = 1
		OR WS-PKG-REJECTED = 1.
	IF WS-PKG-REJECTED = 0 AND WS-PKG-ITEMS = 0 THEN
		DISPLAY "EULRPKG: REJECTED - A BUILD NEEDS AT LEAST ONE ITEM"
			" RECORD AFTER THE CARD"
		PERFORM CARD-REJECT-PARA
	END-IF.

	ITEM-READ-PARA.
	MOVE SPACES TO WS-PKG-ITEM-CARD.
	READ PKGPARM-FILE INTO WS-PKG-ITEM-CARD
		AT END MOVE 1 TO WS-PKG-EOF
	END-READ.
	IF WS-PKG-EOF = 1 OR WS-PKG-ITEM-CARD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-IC-KIND TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	IF WS-PKG-KIND-OK = "N" THEN
		DISPLAY "EULRPKG: REJECTED ITEM KIND '" WS-PKG-IC-KIND
			"' - MUST BE CARD, EULREF, EULRCAL, EULRCEIL, OR EULRECAT"
		PERFORM ITEM-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-IC-TARGET = SPACES OR WS-PKG-IC-REST NOT = SPACES
			OR (WS-PKG-KEYLEN = 4
				AND WS-PKG-IC-TARGET(5:4) NOT = SPACES) THEN
		DISPLAY "EULRPKG: REJECTED ITEM '" WS-PKG-ITEM-CARD(1:30)
			"' - COLS 10-17 THE CARD NAME OR ROW KEY, NOTHING AFTER"
		PERFORM ITEM-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-ITEMS = 50 THEN
		DISPLAY "EULRPKG: REJECTED - MORE THAN 50 ITEMS; SPLIT THE"
			" PROMOTION INTO TWO PACKAGES"
		PERFORM ITEM-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM ITEM-DUP-PARA VARYING WS-PKG-JX FROM 1 BY 1
		UNTIL WS-PKG-JX > WS-PKG-ITEMS OR WS-PKG-REJECTED = 1.
	IF WS-PKG-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-PKG-ITEMS.
	MOVE SPACES TO WS-PKG-ITEM(WS-PKG-ITEMS).
	MOVE WS-PKG-IC-KIND TO WS-PKG-IT-KIND(WS-PKG-ITEMS).
	MOVE WS-PKG-IC-TARGET TO WS-PKG-IT-TARGET(WS-PKG-ITEMS).
	MOVE "Y" TO WS-PKG-IT-CONTENT(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-IT-BASE-CHECK(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-IT-COUNT(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-IT-CHECK(WS-PKG-ITEMS).

	ITEM-DUP-PARA.
	IF WS-PKG-IT-KIND(WS-PKG-JX) = WS-PKG-IC-KIND
			AND WS-PKG-IT-TARGET(WS-PKG-JX) = WS-PKG-IC-TARGET THEN
		DISPLAY "EULRPKG: REJECTED - " FUNCTION TRIM(WS-PKG-IC-KIND)
			" " FUNCTION TRIM(WS-PKG-IC-TARGET)
			" IS NAMED TWICE IN THE PACKAGE"
		PERFORM ITEM-REJECT-PARA
	END-IF.

*> which kinds may be promoted, and the key width of the row kinds
*> (0 for a card, which moves whole)
	KIND-PARA.
	MOVE "Y" TO WS-PKG-KIND-OK.
	EVALUATE WS-PKG-CUR-KIND
		WHEN "CARD"     MOVE 0 TO WS-PKG-KEYLEN
		WHEN "EULREF"   MOVE 8 TO WS-PKG-KEYLEN
		WHEN "EULRCAL"  MOVE 8 TO WS-PKG-KEYLEN
		WHEN "EULRCEIL" MOVE 8 TO WS-PKG-KEYLEN
		WHEN "EULRECAT" MOVE 4 TO WS-PKG-KEYLEN
		WHEN OTHER
			MOVE "N" TO WS-PKG-KIND-OK
			MOVE 0 TO WS-PKG-KEYLEN
	END-EVALUATE.

	CARD-REJECT-PARA.
	MOVE "PK01" TO WS-DIAG-CODE.
	MOVE WS-PKG-PARM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

	ITEM-REJECT-PARA.
	MOVE "PK01" TO WS-DIAG-CODE.
	MOVE WS-PKG-ITEM-CARD TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

*> ----------------------------------------------------------------
*> BUILD: the test area's verdict, every item validated against it,
*> each target's production base taken, and the package written
*> ----------------------------------------------------------------
	BUILD-PARA.
	PERFORM REG-LOAD-PARA.
	IF WS-PKG-REG-FULL = 1 OR WS-PKG-REG-ROWS = 500 THEN
		DISPLAY "EULRPKG: REJECTED - EULRPKGR HOLDS 500 PACKAGES;"
			" ARCHIVE THE BACKED-OUT ONES BEFORE BUILDING"
		MOVE "PK06" TO WS-DIAG-CODE
		MOVE "BUILD EULRPKGR FULL" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-PKG-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM VERDICT-PARA.
	IF WS-PKG-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM ITEM-VALIDATE-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS.
	IF WS-PKG-REJECTED = 1 THEN
		DISPLAY "EULRPKG: NO PACKAGE BUILT - EVERY ITEM MUST PASS"
		EXIT PARAGRAPH
	END-IF.
	PERFORM ITEM-BASE-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS OR WS-PKG-REJECTED = 1.
	IF WS-PKG-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	COMPUTE WS-PKG-NEXT-SEQ = WS-PKG-LAST-SEQ + 1.
	MOVE WS-PKG-NEXT-ID TO WS-PKG-ID.
	PERFORM PKG-NAME-PARA.
	PERFORM PACKAGE-WRITE-PARA.
	IF WS-PKG-REJECTED = 1 THEN
		CALL "CBL_DELETE_FILE" USING WS-PKG-PKF-NAME
		DISPLAY "EULRPKG: NO PACKAGE BUILT - A TEST CARD CHANGED"
			" WHILE IT WAS BEING COPIED; BUILD AGAIN"
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PKGR-RECORD.
	MOVE WS-PKG-ID TO WS-PKGR-ID.
	MOVE "BUILT" TO WS-PKGR-STATE.
	MOVE WS-PKG-TODAY TO WS-PKGR-BUILT-DATE.
	MOVE WS-PKG-OPERATOR TO WS-PKGR-BUILT-OPER.
	MOVE WS-PKG-ITEMS TO WS-PKGR-ITEMS.
	MOVE WS-PKG-VAL-LINE(55:16) TO WS-PKGR-VAL-RUN-ID.
	MOVE WS-PKG-DESC TO WS-PKGR-DESC.
	ADD 1 TO WS-PKG-REG-ROWS.
	MOVE WS-PKGR-RECORD TO WS-PKG-REG-ROW(WS-PKG-REG-ROWS).
	PERFORM REG-SAVE-PARA.
	MOVE WS-PKG-ITEMS TO WS-PKG-DONE.
	MOVE "PKG001I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "PACKAGE " WS-PKG-ID " BUILT - " WS-PKG-ITEMS
		" ITEM(S), VERDICT EULRVAL RUN " WS-PKG-VAL-LINE(55:16)
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.

*> The test area's latest EULRVAL run must have completed clean, and
*> the fingerprints it recorded are what each card is held to
	VERDICT-PARA.
	MOVE SPACES TO WS-PKG-SRC-NAME.
	STRING WS-PKG-QUAL DELIMITED BY SPACE
		"EULRAUD" DELIMITED BY SIZE
		INTO WS-PKG-SRC-NAME
	END-STRING.
	MOVE 0 TO WS-PKG-VAL-SEEN.
	MOVE SPACES TO WS-PKG-VAL-LINE.
	MOVE 0 TO WS-PKG-SRC-EOF.
	OPEN INPUT SRC-FILE.
	IF WS-PKG-SRC-STATUS = "00" THEN
		PERFORM VERDICT-ROW-PARA UNTIL WS-PKG-SRC-EOF = 1
		CLOSE SRC-FILE
	END-IF.
	IF WS-PKG-VAL-SEEN = 0 THEN
		DISPLAY "EULRPKG: REJECTED - NO EULRVAL RUN ON "
			FUNCTION TRIM(WS-PKG-SRC-NAME)
			"; VALIDATE THE TEST AREA FIRST"
		MOVE "NO TEST EULRVAL VERDICT" TO WS-PKG-WHY
		PERFORM VERDICT-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-VAL-LINE(37:8) NOT = "COMPLETE" THEN
		DISPLAY "EULRPKG: REJECTED - THE TEST AREA'S LATEST EULRVAL"
			" RUN (" WS-PKG-VAL-LINE(10:8) " " WS-PKG-VAL-LINE(19:8)
			") WAS " FUNCTION TRIM(WS-PKG-VAL-LINE(37:8))
			"; CORRECT AND REVALIDATE"
		MOVE "TEST EULRVAL VERDICT NOT CLEAN" TO WS-PKG-WHY
		PERFORM VERDICT-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-PKG-SRC-NAME.
	STRING WS-PKG-QUAL DELIMITED BY SPACE
		"EULRFPRT" DELIMITED BY SIZE
		INTO WS-PKG-SRC-NAME
	END-STRING.
	MOVE 0 TO WS-PKG-FPS.
	MOVE 0 TO WS-PKG-SRC-EOF.
	OPEN INPUT SRC-FILE.
	IF WS-PKG-SRC-STATUS = "00" THEN
		PERFORM VERDICT-FP-PARA UNTIL WS-PKG-SRC-EOF = 1
		CLOSE SRC-FILE
	END-IF.
	IF WS-PKG-FPS = 0 THEN
		DISPLAY "EULRPKG: REJECTED - "
			FUNCTION TRIM(WS-PKG-SRC-NAME) " VOUCHES FOR NO CARD;"
			" THE TEST VERDICT IS DIRTY OR MISSING"
		MOVE "TEST EULRFPRT EMPTY" TO WS-PKG-WHY
		PERFORM VERDICT-REJECT-PARA
	END-IF.

	VERDICT-ROW-PARA.
	MOVE SPACES TO WS-PKG-AUD-LINE.
	READ SRC-FILE INTO WS-PKG-AUD-LINE
		AT END MOVE 1 TO WS-PKG-SRC-EOF
	END-READ.
	IF WS-PKG-SRC-EOF = 0 AND WS-PKG-AUD-LINE(1:8) = "EULRVAL" THEN
		MOVE WS-PKG-AUD-LINE TO WS-PKG-VAL-LINE
		MOVE 1 TO WS-PKG-VAL-SEEN
	END-IF.

	VERDICT-FP-PARA.
	MOVE SPACES TO WS-FPRT-RECORD.
	READ SRC-FILE INTO WS-FPRT-RECORD
		AT END MOVE 1 TO WS-PKG-SRC-EOF
	END-READ.
	IF WS-PKG-SRC-EOF = 0 AND WS-FPRT-REC-NAME NOT = SPACES
			AND WS-FPRT-REC-VALUE IS NUMERIC
			AND WS-PKG-FPS < 100 THEN
		ADD 1 TO WS-PKG-FPS
		MOVE WS-FPRT-REC-NAME TO WS-PKG-FP-NAME(WS-PKG-FPS)
		MOVE WS-FPRT-REC-VALUE TO WS-PKG-FP-VALUE(WS-PKG-FPS)
	END-IF.

	VERDICT-REJECT-PARA.
	MOVE "PK02" TO WS-DIAG-CODE.
	MOVE WS-PKG-WHY TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

*> One item off the test area: a card on the verdict's fingerprint
*> set with the fingerprint it has now, or a row on the test copy of
*> its file and well formed - every item checked, every failure told
	ITEM-VALIDATE-PARA.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	MOVE SPACES TO WS-PKG-WHY.
	IF WS-PKG-KEYLEN = 0 THEN
		PERFORM VALIDATE-CARD-PARA
	ELSE
		PERFORM VALIDATE-ROW-PARA
	END-IF.
	IF WS-PKG-WHY NOT = SPACES THEN
		DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-IT-KIND(WS-PKG-IX))
			" " FUNCTION TRIM(WS-PKG-IT-TARGET(WS-PKG-IX)) " - "
			FUNCTION TRIM(WS-PKG-WHY)
		MOVE "PK02" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PKG-IT-KIND(WS-PKG-IX) " "
			WS-PKG-IT-TARGET(WS-PKG-IX) " " WS-PKG-WHY
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-PKG-REJECTED
	END-IF.

	VALIDATE-CARD-PARA.
	MOVE SPACES TO WS-PKG-SRC-NAME.
	STRING WS-PKG-QUAL DELIMITED BY SPACE
		WS-PKG-IT-TARGET(WS-PKG-IX) DELIMITED BY SPACE
		INTO WS-PKG-SRC-NAME
	END-STRING.
	MOVE "N" TO WS-PKG-COPY-SW.
	PERFORM CARD-SUM-PARA.
	IF WS-PKG-CUR-HAS = "N" THEN
		MOVE "NOT ON FILE IN THE TEST AREA" TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-PKG-FP-HIT.
	PERFORM FP-FIND-PARA VARYING WS-PKG-K FROM 1 BY 1
		UNTIL WS-PKG-K > WS-PKG-FPS OR WS-PKG-FP-HIT > 0.
	IF WS-PKG-FP-HIT = 0 THEN
		MOVE "NOT VOUCHED FOR BY THE TEST EULRVAL VERDICT"
			TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
*> the fingerprint as EULRVAL takes it, off the same test copy
	MOVE WS-PKG-SRC-NAME TO WS-FPRT-NAME.
	PERFORM FPRT-CALC-PARA.
	IF WS-FPRT-PRESENT = 0
			OR WS-FPRT-VALUE NOT = WS-PKG-FP-VALUE(WS-PKG-FP-HIT) THEN
		MOVE "CHANGED IN TEST SINCE THE EULRVAL VERDICT" TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-COUNT TO WS-PKG-IT-COUNT(WS-PKG-IX).
	MOVE WS-PKG-CHECK TO WS-PKG-IT-CHECK(WS-PKG-IX).

	FP-FIND-PARA.
	IF WS-PKG-FP-NAME(WS-PKG-K) = WS-PKG-IT-TARGET(WS-PKG-IX) THEN
		MOVE WS-PKG-K TO WS-PKG-FP-HIT
	END-IF.

*> A row gets the checks its file's owner makes - a catalog entry
*> has a problem id, a numeric date added, and a numeric expected
*> answer (EULRVAL's), a ceiling is a count of seconds, a calendar
*> rule names its frequency, an error code carries its text
	VALIDATE-ROW-PARA.
	MOVE SPACES TO WS-PKG-SRC-NAME.
	STRING WS-PKG-QUAL DELIMITED BY SPACE
		WS-PKG-IT-KIND(WS-PKG-IX) DELIMITED BY SPACE
		INTO WS-PKG-SRC-NAME
	END-STRING.
	PERFORM ROW-LOAD-PARA.
	IF WS-PKG-ROW-FILE-HAS = "N" THEN
		MOVE "NO TEST COPY OF THE FILE" TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-ROW-FULL = 1 THEN
		MOVE "TEST FILE PAST 500 ROWS" TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKG-CUR-TARGET.
	PERFORM ROW-FIND-PARA.
	IF WS-PKG-ROW-HIT = 0 THEN
		MOVE "NO SUCH ROW IN THE TEST AREA" TO WS-PKG-WHY
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-ROW(WS-PKG-ROW-HIT) TO WS-PKG-IT-ROW(WS-PKG-IX).
	EVALUATE WS-PKG-IT-KIND(WS-PKG-IX)
		WHEN "EULREF"
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(1:8) = SPACES THEN
				MOVE "BLANK PROBLEM ID (COLS 1-8)" TO WS-PKG-WHY
			END-IF
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(49:8) IS NOT NUMERIC THEN
				MOVE "DATE-ADDED (COLS 49-56) NOT NUMERIC"
					TO WS-PKG-WHY
			END-IF
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(57:36) IS NOT NUMERIC THEN
				MOVE "EXPECTED ANSWER (COLS 57-92) NOT NUMERIC"
					TO WS-PKG-WHY
			END-IF
		WHEN "EULRCEIL"
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(10:8) IS NOT NUMERIC
					OR WS-PKG-ROW(WS-PKG-ROW-HIT)(10:8)
					= "00000000" THEN
				MOVE "CEILING (COLS 10-17) NOT A NUMBER OF SECONDS"
					TO WS-PKG-WHY
			END-IF
		WHEN "EULRCAL"
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(10:8) = SPACES THEN
				MOVE "NO FREQUENCY (COLS 10-17)" TO WS-PKG-WHY
			END-IF
		WHEN "EULRECAT"
			IF WS-PKG-ROW(WS-PKG-ROW-HIT)(6:34) = SPACES THEN
				MOVE "NO TEXT (COLS 6-39)" TO WS-PKG-WHY
			END-IF
	END-EVALUATE.
	MOVE SPACES TO WS-PKG-BUF.
	MOVE WS-PKG-IT-ROW(WS-PKG-IX) TO WS-PKG-BUF.
	MOVE 0 TO WS-PKG-CHECK.
	PERFORM CHECK-PARA.
	MOVE 1 TO WS-PKG-IT-COUNT(WS-PKG-IX).
	MOVE WS-PKG-CHECK TO WS-PKG-IT-CHECK(WS-PKG-IX).

*> the target's production state as BUILD found it - APPLY proves it
*> unchanged before it touches anything
	ITEM-BASE-PARA.
	PERFORM CURRENT-PARA.
	IF WS-PKG-ROW-FULL = 1 THEN
		DISPLAY "EULRPKG: REJECTED - PRODUCTION "
			FUNCTION TRIM(WS-PKG-IT-KIND(WS-PKG-IX))
			" HOLDS MORE THAN 500 ROWS; THE PACKAGE COULD NOT PUT ONE"
		MOVE "PK02" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PKG-IT-KIND(WS-PKG-IX) " PRODUCTION FILE FULL"
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-PKG-REJECTED
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-CUR-HAS TO WS-PKG-IT-BASE-HAS(WS-PKG-IX).
	MOVE WS-PKG-CHECK TO WS-PKG-IT-BASE-CHECK(WS-PKG-IX).

*> The package: HDR, each item's ITM / IMG / END, and the TRL
	PACKAGE-WRITE-PARA.
	MOVE 0 TO WS-PKG-IMAGES.
	MOVE 0 TO WS-PKG-TOTAL.
	OPEN OUTPUT PKF-FILE.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "HDR " TO WS-PKF-TYPE.
	MOVE WS-PKG-ID TO WS-PKF-H-ID.
	MOVE WS-PKG-TODAY TO WS-PKF-H-DATE.
	ACCEPT WS-PKF-H-TIME FROM TIME.
	MOVE WS-PKG-OPERATOR TO WS-PKF-H-OPER.
	MOVE WS-PKG-QUAL TO WS-PKF-H-QUAL.
	MOVE WS-PKG-VAL-LINE(55:16) TO WS-PKF-H-VAL-RUN-ID.
	MOVE WS-PKG-VAL-LINE(10:8) TO WS-PKF-H-VAL-DATE.
	MOVE WS-PKG-VAL-LINE(19:8) TO WS-PKF-H-VAL-TIME.
	MOVE WS-PKG-VAL-LINE(37:8) TO WS-PKF-H-VAL-OUTCOME.
	MOVE WS-PKG-FPS TO WS-PKF-H-VAL-CARDS.
	MOVE WS-PKG-ITEMS TO WS-PKF-H-ITEMS.
	MOVE WS-PKG-DESC TO WS-PKF-H-DESC.
	WRITE PKF-RECORD FROM WS-PKF-LINE.
	PERFORM PACKAGE-ITEM-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS.
	PERFORM TRL-WRITE-PARA.
	CLOSE PKF-FILE.

	PACKAGE-ITEM-PARA.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "ITM " TO WS-PKF-TYPE.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKF-I-KIND.
	MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKF-I-TARGET.
	MOVE "Y" TO WS-PKF-I-CONTENT.
	MOVE WS-PKG-IT-BASE-HAS(WS-PKG-IX) TO WS-PKF-I-BASE-HAS.
	MOVE WS-PKG-IT-BASE-CHECK(WS-PKG-IX) TO WS-PKF-NUM-12.
	MOVE WS-PKF-NUM-12 TO WS-PKF-I-BASE-CHECK.
	WRITE PKF-RECORD FROM WS-PKF-LINE.
	IF WS-PKG-KEYLEN = 0 THEN
		MOVE SPACES TO WS-PKG-SRC-NAME
		STRING WS-PKG-QUAL DELIMITED BY SPACE
			WS-PKG-IT-TARGET(WS-PKG-IX) DELIMITED BY SPACE
			INTO WS-PKG-SRC-NAME
		END-STRING
		MOVE "Y" TO WS-PKG-COPY-SW
		PERFORM CARD-SUM-PARA
		MOVE "N" TO WS-PKG-COPY-SW
		IF WS-PKG-CHECK NOT = WS-PKG-IT-CHECK(WS-PKG-IX) THEN
			MOVE 1 TO WS-PKG-REJECTED
		END-IF
	ELSE
		MOVE SPACES TO WS-PKF-LINE
		MOVE "IMG " TO WS-PKF-TYPE
		MOVE WS-PKG-IT-ROW(WS-PKG-IX) TO WS-PKF-BODY
		WRITE PKF-RECORD FROM WS-PKF-LINE
		ADD 1 TO WS-PKG-IMAGES
		MOVE 1 TO WS-PKG-COUNT
		MOVE WS-PKG-IT-CHECK(WS-PKG-IX) TO WS-PKG-CHECK
	END-IF.
	PERFORM END-WRITE-PARA.

*> END: the item's image count and check total, folded into the TRL's
	END-WRITE-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "END " TO WS-PKF-TYPE.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKF-E-KIND.
	MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKF-E-TARGET.
	MOVE WS-PKG-COUNT TO WS-PKF-NUM-9.
	MOVE WS-PKF-NUM-9 TO WS-PKF-E-COUNT.
	MOVE WS-PKG-CHECK TO WS-PKF-NUM-12.
	MOVE WS-PKF-NUM-12 TO WS-PKF-E-CHECK.
	WRITE PKF-RECORD FROM WS-PKF-LINE.
	COMPUTE WS-PKG-TOTAL =
		FUNCTION MOD(WS-PKG-TOTAL + WS-PKG-CHECK, 999999999999).

	TRL-WRITE-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "TRL " TO WS-PKF-TYPE.
	MOVE WS-PKG-ID TO WS-PKF-T-ID.
	MOVE WS-PKG-ITEMS TO WS-PKF-NUM-3.
	MOVE WS-PKF-NUM-3 TO WS-PKF-T-ITEMS.
	MOVE WS-PKG-IMAGES TO WS-PKF-NUM-9.
	MOVE WS-PKF-NUM-9 TO WS-PKF-T-IMAGES.
	MOVE WS-PKG-TOTAL TO WS-PKF-NUM-12.
	MOVE WS-PKF-NUM-12 TO WS-PKF-T-TOTAL.
	WRITE PKF-RECORD FROM WS-PKF-LINE.

*> ----------------------------------------------------------------
*> APPLY and BACKOUT: under the interlock and the PROMOTE authority,
*> with the package on the register in the state the function needs
*> ----------------------------------------------------------------
	CHANGE-RUN-PARA.
	PERFORM LOCK-TAKE-PARA.
	IF WS-LOCK-IS-DENIED THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "PROMOTE" TO WS-AUTH-FUNCTION.
	PERFORM AUTH-CHECK-PARA.
	IF WS-AUTH-ALLOWED NOT = "Y" THEN
		PERFORM AUTH-DENY-PARA
		PERFORM LOCK-FREE-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM REG-LOAD-PARA.
	PERFORM STATE-CHECK-PARA.
	IF WS-PKG-REJECTED = 0 THEN
		IF WS-PKG-FUNCTION = "APPLY" THEN
			PERFORM APPLY-PARA
		ELSE
			PERFORM BACKOUT-PARA
		END-IF
	END-IF.
	PERFORM LOCK-FREE-PARA.

	STATE-CHECK-PARA.
	IF WS-PKG-REG-FULL = 1 THEN
		DISPLAY "EULRPKG: REJECTED - EULRPKGR HOLDS MORE THAN 500"
			" PACKAGES; ARCHIVE THE BACKED-OUT ONES FIRST"
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM REG-FIND-PARA.
	IF WS-PKG-REG-HIT = 0 THEN
		DISPLAY "EULRPKG: REJECTED - PACKAGE " WS-PKG-ID
			" IS NOT ON EULRPKGR"
		PERFORM STATE-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-REG-ROW(WS-PKG-REG-HIT) TO WS-PKGR-RECORD.
	IF WS-PKG-FUNCTION = "APPLY" THEN
		MOVE "BUILT" TO WS-PKG-WHY
	ELSE
		MOVE "APPLIED" TO WS-PKG-WHY
	END-IF.
	IF (WS-PKG-FUNCTION = "APPLY" AND NOT WS-PKGR-IS-BUILT)
			OR (WS-PKG-FUNCTION = "BACKOUT"
				AND NOT WS-PKGR-IS-APPLIED) THEN
		DISPLAY "EULRPKG: REJECTED - PACKAGE " WS-PKG-ID " IS "
			FUNCTION TRIM(WS-PKGR-STATE) "; "
			FUNCTION TRIM(WS-PKG-FUNCTION) " NEEDS A PACKAGE THAT IS "
			FUNCTION TRIM(WS-PKG-WHY)
		PERFORM STATE-REJECT-PARA
	END-IF.

	STATE-REJECT-PARA.
	MOVE "PK06" TO WS-DIAG-CODE.
	MOVE SPACES TO WS-DIAG-VALUE.
	STRING WS-PKG-FUNCTION " " WS-PKG-ID " " WS-PKGR-STATE
		DELIMITED BY SIZE INTO WS-DIAG-VALUE
	END-STRING.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

*> APPLY: the package verified, every target proved still at its
*> base, the before images written to the back-out file and that
*> verified in turn - only then is anything installed
	APPLY-PARA.
	PERFORM PKG-NAME-PARA.
	PERFORM VERIFY-PARA.
	IF WS-PKG-BROKEN = 1 THEN
		PERFORM BROKEN-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM OPER-CHECK-PARA.
	IF WS-PKG-REJECTED = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "PK04" TO WS-DIAG-CODE.
	PERFORM TARGET-CHECK-PARA.
	IF WS-PKG-CHANGED > 0 THEN
		PERFORM CHANGED-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-ITEMS TO WS-PKG-ITEMS-WAS.
	PERFORM PKB-NAME-PARA.
	PERFORM BACKOUT-WRITE-PARA.
	PERFORM VERIFY-PARA.
	IF WS-PKG-BROKEN = 0 AND WS-PKG-ITEMS NOT = WS-PKG-ITEMS-WAS THEN
		MOVE 1 TO WS-PKG-BROKEN
	END-IF.
	IF WS-PKG-BROKEN = 1 THEN
		PERFORM BROKEN-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM PKG-NAME-PARA.
	PERFORM INSTALL-PARA.
	MOVE "APPLIED" TO WS-PKGR-STATE.
	MOVE WS-PKG-TODAY TO WS-PKGR-APPLY-DATE.
	MOVE WS-PKG-OPERATOR TO WS-PKGR-APPLY-OPER.
	MOVE WS-PKGR-RECORD TO WS-PKG-REG-ROW(WS-PKG-REG-HIT).
	PERFORM REG-SAVE-PARA.
	PERFORM PKB-NAME-PARA.
	MOVE "PKG002I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "PACKAGE " WS-PKG-ID " APPLIED - " WS-PKG-DONE
		" ITEM(S), BEFORE IMAGES ON " FUNCTION TRIM(WS-PKG-PKF-NAME)
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.

*> BACKOUT: the back-out file verified, every target proved still to
*> hold what APPLY installed, then the whole file put back as a unit
	BACKOUT-PARA.
	PERFORM PKB-NAME-PARA.
	PERFORM VERIFY-PARA.
	IF WS-PKG-BROKEN = 1 THEN
		PERFORM BROKEN-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE "PK05" TO WS-DIAG-CODE.
	PERFORM TARGET-CHECK-PARA.
	IF WS-PKG-CHANGED > 0 THEN
		PERFORM CHANGED-REJECT-PARA
		EXIT PARAGRAPH
	END-IF.
	PERFORM INSTALL-PARA.
	MOVE "BACKEDOUT" TO WS-PKGR-STATE.
	MOVE WS-PKG-TODAY TO WS-PKGR-BACK-DATE.
	MOVE WS-PKG-OPERATOR TO WS-PKGR-BACK-OPER.
	MOVE WS-PKGR-RECORD TO WS-PKG-REG-ROW(WS-PKG-REG-HIT).
	PERFORM REG-SAVE-PARA.
	MOVE "PKG003I" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "PACKAGE " WS-PKG-ID " BACKED OUT - " WS-PKG-DONE
		" ITEM(S) PUT BACK AS BEFORE IT WAS APPLIED"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.

*> a package carrying EULREF entries is a blessing like EULRCAT's,
*> and takes two operators the same way - the one who built it may
*> not be the one who applies it
	OPER-CHECK-PARA.
	MOVE 0 TO WS-PKG-REF-ITEMS.
	PERFORM OPER-ITEM-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS.
	IF WS-PKG-REF-ITEMS > 0
			AND WS-PKG-OPERATOR = WS-PKGR-BUILT-OPER THEN
		DISPLAY "EULRPKG: REJECTED - PACKAGE " WS-PKG-ID " CARRIES "
			WS-PKG-REF-ITEMS " EULREF ENTRY(S) AND WAS BUILT BY THIS"
			" SAME OPERATOR (" FUNCTION TRIM(WS-PKGR-BUILT-OPER)
			"); A DIFFERENT OPERATOR MUST APPLY IT"
		MOVE "PK07" TO WS-DIAG-CODE
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PKG-ID " BUILT BY " WS-PKGR-BUILT-OPER
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
		MOVE 1 TO WS-PKG-REJECTED
	END-IF.

	OPER-ITEM-PARA.
	IF WS-PKG-IT-KIND(WS-PKG-IX) = "EULREF" THEN
		ADD 1 TO WS-PKG-REF-ITEMS
	END-IF.

	BROKEN-REJECT-PARA.
	DISPLAY "EULRPKG: REJECTED - " FUNCTION TRIM(WS-PKG-PKF-NAME)
		" DOES NOT VERIFY AGAINST ITS TOTALS; NOTHING WAS CHANGED".
	MOVE "PK03" TO WS-DIAG-CODE.
	MOVE WS-PKG-PKF-NAME TO WS-DIAG-VALUE.
	PERFORM DIAG-WRITE-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

	CHANGED-REJECT-PARA.
	MOVE "PKG004W" TO WS-MSG-ID.
	MOVE SPACES TO WS-MSG-TEXT.
	STRING "PACKAGE " WS-PKG-ID " " FUNCTION TRIM(WS-PKG-FUNCTION)
		" REFUSED - " WS-PKG-CHANGED " TARGET(S) CHANGED, NONE PUT"
		DELIMITED BY SIZE INTO WS-MSG-TEXT
	END-STRING.
	PERFORM MSG-PARA.
	MOVE 1 TO WS-PKG-REJECTED.

*> Every target against the base its ITM record names - every one
*> checked and told, before the verdict (WS-DIAG-CODE set by the
*> caller: PK04 for APPLY, PK05 for BACKOUT)
	TARGET-CHECK-PARA.
	MOVE 0 TO WS-PKG-CHANGED.
	PERFORM TARGET-ITEM-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS.

	TARGET-ITEM-PARA.
	PERFORM CURRENT-PARA.
	IF WS-PKG-ROW-FULL = 1
			OR WS-PKG-CUR-HAS NOT = WS-PKG-IT-BASE-HAS(WS-PKG-IX)
			OR (WS-PKG-CUR-HAS = "Y" AND WS-PKG-CHECK
				NOT = WS-PKG-IT-BASE-CHECK(WS-PKG-IX)) THEN
		ADD 1 TO WS-PKG-CHANGED
		IF WS-PKG-FUNCTION = "APPLY" THEN
			DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-IT-KIND(WS-PKG-IX))
				" " FUNCTION TRIM(WS-PKG-IT-TARGET(WS-PKG-IX))
				" HAS CHANGED IN PRODUCTION SINCE THE PACKAGE WAS BUILT"
		ELSE
			DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-IT-KIND(WS-PKG-IX))
				" " FUNCTION TRIM(WS-PKG-IT-TARGET(WS-PKG-IX))
				" HAS CHANGED IN PRODUCTION SINCE THE PACKAGE WAS"
				" APPLIED"
		END-IF
		MOVE SPACES TO WS-DIAG-VALUE
		STRING WS-PKG-ID " " WS-PKG-IT-KIND(WS-PKG-IX) " "
			WS-PKG-IT-TARGET(WS-PKG-IX)
			DELIMITED BY SIZE INTO WS-DIAG-VALUE
		END-STRING
		PERFORM DIAG-WRITE-PARA
	END-IF.

*> The back-out file: per item the target as it stands (its images,
*> or N for a target not on file) with what APPLY is about to install
*> as the base BACKOUT will hold it to
	BACKOUT-WRITE-PARA.
	MOVE 0 TO WS-PKG-IMAGES.
	MOVE 0 TO WS-PKG-TOTAL.
	OPEN OUTPUT PKF-FILE.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "HDR " TO WS-PKF-TYPE.
	MOVE WS-PKG-ID TO WS-PKF-H-ID.
	MOVE WS-PKG-TODAY TO WS-PKF-H-DATE.
	ACCEPT WS-PKF-H-TIME FROM TIME.
	MOVE WS-PKG-OPERATOR TO WS-PKF-H-OPER.
	MOVE 0 TO WS-PKF-H-VAL-CARDS.
	MOVE WS-PKG-ITEMS TO WS-PKF-H-ITEMS.
	MOVE "BEFORE IMAGES TAKEN BY APPLY" TO WS-PKF-H-DESC.
	WRITE PKF-RECORD FROM WS-PKF-LINE.
	PERFORM BACKOUT-ITEM-PARA VARYING WS-PKG-IX FROM 1 BY 1
		UNTIL WS-PKG-IX > WS-PKG-ITEMS.
	PERFORM TRL-WRITE-PARA.
	CLOSE PKF-FILE.

	BACKOUT-ITEM-PARA.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	MOVE "ITM " TO WS-PKF-TYPE.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKF-I-KIND.
	MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKF-I-TARGET.
	MOVE WS-PKG-IT-BASE-HAS(WS-PKG-IX) TO WS-PKF-I-CONTENT.
	MOVE "Y" TO WS-PKF-I-BASE-HAS.
	MOVE WS-PKG-IT-CHECK(WS-PKG-IX) TO WS-PKF-NUM-12.
	MOVE WS-PKF-NUM-12 TO WS-PKF-I-BASE-CHECK.
	WRITE PKF-RECORD FROM WS-PKF-LINE.
	MOVE 0 TO WS-PKG-COUNT.
	MOVE 0 TO WS-PKG-CHECK.
	IF WS-PKG-IT-BASE-HAS(WS-PKG-IX) = "Y" THEN
		IF WS-PKG-KEYLEN = 0 THEN
			MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKG-SRC-NAME
			MOVE "Y" TO WS-PKG-COPY-SW
			PERFORM CARD-SUM-PARA
			MOVE "N" TO WS-PKG-COPY-SW
		ELSE
			MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-SRC-NAME
			PERFORM ROW-LOAD-PARA
			MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKG-CUR-TARGET
			PERFORM ROW-FIND-PARA
			MOVE SPACES TO WS-PKF-LINE
			MOVE "IMG " TO WS-PKF-TYPE
			MOVE WS-PKG-ROW(WS-PKG-ROW-HIT) TO WS-PKF-BODY
			WRITE PKF-RECORD FROM WS-PKF-LINE
			ADD 1 TO WS-PKG-IMAGES
			MOVE SPACES TO WS-PKG-BUF
			MOVE WS-PKG-ROW(WS-PKG-ROW-HIT) TO WS-PKG-BUF
			PERFORM CHECK-PARA
			MOVE 1 TO WS-PKG-COUNT
		END-IF
	END-IF.
	PERFORM END-WRITE-PARA.

*> ----------------------------------------------------------------
*> VERIFY: walk the package or back-out file in WS-PKG-PKF-NAME,
*> re-deriving every item's count and check total against its END
*> record and the package's against the TRL, and load the items -
*> a file without its HDR or TRL was cut short and is not applied
*> ----------------------------------------------------------------
	VERIFY-PARA.
	MOVE 0 TO WS-PKG-BROKEN.
	MOVE 0 TO WS-PKG-HDR-SEEN.
	MOVE 0 TO WS-PKG-TRL-SEEN.
	MOVE 0 TO WS-PKG-IN-ITEM.
	MOVE 0 TO WS-PKG-ITEMS.
	MOVE 0 TO WS-PKG-IMAGES.
	MOVE 0 TO WS-PKG-TOTAL.
	MOVE 0 TO WS-PKG-EOF.
	OPEN INPUT PKF-FILE.
	IF WS-PKG-PKF-STATUS NOT = "00" THEN
		DISPLAY "EULRPKG: NO " FUNCTION TRIM(WS-PKG-PKF-NAME)
			" ON FILE"
		MOVE 1 TO WS-PKG-BROKEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM VERIFY-ROW-PARA UNTIL WS-PKG-EOF = 1.
	CLOSE PKF-FILE.
	IF WS-PKG-HDR-SEEN = 0 OR WS-PKG-TRL-SEEN = 0
			OR WS-PKG-IN-ITEM = 1 THEN
		DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-PKF-NAME)
			" HAS NO HDR OR NO TRL - IT WAS CUT SHORT"
		MOVE 1 TO WS-PKG-BROKEN
	END-IF.

	VERIFY-ROW-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	READ PKF-FILE INTO WS-PKF-LINE
		AT END MOVE 1 TO WS-PKG-EOF
	END-READ.
	IF WS-PKG-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-PKF-TYPE
		WHEN "HDR "
			IF WS-PKG-HDR-SEEN = 1 OR WS-PKF-H-ID NOT = WS-PKG-ID THEN
				MOVE 1 TO WS-PKG-BROKEN
			END-IF
			MOVE 1 TO WS-PKG-HDR-SEEN
		WHEN "ITM "
			PERFORM VERIFY-ITM-PARA
		WHEN "IMG "
			IF WS-PKG-IN-ITEM = 0 THEN
				MOVE 1 TO WS-PKG-BROKEN
			ELSE
				MOVE WS-PKF-BODY TO WS-PKG-BUF
				PERFORM CHECK-PARA
				ADD 1 TO WS-PKG-COUNT
			END-IF
		WHEN "END "
			PERFORM VERIFY-END-PARA
		WHEN "TRL "
			PERFORM VERIFY-TRL-PARA
		WHEN OTHER
			MOVE 1 TO WS-PKG-BROKEN
	END-EVALUATE.

	VERIFY-ITM-PARA.
	MOVE WS-PKF-I-KIND TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	IF WS-PKG-IN-ITEM = 1 OR WS-PKG-HDR-SEEN = 0
			OR WS-PKG-TRL-SEEN = 1 OR WS-PKG-ITEMS = 50
			OR WS-PKG-KIND-OK = "N"
			OR WS-PKF-I-BASE-CHECK IS NOT NUMERIC
			OR (WS-PKF-I-CONTENT NOT = "Y" AND NOT = "N")
			OR (WS-PKF-I-BASE-HAS NOT = "Y" AND NOT = "N") THEN
		MOVE 1 TO WS-PKG-BROKEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 1 TO WS-PKG-IN-ITEM.
	ADD 1 TO WS-PKG-ITEMS.
	MOVE SPACES TO WS-PKG-ITEM(WS-PKG-ITEMS).
	MOVE WS-PKF-I-KIND TO WS-PKG-IT-KIND(WS-PKG-ITEMS).
	MOVE WS-PKF-I-TARGET TO WS-PKG-IT-TARGET(WS-PKG-ITEMS).
	MOVE WS-PKF-I-CONTENT TO WS-PKG-IT-CONTENT(WS-PKG-ITEMS).
	MOVE WS-PKF-I-BASE-HAS TO WS-PKG-IT-BASE-HAS(WS-PKG-ITEMS).
	MOVE WS-PKF-I-BASE-CHECK TO WS-PKG-IT-BASE-CHECK(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-IT-COUNT(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-IT-CHECK(WS-PKG-ITEMS).
	MOVE 0 TO WS-PKG-COUNT.
	MOVE 0 TO WS-PKG-CHECK.

*> a row item carries exactly one image when it has content, a card
*> at least one; an item to be absent carries none
	VERIFY-END-PARA.
	IF WS-PKG-IN-ITEM = 0
			OR WS-PKF-E-KIND NOT = WS-PKG-IT-KIND(WS-PKG-ITEMS)
			OR WS-PKF-E-TARGET NOT = WS-PKG-IT-TARGET(WS-PKG-ITEMS)
			OR WS-PKF-E-COUNT IS NOT NUMERIC
			OR WS-PKF-E-CHECK IS NOT NUMERIC THEN
		MOVE 1 TO WS-PKG-BROKEN
		MOVE 0 TO WS-PKG-IN-ITEM
		EXIT PARAGRAPH
	END-IF.
	MOVE 0 TO WS-PKG-IN-ITEM.
	MOVE WS-PKF-E-COUNT TO WS-PKF-NUM-9.
	MOVE WS-PKF-E-CHECK TO WS-PKF-NUM-12.
	IF WS-PKG-COUNT NOT = WS-PKF-NUM-9
			OR WS-PKG-CHECK NOT = WS-PKF-NUM-12 THEN
		DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-PKF-NAME) " ITEM "
			FUNCTION TRIM(WS-PKF-E-KIND) " "
			FUNCTION TRIM(WS-PKF-E-TARGET) " DOES NOT VERIFY (COUNT "
			WS-PKG-COUNT " VS " WS-PKF-NUM-9 ", CHECK " WS-PKG-CHECK
			" VS " WS-PKF-NUM-12 ")"
		MOVE 1 TO WS-PKG-BROKEN
	END-IF.
	IF (WS-PKG-IT-CONTENT(WS-PKG-ITEMS) = "N" AND WS-PKG-COUNT > 0)
			OR (WS-PKG-IT-CONTENT(WS-PKG-ITEMS) = "Y"
				AND WS-PKG-COUNT = 0)
			OR (WS-PKG-IT-KIND(WS-PKG-ITEMS) NOT = "CARD"
				AND WS-PKG-COUNT > 1) THEN
		MOVE 1 TO WS-PKG-BROKEN
	END-IF.
	MOVE WS-PKG-COUNT TO WS-PKG-IT-COUNT(WS-PKG-ITEMS).
	MOVE WS-PKG-CHECK TO WS-PKG-IT-CHECK(WS-PKG-ITEMS).
	ADD WS-PKG-COUNT TO WS-PKG-IMAGES.
	COMPUTE WS-PKG-TOTAL =
		FUNCTION MOD(WS-PKG-TOTAL + WS-PKG-CHECK, 999999999999).

	VERIFY-TRL-PARA.
	MOVE 1 TO WS-PKG-TRL-SEEN.
	IF WS-PKF-T-ID NOT = WS-PKG-ID
			OR WS-PKF-T-ITEMS IS NOT NUMERIC
			OR WS-PKF-T-IMAGES IS NOT NUMERIC
			OR WS-PKF-T-TOTAL IS NOT NUMERIC THEN
		MOVE 1 TO WS-PKG-BROKEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKF-T-ITEMS TO WS-PKF-NUM-3.
	MOVE WS-PKF-T-IMAGES TO WS-PKF-NUM-9.
	MOVE WS-PKF-T-TOTAL TO WS-PKF-NUM-12.
	IF WS-PKF-NUM-3 NOT = WS-PKG-ITEMS
			OR WS-PKF-NUM-9 NOT = WS-PKG-IMAGES
			OR WS-PKF-NUM-12 NOT = WS-PKG-TOTAL THEN
		DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-PKF-NAME)
			" TRL DOES NOT AGREE (ITEMS " WS-PKG-ITEMS " VS "
			WS-PKF-NUM-3 ", IMAGES " WS-PKG-IMAGES " VS "
			WS-PKF-NUM-9 ", TOTAL " WS-PKG-TOTAL " VS "
			WS-PKF-NUM-12 ")"
		MOVE 1 TO WS-PKG-BROKEN
	END-IF.

*> ----------------------------------------------------------------
*> INSTALL: put every item of the (verified) file in WS-PKG-PKF-NAME
*> - a card rewritten whole or deleted, a row replaced, added, or
*> taken out - each one logged on EULRCHG with its before image
*> ----------------------------------------------------------------
	INSTALL-PARA.
	MOVE 0 TO WS-PKG-DONE.
	MOVE 0 TO WS-PKG-EOF.
	OPEN INPUT PKF-FILE.
	PERFORM INSTALL-ROW-PARA UNTIL WS-PKG-EOF = 1.
	CLOSE PKF-FILE.

	INSTALL-ROW-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	READ PKF-FILE INTO WS-PKF-LINE
		AT END MOVE 1 TO WS-PKG-EOF
	END-READ.
	IF WS-PKG-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-PKF-TYPE
		WHEN "ITM "
			PERFORM INSTALL-START-PARA
		WHEN "IMG "
			IF WS-PKG-CUR-KIND = "CARD" THEN
				WRITE TGT-RECORD FROM WS-PKF-BODY
				IF WS-PKG-FIRST-TAKEN = "N" THEN
					MOVE WS-PKF-BODY(1:100) TO WS-PKG-FIRST
					MOVE "Y" TO WS-PKG-FIRST-TAKEN
				END-IF
			ELSE
				MOVE WS-PKF-BODY(1:300) TO WS-PKG-NEW-ROW
			END-IF
		WHEN "END "
			PERFORM INSTALL-DONE-PARA
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

	INSTALL-START-PARA.
	MOVE WS-PKF-I-KIND TO WS-PKG-CUR-KIND.
	MOVE WS-PKF-I-TARGET TO WS-PKG-CUR-TARGET.
	MOVE WS-PKF-I-CONTENT TO WS-PKG-CUR-CONTENT.
	MOVE SPACES TO WS-PKG-NEW-ROW.
	MOVE SPACES TO WS-PKG-FIRST.
	MOVE "N" TO WS-PKG-FIRST-TAKEN.
	IF WS-PKG-CUR-KIND = "CARD" THEN
		MOVE WS-PKG-CUR-TARGET TO WS-CHG-IN-NAME
		MOVE WS-PKG-CUR-TARGET TO WS-CHG-CARD-NAME
		PERFORM CHG-BEFORE-PARA
		MOVE WS-PKG-CUR-TARGET TO WS-PKG-TGT-NAME
		IF WS-PKG-CUR-CONTENT = "Y" THEN
			OPEN OUTPUT TGT-FILE
		END-IF
	END-IF.

	INSTALL-DONE-PARA.
	IF WS-PKG-CUR-KIND = "CARD" THEN
		IF WS-PKG-CUR-CONTENT = "Y" THEN
			CLOSE TGT-FILE
		ELSE
			CALL "CBL_DELETE_FILE" USING WS-PKG-TGT-NAME
		END-IF
		MOVE WS-PKG-FIRST TO WS-CHG-AFTER
		PERFORM CHG-WRITE-PARA
	ELSE
		PERFORM ROW-PUT-PARA
	END-IF.
	ADD 1 TO WS-PKG-DONE.
	DISPLAY "EULRPKG: " FUNCTION TRIM(WS-PKG-CUR-KIND) " "
		FUNCTION TRIM(WS-PKG-CUR-TARGET) " PUT FROM "
		FUNCTION TRIM(WS-PKG-PKF-NAME).

*> One row put into its production file: replaced where its key is
*> on file, added at the end where it is not, taken out for an item
*> to be absent - the file rewritten and the row's before and after
*> logged on EULRCHG under the file's name
	ROW-PUT-PARA.
	MOVE WS-PKG-CUR-KIND TO WS-PKG-SRC-NAME.
	PERFORM ROW-LOAD-PARA.
	PERFORM KIND-PARA.
	PERFORM ROW-FIND-PARA.
	MOVE WS-PKG-CUR-KIND TO WS-CHG-CARD-NAME.
	MOVE SPACES TO WS-CHG-BEFORE.
	MOVE SPACES TO WS-PKG-ROW-WAS.
	IF WS-PKG-ROW-HIT > 0 THEN
		MOVE WS-PKG-ROW(WS-PKG-ROW-HIT)(1:100) TO WS-CHG-BEFORE
		MOVE WS-PKG-ROW(WS-PKG-ROW-HIT) TO WS-PKG-ROW-WAS
	END-IF.
	MOVE SPACES TO WS-CHG-AFTER.
	IF WS-PKG-CUR-CONTENT = "Y" THEN
		MOVE WS-PKG-NEW-ROW(1:100) TO WS-CHG-AFTER
		IF WS-PKG-ROW-HIT > 0 THEN
			MOVE WS-PKG-NEW-ROW TO WS-PKG-ROW(WS-PKG-ROW-HIT)
		ELSE
			ADD 1 TO WS-PKG-ROWS
			MOVE WS-PKG-NEW-ROW TO WS-PKG-ROW(WS-PKG-ROWS)
		END-IF
	ELSE
		IF WS-PKG-ROW-HIT > 0 THEN
			PERFORM ROW-SHIFT-PARA VARYING WS-PKG-K FROM WS-PKG-ROW-HIT
				BY 1 UNTIL WS-PKG-K >= WS-PKG-ROWS
			SUBTRACT 1 FROM WS-PKG-ROWS
		END-IF
	END-IF.
	MOVE WS-PKG-CUR-KIND TO WS-PKG-TGT-NAME.
	OPEN OUTPUT TGT-FILE.
	PERFORM ROW-WRITE-PARA VARYING WS-PKG-K FROM 1 BY 1
		UNTIL WS-PKG-K > WS-PKG-ROWS.
	CLOSE TGT-FILE.
	PERFORM CHG-WRITE-PARA.
	IF WS-PKG-CUR-KIND = "EULREF" THEN
		PERFORM REFH-NOTE-PARA
	END-IF.

*> an EULREF entry a package changed lands on the catalog history
*> EULRREFH like one EULRCAT changed - before image spaces for an
*> entry added, after image spaces for one taken out
	REFH-NOTE-PARA.
	IF WS-PKG-CUR-CONTENT = "N" AND WS-PKG-ROW-HIT = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-PKG-CUR-CONTENT = "Y" AND WS-PKG-ROW-WAS = WS-PKG-NEW-ROW THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE SPACES TO WS-REFH-RECORD.
	ACCEPT WS-REFH-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-REFH-TIME FROM TIME.
	MOVE "EULRPKG" TO WS-REFH-PROGRAM.
	MOVE WS-PKG-OPERATOR TO WS-REFH-OPERATOR.
	MOVE WS-PKG-CUR-TARGET TO WS-REFH-PROBLEM-ID.
	MOVE WS-PKG-ROW-WAS TO WS-REFH-BEFORE.
	IF WS-PKG-CUR-CONTENT = "Y" THEN
		MOVE WS-PKG-NEW-ROW TO WS-REFH-AFTER
	END-IF.
	OPEN EXTEND EULRREFH-FILE.
	IF WS-PKG-REFH-STATUS NOT = "00" THEN
		OPEN OUTPUT EULRREFH-FILE
	END-IF.
	WRITE EULRREFH-FILE-RECORD FROM WS-REFH-RECORD.
	CLOSE EULRREFH-FILE.

	ROW-SHIFT-PARA.
	MOVE WS-PKG-ROW(WS-PKG-K + 1) TO WS-PKG-ROW(WS-PKG-K).

	ROW-WRITE-PARA.
	WRITE TGT-RECORD FROM WS-PKG-ROW(WS-PKG-K).

*> ----------------------------------------------------------------
*> The pieces: a target's current state, a card's count and check
*> total (copied as IMG records while WS-PKG-COPY-SW is Y), a row
*> file in core and one row found in it, and the check total itself
*> ----------------------------------------------------------------
	CURRENT-PARA.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-CUR-KIND.
	PERFORM KIND-PARA.
	MOVE 0 TO WS-PKG-ROW-FULL.
	MOVE "N" TO WS-PKG-COPY-SW.
	IF WS-PKG-KEYLEN = 0 THEN
		MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKG-SRC-NAME
		PERFORM CARD-SUM-PARA
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-PKG-IT-KIND(WS-PKG-IX) TO WS-PKG-SRC-NAME.
	PERFORM ROW-LOAD-PARA.
	MOVE WS-PKG-IT-TARGET(WS-PKG-IX) TO WS-PKG-CUR-TARGET.
	PERFORM ROW-FIND-PARA.
*> a full file has no room for a row it does not already hold
	IF WS-PKG-ROWS = 500 AND WS-PKG-ROW-HIT = 0 THEN
		MOVE 1 TO WS-PKG-ROW-FULL
	END-IF.
	MOVE "N" TO WS-PKG-CUR-HAS.
	MOVE 0 TO WS-PKG-CHECK.
	IF WS-PKG-ROW-HIT > 0 THEN
		MOVE "Y" TO WS-PKG-CUR-HAS
		MOVE SPACES TO WS-PKG-BUF
		MOVE WS-PKG-ROW(WS-PKG-ROW-HIT) TO WS-PKG-BUF
		PERFORM CHECK-PARA
	END-IF.

	CARD-SUM-PARA.
	MOVE "N" TO WS-PKG-CUR-HAS.
	MOVE 0 TO WS-PKG-COUNT.
	MOVE 0 TO WS-PKG-CHECK.
	MOVE 0 TO WS-PKG-SRC-EOF.
	OPEN INPUT SRC-FILE.
	IF WS-PKG-SRC-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "Y" TO WS-PKG-CUR-HAS.
	PERFORM CARD-SUM-ROW-PARA UNTIL WS-PKG-SRC-EOF = 1.
	CLOSE SRC-FILE.

	CARD-SUM-ROW-PARA.
	MOVE SPACES TO WS-PKG-BUF.
	READ SRC-FILE INTO WS-PKG-BUF
		AT END MOVE 1 TO WS-PKG-SRC-EOF
	END-READ.
	IF WS-PKG-SRC-EOF = 0 THEN
		PERFORM CHECK-PARA
		ADD 1 TO WS-PKG-COUNT
		IF WS-PKG-COPY-SW = "Y" THEN
			MOVE SPACES TO WS-PKF-LINE
			MOVE "IMG " TO WS-PKF-TYPE
			MOVE WS-PKG-BUF TO WS-PKF-BODY
			WRITE PKF-RECORD FROM WS-PKF-LINE
			ADD 1 TO WS-PKG-IMAGES
		END-IF
	END-IF.

	ROW-LOAD-PARA.
	MOVE 0 TO WS-PKG-ROWS.
	MOVE 0 TO WS-PKG-ROW-FULL.
	MOVE "N" TO WS-PKG-ROW-FILE-HAS.
	MOVE 0 TO WS-PKG-SRC-EOF.
	OPEN INPUT SRC-FILE.
	IF WS-PKG-SRC-STATUS NOT = "00" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "Y" TO WS-PKG-ROW-FILE-HAS.
	PERFORM ROW-LOAD-ROW-PARA UNTIL WS-PKG-SRC-EOF = 1.
	CLOSE SRC-FILE.

	ROW-LOAD-ROW-PARA.
	MOVE SPACES TO WS-PKG-BUF.
	READ SRC-FILE INTO WS-PKG-BUF
		AT END MOVE 1 TO WS-PKG-SRC-EOF
	END-READ.
	IF WS-PKG-SRC-EOF = 0 THEN
		IF WS-PKG-ROWS < 500 THEN
			ADD 1 TO WS-PKG-ROWS
			MOVE WS-PKG-BUF(1:300) TO WS-PKG-ROW(WS-PKG-ROWS)
		ELSE
			MOVE 1 TO WS-PKG-ROW-FULL
		END-IF
	END-IF.

*> the row whose key (the first WS-PKG-KEYLEN bytes) is the target's
	ROW-FIND-PARA.
	MOVE 0 TO WS-PKG-ROW-HIT.
	PERFORM ROW-MATCH-PARA VARYING WS-PKG-K FROM 1 BY 1
		UNTIL WS-PKG-K > WS-PKG-ROWS OR WS-PKG-ROW-HIT > 0.

	ROW-MATCH-PARA.
	IF WS-PKG-ROW(WS-PKG-K)(1:WS-PKG-KEYLEN)
			= WS-PKG-CUR-TARGET(1:WS-PKG-KEYLEN)
			AND (WS-PKG-KEYLEN = 8
				OR WS-PKG-ROW(WS-PKG-K)(WS-PKG-KEYLEN + 1:1)
				= SPACE) THEN
		MOVE WS-PKG-K TO WS-PKG-ROW-HIT
	END-IF.

*> the check total over the record in WS-PKG-BUF, chained into
*> WS-PKG-CHECK
	CHECK-PARA.
	COMPUTE WS-PKG-LEN =
		FUNCTION LENGTH(FUNCTION TRIM(WS-PKG-BUF)).
	COMPUTE WS-PKG-CHECK =
		FUNCTION MOD(WS-PKG-CHECK * 31 + 1, 999999999999).
	PERFORM CHECK-BYTE-PARA VARYING WS-PKG-J FROM 1 BY 1
		UNTIL WS-PKG-J > WS-PKG-LEN.

	CHECK-BYTE-PARA.
	COMPUTE WS-PKG-CHECK = FUNCTION MOD(WS-PKG-CHECK
		+ FUNCTION ORD(WS-PKG-BUF(WS-PKG-J:1))
			* WS-PKG-J, 999999999999).

	PKG-NAME-PARA.
	MOVE SPACES TO WS-PKG-PKF-NAME.
	STRING "EULRPKG." WS-PKG-ID
		DELIMITED BY SIZE INTO WS-PKG-PKF-NAME
	END-STRING.

	PKB-NAME-PARA.
	MOVE SPACES TO WS-PKG-PKF-NAME.
	STRING "EULRPKB." WS-PKG-ID
		DELIMITED BY SIZE INTO WS-PKG-PKF-NAME
	END-STRING.

*> ----------------------------------------------------------------
*> LIST, and the register
*> ----------------------------------------------------------------
	LIST-PARA.
	PERFORM REG-LOAD-PARA.
	IF WS-PKG-ID NOT = SPACES THEN
		PERFORM REG-FIND-PARA
		IF WS-PKG-REG-HIT = 0 THEN
			DISPLAY "EULRPKG: REJECTED - PACKAGE " WS-PKG-ID
				" IS NOT ON EULRPKGR"
			MOVE SPACES TO WS-PKGR-STATE
			PERFORM STATE-REJECT-PARA
			EXIT PARAGRAPH
		END-IF
	END-IF.
	DISPLAY "======================================================".
	DISPLAY "PROMOTION PACKAGES - " WS-PKG-REG-ROWS " ON EULRPKGR".
	DISPLAY "======================================================".
	PERFORM LIST-ROW-PARA VARYING WS-PKG-RX FROM 1 BY 1
		UNTIL WS-PKG-RX > WS-PKG-REG-ROWS.
	DISPLAY "======================================================".
	IF WS-PKG-ID NOT = SPACES THEN
		PERFORM LIST-ITEMS-PARA
	END-IF.
	MOVE WS-PKG-REG-ROWS TO WS-PKG-DONE.

	LIST-ROW-PARA.
	MOVE WS-PKG-REG-ROW(WS-PKG-RX) TO WS-PKGR-RECORD.
	IF WS-PKG-ID = SPACES OR WS-PKGR-ID = WS-PKG-ID THEN
		DISPLAY WS-PKGR-ID " " WS-PKGR-STATE " BUILT "
			WS-PKGR-BUILT-DATE " " WS-PKGR-BUILT-OPER " "
			WS-PKGR-ITEMS " ITEM(S) " FUNCTION TRIM(WS-PKGR-DESC)
		IF WS-PKGR-APPLY-DATE NOT = SPACES THEN
			DISPLAY "         APPLIED " WS-PKGR-APPLY-DATE " "
				WS-PKGR-APPLY-OPER
		END-IF
		IF WS-PKGR-BACK-DATE NOT = SPACES THEN
			DISPLAY "         BACKED OUT " WS-PKGR-BACK-DATE " "
				WS-PKGR-BACK-OPER
		END-IF
	END-IF.

*> one package's items, as its file carries them
	LIST-ITEMS-PARA.
	PERFORM PKG-NAME-PARA.
	MOVE 0 TO WS-PKG-EOF.
	OPEN INPUT PKF-FILE.
	IF WS-PKG-PKF-STATUS NOT = "00" THEN
		DISPLAY "EULRPKG: NO " FUNCTION TRIM(WS-PKG-PKF-NAME)
			" ON FILE"
		EXIT PARAGRAPH
	END-IF.
	PERFORM LIST-ITEM-ROW-PARA UNTIL WS-PKG-EOF = 1.
	CLOSE PKF-FILE.
	DISPLAY "======================================================".

	LIST-ITEM-ROW-PARA.
	MOVE SPACES TO WS-PKF-LINE.
	READ PKF-FILE INTO WS-PKF-LINE
		AT END MOVE 1 TO WS-PKG-EOF
	END-READ.
	IF WS-PKG-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	EVALUATE WS-PKF-TYPE
		WHEN "HDR "
			DISPLAY "FROM " FUNCTION TRIM(WS-PKF-H-QUAL)
				" - EULRVAL RUN " WS-PKF-H-VAL-RUN-ID " "
				WS-PKF-H-VAL-DATE " " WS-PKF-H-VAL-TIME " "
				FUNCTION TRIM(WS-PKF-H-VAL-OUTCOME) ", "
				WS-PKF-H-VAL-CARDS " CARD(S) FINGERPRINTED"
		WHEN "ITM "
			IF WS-PKF-I-BASE-HAS = "Y" THEN
				DISPLAY "  " WS-PKF-I-KIND " " WS-PKF-I-TARGET
					"  REPLACES THE PRODUCTION COPY"
			ELSE
				DISPLAY "  " WS-PKF-I-KIND " " WS-PKF-I-TARGET
					"  NEW TO PRODUCTION"
			END-IF
		WHEN OTHER
			CONTINUE
	END-EVALUATE.

	REG-LOAD-PARA.
	MOVE 0 TO WS-PKG-REG-ROWS.
	MOVE 0 TO WS-PKG-REG-FULL.
	MOVE 0 TO WS-PKG-LAST-SEQ.
	MOVE 0 TO WS-PKG-EOF.
	OPEN INPUT EULRPKGR-FILE.
	IF WS-PKG-REG-STATUS = "00" THEN
		PERFORM REG-ROW-PARA UNTIL WS-PKG-EOF = 1
		CLOSE EULRPKGR-FILE
	END-IF.

	REG-ROW-PARA.
	READ EULRPKGR-FILE INTO WS-PKGR-RECORD
		AT END MOVE 1 TO WS-PKG-EOF
	END-READ.
	IF WS-PKG-EOF = 0 THEN
		IF WS-PKG-REG-ROWS < 500 THEN
			ADD 1 TO WS-PKG-REG-ROWS
			MOVE WS-PKGR-RECORD TO WS-PKG-REG-ROW(WS-PKG-REG-ROWS)
		ELSE
			MOVE 1 TO WS-PKG-REG-FULL
		END-IF
		IF WS-PKGR-ID(2:7) IS NUMERIC
				AND WS-PKGR-ID(2:7) > WS-PKG-LAST-SEQ THEN
			MOVE WS-PKGR-ID(2:7) TO WS-PKG-LAST-SEQ
		END-IF
	END-IF.

	REG-FIND-PARA.
	MOVE 0 TO WS-PKG-REG-HIT.
	PERFORM REG-MATCH-PARA VARYING WS-PKG-RX FROM 1 BY 1
		UNTIL WS-PKG-RX > WS-PKG-REG-ROWS OR WS-PKG-REG-HIT > 0.

	REG-MATCH-PARA.
	IF WS-PKG-REG-ROW(WS-PKG-RX)(1:8) = WS-PKG-ID THEN
		MOVE WS-PKG-RX TO WS-PKG-REG-HIT
	END-IF.

*> EULRPKGR back out whole
	REG-SAVE-PARA.
	OPEN OUTPUT EULRPKGR-FILE.
	PERFORM REG-SAVE-ROW-PARA VARYING WS-PKG-RX FROM 1 BY 1
		UNTIL WS-PKG-RX > WS-PKG-REG-ROWS.
	CLOSE EULRPKGR-FILE.

	REG-SAVE-ROW-PARA.
	WRITE EULRPKGR-FILE-RECORD FROM WS-PKG-REG-ROW(WS-PKG-RX).

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
	COPY LOCKPRC.
	COPY CHGLOG.
	COPY AUTHPRC.
	COPY FPRTPRC.
