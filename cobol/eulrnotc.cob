*> Subscriber notices: the groups that build on the suite's answers
*>   - planning on EULER3, research on EULER10's sum and its cache,
*>   reporting on everything - learned of a changed result or a
*>   re-blessed EULREF answer only when their own numbers stopped
*>   matching. Each consumer now registers on the subscription file
*>   EULRSUBS the problems and the kinds of event it cares about, and
*>   this nightly step (a CHNSTEPS link after the checks) writes one
*>   notice file per subscriber describing every such event since the
*>   last notice run - the prior and the new value and the run id -
*>   and logs each delivery on EULRNLOG. The operator notification
*>   queue EULRNOTQ is a different thing: that one asks the shift to
*>   act, these tell a downstream group what moved.
*> compile with cobc -free -O -x -o eulrnotc.exe -I copy eulrnotc.cob
*> -free - use free source format. without cobol requires certain format
*> -x - build executable
*> -O - optimize
*> -o - output file
*>
*> Modification history
*> 2026-10-15  first version - EULRSUBS record: cols 01-08 subscriber
*>             id, cols 10-17 problem id or * for every problem, cols
*>             19-23 five Y/N flags - RESULT (the answer changed from
*>             the last run), PARM-CHG and MISMATCH (tonight's digest
*>             status), BLESS (a new expected answer or blessed card
*>             on EULREF), CACHE (the E10PRIME cache rebuilt or
*>             topped up, raised under EULER10); a subscriber may
*>             have several records. The notice file is NTC plus the
*>             subscriber id, rewritten each night (HDR, one EVT per
*>             event, TRL); EULRNLOG gets one line per subscriber.
*>             What was last seen is kept on EULRNSTA, so a missed
*>             night's events arrive with the next one; the first run
*>             only takes that baseline. TEST mode writes the notices
*>             but neither the state nor the log. Events delivered as
*>             the banner result; RETURN-CODE 0, 4 when subscription
*>             records were skipped as bad (message NTC001W), 16 when
*>             EULRSUBS is missing or empty (NT01).
*> 2026-10-15  an SBOX run writes its state, its delivery log and its
*>             notices to the .T shadows (EULRNSTA.T and EULRNLOG.T
*>             through SHADDAT.cpy/SHADPRC.cpy, NTC<subscriber>.T)
*>             instead of the live files; the state is still read
*>             from the live EULRNSTA, so a rehearsal notices what the
*>             real night would. The log's file column grows to 13
*>             bytes for the shadow notice name.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRNOTC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EULRSUBS-FILE ASSIGN TO "EULRSUBS"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-SUBS-STATUS.
	SELECT EULRNSTA-IN-FILE ASSIGN TO "EULRNSTA"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-STA-STATUS.
	SELECT EULRNSTA-FILE ASSIGN TO WS-SHAD-NSTA-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-STO-STATUS.
	SELECT EULRNLOG-FILE ASSIGN TO WS-SHAD-NLOG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-LOG-STATUS.
	SELECT NOTICE-FILE ASSIGN TO WS-NTC-FILE-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-OUT-STATUS.
	SELECT EULDGST-FILE ASSIGN TO WS-NTC-DGST-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-DGST-STATUS.
	SELECT EULREXP-FILE ASSIGN TO WS-SHAD-EXP-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-EXP-STATUS.
	SELECT E10PSTAT-FILE ASSIGN TO "E10PSTAT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-STAT-STATUS.
	SELECT EULRAUD-IN-FILE ASSIGN TO "EULRAUD"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-NTC-AUD-STATUS.
	SELECT EULREF-FILE ASSIGN TO "EULREF"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-REF-STATUS.
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
FD  EULRSUBS-FILE.
01  EULRSUBS-RECORD                PIC X(23).

FD  EULRNSTA-IN-FILE.
01  EULRNSTA-IN-RECORD             PIC X(200).

FD  EULRNSTA-FILE.
01  EULRNSTA-RECORD                PIC X(200).

FD  EULRNLOG-FILE.
01  EULRNLOG-RECORD                PIC X(80).

FD  NOTICE-FILE.
01  NOTICE-RECORD                  PIC X(240).

FD  EULDGST-FILE.
01  EULDGST-FILE-RECORD            PIC X(90).

FD  EULREXP-FILE.
01  EULREXP-FILE-RECORD            PIC X(209).

FD  E10PSTAT-FILE.
01  E10PSTAT-FILE-RECORD           PIC X(98).

FD  EULRAUD-IN-FILE.
01  EULRAUD-IN-RECORD              PIC X(110).

FD  EULREF-FILE.
01  EULREF-FILE-RECORD             PIC X(269).
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
	COPY EXPDAT.
	COPY EULDGST.
	COPY E10STAT.
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

	01 WS-NTC-SUBS-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-STA-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-STO-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-LOG-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-OUT-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-DGST-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-EXP-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-STAT-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-AUD-STATUS PIC XX VALUE SPACES.
	01 WS-NTC-FILE-NAME PIC X(13) VALUE SPACES.
	01 WS-NTC-DGST-NAME PIC X(18) VALUE SPACES.
	01 WS-NTC-REJECTED PIC 9 VALUE 0.
	01 WS-NTC-EOF PIC 9 VALUE 0.

*> one subscription: who, which problem (* for all), and the five
*> event flags in the order the EVENT names below are numbered
	01 WS-SUB-RECORD.
		05 WS-SUB-ID               PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-SUB-PROBLEM          PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-SUB-FLAGS.
			10 WS-SUB-FLAG         PIC X(01) OCCURS 5 TIMES.
	01 WS-NTC-SUB-TABLE.
		05 WS-NTC-SUB-ROW PIC X(23) OCCURS 100 TIMES.
	01 WS-NTC-SUB-COUNT PIC 9(03) VALUE 0.
	01 WS-NTC-SUB-BAD PIC 9(03) VALUE 0.
	01 WS-NTC-SUBR-TABLE.
		05 WS-NTC-SUBR PIC X(08) OCCURS 100 TIMES.
	01 WS-NTC-SUBR-COUNT PIC 9(03) VALUE 0.
	01 WS-NTC-SUBR-HIT PIC 9(03) VALUE 0.

	01 WS-NTC-EVENT-NAMES.
		05 FILLER PIC X(08) VALUE "RESULT".
		05 FILLER PIC X(08) VALUE "PARM-CHG".
		05 FILLER PIC X(08) VALUE "MISMATCH".
		05 FILLER PIC X(08) VALUE "BLESS".
		05 FILLER PIC X(08) VALUE "CACHE".
	01 WS-NTC-EVENT-NAME-TABLE REDEFINES WS-NTC-EVENT-NAMES.
		05 WS-NTC-EVENT-NAME PIC X(08) OCCURS 5 TIMES.

*> what the last notice run saw, one row per problem plus one for
*> the cache (problem id *CACHE*), EULRNSTA's 200-byte record
	01 WS-NST-RECORD.
		05 WS-NST-PROBLEM-ID       PIC X(08).
		05 FILLER                  PIC X(01).
		05 WS-NST-BODY             PIC X(191).
		05 WS-NST-PROB-VIEW REDEFINES WS-NST-BODY.
			10 WS-NST-RUN-ID       PIC X(16).
			10 FILLER              PIC X(01).
			10 WS-NST-RESULT       PIC 9(36).
			10 FILLER              PIC X(01).
			10 WS-NST-EXPECT       PIC 9(36).
			10 FILLER              PIC X(01).
			10 WS-NST-BLESSED      PIC X(100).
		05 WS-NST-CACHE-VIEW REDEFINES WS-NST-BODY.
			10 WS-NST-STAT-IMAGE   PIC X(98).
			10 FILLER              PIC X(93).
	01 WS-NTC-HAVE-STATE PIC X(01) VALUE "N".

*> per catalog row: the state last seen and the newest history row
	01 WS-NTC-PROB-TABLE.
		05 WS-NTC-PROB OCCURS 30 TIMES.
			10 WS-NTC-ST-SEEN      PIC X(01) VALUE "N".
			10 WS-NTC-ST-RUN-ID    PIC X(16).
			10 WS-NTC-ST-RESULT    PIC 9(36).
			10 WS-NTC-ST-EXPECT    PIC 9(36).
			10 WS-NTC-ST-BLESSED   PIC X(100).
			10 WS-NTC-EX-SEEN      PIC X(01) VALUE "N".
			10 WS-NTC-EX-RUN-ID    PIC X(16).
			10 WS-NTC-EX-RESULT    PIC 9(36).
			10 WS-NTC-EX-CARD      PIC X(100).
	01 WS-NTC-ST-CACHE-SEEN PIC X(01) VALUE "N".
	01 WS-NTC-ST-STAT-IMAGE PIC X(98) VALUE SPACES.
	01 WS-NTC-STAT-SEEN PIC X(01) VALUE "N".
	01 WS-NTC-STAT-IMAGE PIC X(98) VALUE SPACES.
	01 WS-NTC-BLESS-RUN-ID PIC X(16) VALUE SPACES.

*> the night's events, each with its problem, run id, and the prior
*> and new values as text
	01 WS-NTC-EVENT-TABLE.
		05 WS-NTC-EV OCCURS 200 TIMES.
			10 WS-NTC-EV-TYPE      PIC 9(01).
			10 WS-NTC-EV-PROBLEM   PIC X(08).
			10 WS-NTC-EV-RUN-ID    PIC X(16).
			10 WS-NTC-EV-PRIOR     PIC X(100).
			10 WS-NTC-EV-NEW       PIC X(100).
	01 WS-NTC-EV-COUNT PIC 9(03) VALUE 0.
	01 WS-NTC-EV-DROPPED PIC 9(03) VALUE 0.
	01 WS-NTC-NEW-TYPE PIC 9(01) VALUE 0.
	01 WS-NTC-NEW-PROBLEM PIC X(08) VALUE SPACES.
	01 WS-NTC-NEW-RUN-ID PIC X(16) VALUE SPACES.
	01 WS-NTC-NEW-PRIOR PIC X(100) VALUE SPACES.
	01 WS-NTC-NEW-NEW PIC X(100) VALUE SPACES.

	01 WS-K PIC 9(03) VALUE 0.
	01 WS-J PIC 9(03) VALUE 0.
	01 WS-E PIC 9(03) VALUE 0.
	01 WS-NTC-TAKE PIC X(01) VALUE "N".
	01 WS-NTC-SUB-EVENTS PIC 9(04) VALUE 0.
	01 WS-NTC-DELIVERED PIC 9(05) VALUE 0.
	01 WS-NTC-WIDE PIC 9(36) VALUE 0.
	01 WS-NTC-WIDE-X REDEFINES WS-NTC-WIDE PIC X(36).
	01 WS-NTC-WIDE-TEXT PIC X(36) VALUE SPACES.
	01 WS-NTC-ZEROS PIC 9(02) VALUE 0.

	01 WS-NTC-AUDIT-LINE.
		05 WS-NAUD-PROGRAM         PIC X(08).
		05 FILLER                  PIC X(28).
		05 WS-NAUD-OUTCOME         PIC X(08).
		05 FILLER                  PIC X(10).
		05 WS-NAUD-RUN-ID          PIC X(16).
		05 FILLER                  PIC X(31).

	01 WS-NTC-HDR.
		05 FILLER                  PIC X(04) VALUE "HDR ".
		05 WS-NTC-HDR-SUB          PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-HDR-DATE         PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-HDR-RUN-ID       PIC X(16).
	01 WS-NTC-EVT.
		05 FILLER                  PIC X(04) VALUE "EVT ".
		05 WS-NTC-EVT-TYPE         PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-EVT-PROBLEM      PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-EVT-RUN-ID       PIC X(16).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-EVT-PRIOR        PIC X(100).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NTC-EVT-NEW          PIC X(100).
	01 WS-NTC-TRL.
		05 FILLER                  PIC X(04) VALUE "TRL ".
		05 WS-NTC-TRL-COUNT        PIC 9(04).

*> one delivery: date, this run's id, subscriber, file, event count
	01 WS-NTC-LOG-LINE.
		05 WS-NLOG-DATE            PIC 9(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NLOG-RUN-ID          PIC X(16).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NLOG-SUB             PIC X(08).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NLOG-FILE            PIC X(13).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NLOG-COUNT           PIC 9(04).
		05 FILLER                  PIC X(01) VALUE SPACE.
		05 WS-NLOG-STATUS          PIC X(08).

PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRNOTC" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRNOTC" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-NTC-REJECTED = 1 THEN
		MOVE "NT01" TO WS-DIAG-CODE
		MOVE "EULRSUBS" TO WS-DIAG-VALUE
		PERFORM DIAG-WRITE-PARA
		MOVE 16 TO RETURN-CODE
		IF NOT WS-MODE-IS-TEST THEN
			PERFORM AUDIT-WRITE-PARA
		END-IF
		GOBACK
	END-IF.
	PERFORM RUNID-ENSURE-PARA.
	PERFORM BDATE-ENSURE-PARA.
	PERFORM STATE-LOAD-PARA.
	PERFORM EXP-PASS-PARA.
	PERFORM STAT-READ-PARA.
	PERFORM AUD-PASS-PARA.
	PERFORM RESULT-EVENT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	PERFORM DIGEST-EVENT-PARA.
	PERFORM BLESS-EVENT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	PERFORM CACHE-EVENT-PARA.
	PERFORM DELIVER-PARA VARYING WS-J FROM 1 BY 1
		UNTIL WS-J > WS-NTC-SUBR-COUNT.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM STATE-WRITE-PARA
	END-IF.
	IF WS-NTC-HAVE-STATE = "N" THEN
		DISPLAY "EULRNOTC: NO EULRNSTA STATE - BASELINE TAKEN, CHANGES"
			" ARE NOTICED FROM THE NEXT RUN"
	END-IF.
	DISPLAY "EULRNOTC: " WS-NTC-EV-COUNT " EVENT(S), "
		WS-NTC-DELIVERED " NOTICE LINE(S) TO " WS-NTC-SUBR-COUNT
		" SUBSCRIBER(S)".
	IF WS-NTC-EV-DROPPED > 0 THEN
		DISPLAY "EULRNOTC: " WS-NTC-EV-DROPPED " EVENT(S) PAST THE"
			" FIRST 200 NOT NOTICED"
	END-IF.
	IF WS-NTC-SUB-BAD > 0 THEN
		MOVE "NTC001W" TO WS-MSG-ID
		STRING WS-NTC-SUB-BAD " EULRSUBS RECORD(S) SKIPPED - BAD"
			" SUBSCRIBER, PROBLEM OR EVENT FLAGS"
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	MOVE WS-NTC-DELIVERED TO WS-RPT-RESULT.
	PERFORM RPT-PRINT-PARA.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM AUDIT-WRITE-PARA
	END-IF.
	GOBACK.

*> The subscriptions. A record naming a problem not on the catalog,
*> with a blank subscriber, or with a flag other than Y/N is skipped
*> and counted - one bad line must not stop everyone's notices.
	P-PARA.
	OPEN INPUT EULRSUBS-FILE.
	IF WS-NTC-SUBS-STATUS NOT = "00" THEN
		DISPLAY "EULRNOTC: REJECTED - NO EULRSUBS SUBSCRIPTION FILE"
		MOVE 1 TO WS-NTC-REJECTED
		EXIT PARAGRAPH
	END-IF.
	PERFORM REF-LOAD-PARA.
	PERFORM SUB-ROW-PARA UNTIL WS-NTC-EOF = 1.
	CLOSE EULRSUBS-FILE.
	IF WS-NTC-SUB-COUNT = 0 THEN
		DISPLAY "EULRNOTC: REJECTED - NO USABLE SUBSCRIPTION ON"
			" EULRSUBS"
		MOVE 1 TO WS-NTC-REJECTED
	END-IF.

	SUB-ROW-PARA.
	READ EULRSUBS-FILE INTO WS-SUB-RECORD
		AT END MOVE 1 TO WS-NTC-EOF
	END-READ.
	IF WS-NTC-EOF = 1 OR WS-SUB-RECORD = SPACES THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE "Y" TO WS-NTC-TAKE.
	IF WS-SUB-ID = SPACES OR WS-SUB-PROBLEM = SPACES THEN
		MOVE "N" TO WS-NTC-TAKE
	END-IF.
	IF WS-SUB-PROBLEM NOT = "*" THEN
		MOVE WS-SUB-PROBLEM TO WS-REF-FIND-ID
		PERFORM REF-FIND-PARA
		IF WS-REF-IX = 0 THEN
			MOVE "N" TO WS-NTC-TAKE
		END-IF
	END-IF.
	PERFORM SUB-FLAG-PARA VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5.
	IF WS-NTC-TAKE = "N" OR WS-NTC-SUB-COUNT = 100 THEN
		DISPLAY "EULRNOTC: SUBSCRIPTION SKIPPED '" WS-SUB-RECORD "'"
		ADD 1 TO WS-NTC-SUB-BAD
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NTC-SUB-COUNT.
	MOVE WS-SUB-RECORD TO WS-NTC-SUB-ROW(WS-NTC-SUB-COUNT).
	MOVE 0 TO WS-NTC-SUBR-HIT.
	PERFORM SUBR-FIND-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-NTC-SUBR-COUNT.
	IF WS-NTC-SUBR-HIT = 0 THEN
		ADD 1 TO WS-NTC-SUBR-COUNT
		MOVE WS-SUB-ID TO WS-NTC-SUBR(WS-NTC-SUBR-COUNT)
	END-IF.

	SUB-FLAG-PARA.
	IF WS-SUB-FLAG(WS-E) NOT = "Y" AND WS-SUB-FLAG(WS-E) NOT = "N" THEN
		MOVE "N" TO WS-NTC-TAKE
	END-IF.

	SUBR-FIND-PARA.
	IF WS-NTC-SUBR(WS-K) = WS-SUB-ID THEN
		MOVE WS-K TO WS-NTC-SUBR-HIT
	END-IF.

*> What the last run saw. A problem absent from the state (a new
*> catalog entry, or the first run) is baselined, not noticed.
	STATE-LOAD-PARA.
	MOVE 0 TO WS-NTC-EOF.
	OPEN INPUT EULRNSTA-IN-FILE.
	IF WS-NTC-STA-STATUS = "00" THEN
		MOVE "Y" TO WS-NTC-HAVE-STATE
		PERFORM STATE-ROW-PARA UNTIL WS-NTC-EOF = 1
		CLOSE EULRNSTA-IN-FILE
	END-IF.

	STATE-ROW-PARA.
	READ EULRNSTA-IN-FILE INTO WS-NST-RECORD
		AT END MOVE 1 TO WS-NTC-EOF
	END-READ.
	IF WS-NTC-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-NST-PROBLEM-ID = "*CACHE*" THEN
		MOVE "Y" TO WS-NTC-ST-CACHE-SEEN
		MOVE WS-NST-STAT-IMAGE TO WS-NTC-ST-STAT-IMAGE
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-NST-PROBLEM-ID TO WS-REF-FIND-ID.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX > 0 AND WS-NST-RESULT IS NUMERIC
			AND WS-NST-EXPECT IS NUMERIC THEN
		MOVE "Y" TO WS-NTC-ST-SEEN(WS-REF-IX)
		MOVE WS-NST-RUN-ID TO WS-NTC-ST-RUN-ID(WS-REF-IX)
		MOVE WS-NST-RESULT TO WS-NTC-ST-RESULT(WS-REF-IX)
		MOVE WS-NST-EXPECT TO WS-NTC-ST-EXPECT(WS-REF-IX)
		MOVE WS-NST-BLESSED TO WS-NTC-ST-BLESSED(WS-REF-IX)
	END-IF.

*> The newest history row per problem - its run, its answer, the
*> card it ran on
	EXP-PASS-PARA.
	MOVE 0 TO WS-NTC-EOF.
	OPEN INPUT EULREXP-FILE.
	IF WS-NTC-EXP-STATUS = "00" THEN
		PERFORM EXP-ROW-PARA UNTIL WS-NTC-EOF = 1
		CLOSE EULREXP-FILE
	END-IF.

	EXP-ROW-PARA.
	READ EULREXP-FILE INTO WS-EXPORT-RECORD
		AT END MOVE 1 TO WS-NTC-EOF
	END-READ.
	IF WS-NTC-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	PERFORM EXPORT-REMAP-PARA.
	MOVE WS-EXPORT-PROBLEM-ID TO WS-REF-FIND-ID.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX > 0 THEN
		MOVE "Y" TO WS-NTC-EX-SEEN(WS-REF-IX)
		MOVE WS-EXPORT-RUN-ID TO WS-NTC-EX-RUN-ID(WS-REF-IX)
		IF WS-EXPORT-RESULT-WIDE IS NUMERIC THEN
			MOVE WS-EXPORT-RESULT-WIDE TO WS-NTC-EX-RESULT(WS-REF-IX)
		ELSE
			MOVE WS-EXPORT-RESULT TO WS-NTC-EX-RESULT(WS-REF-IX)
		END-IF
		MOVE WS-EXPORT-PARM-CARD TO WS-NTC-EX-CARD(WS-REF-IX)
	END-IF.

	STAT-READ-PARA.
	OPEN INPUT E10PSTAT-FILE.
	IF WS-NTC-STAT-STATUS = "00" THEN
		READ E10PSTAT-FILE INTO WS-E10-STAT-RECORD
			AT END MOVE SPACES TO WS-E10-STAT-RECORD
		END-READ
		CLOSE E10PSTAT-FILE
		IF WS-E10-STAT-COUNT IS NUMERIC THEN
			MOVE "Y" TO WS-NTC-STAT-SEEN
			MOVE WS-E10-STAT-RECORD TO WS-NTC-STAT-IMAGE
		END-IF
	END-IF.

*> The run id a blessing is credited to: the last EULRCAT CONFIRM on
*> the audit trail (outcome BLESSCNF)
	AUD-PASS-PARA.
	MOVE 0 TO WS-NTC-EOF.
	OPEN INPUT EULRAUD-IN-FILE.
	IF WS-NTC-AUD-STATUS = "00" THEN
		PERFORM AUD-ROW-PARA UNTIL WS-NTC-EOF = 1
		CLOSE EULRAUD-IN-FILE
	END-IF.

	AUD-ROW-PARA.
	READ EULRAUD-IN-FILE INTO WS-NTC-AUDIT-LINE
		AT END MOVE 1 TO WS-NTC-EOF
	END-READ.
	IF WS-NTC-EOF = 0 AND WS-NAUD-OUTCOME = "BLESSCNF" THEN
		MOVE WS-NAUD-RUN-ID TO WS-NTC-BLESS-RUN-ID
	END-IF.

*> RESULT: a newer run than the one last seen, with a different
*> answer
	RESULT-EVENT-PARA.
	IF WS-NTC-ST-SEEN(WS-K) = "Y" AND WS-NTC-EX-SEEN(WS-K) = "Y"
			AND WS-NTC-EX-RUN-ID(WS-K) NOT = WS-NTC-ST-RUN-ID(WS-K)
			AND WS-NTC-EX-RESULT(WS-K) NOT = WS-NTC-ST-RESULT(WS-K)
			THEN
		MOVE 1 TO WS-NTC-NEW-TYPE
		MOVE WS-REF-ID(WS-K) TO WS-NTC-NEW-PROBLEM
		MOVE WS-NTC-EX-RUN-ID(WS-K) TO WS-NTC-NEW-RUN-ID
		MOVE WS-NTC-ST-RESULT(WS-K) TO WS-NTC-WIDE
		PERFORM WIDE-TEXT-PARA
		MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-PRIOR
		MOVE WS-NTC-EX-RESULT(WS-K) TO WS-NTC-WIDE
		PERFORM WIDE-TEXT-PARA
		MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-NEW
		PERFORM EVENT-ADD-PARA
	END-IF.

*> PARM-CHG and MISMATCH come off tonight's digest (the shadow one in
*> an SBOX rehearsal, as EULERRUN names it): PARM-CHG shows the
*> blessed card against the card the run used, MISMATCH the expected
*> answer against the one the run produced
	DIGEST-EVENT-PARA.
	MOVE SPACES TO WS-NTC-DGST-NAME.
	IF WS-MODE-IS-SBOX THEN
		STRING "EULDGST.T" WS-BUS-DATE
			DELIMITED BY SIZE INTO WS-NTC-DGST-NAME
		END-STRING
	ELSE
		STRING "EULDGST.D" WS-BUS-DATE
			DELIMITED BY SIZE INTO WS-NTC-DGST-NAME
		END-STRING
	END-IF.
	MOVE 0 TO WS-NTC-EOF.
	OPEN INPUT EULDGST-FILE.
	IF WS-NTC-DGST-STATUS = "00" THEN
		PERFORM DIGEST-ROW-PARA UNTIL WS-NTC-EOF = 1
		CLOSE EULDGST-FILE
	ELSE
		DISPLAY "EULRNOTC: NO DIGEST " WS-NTC-DGST-NAME
			" - NO PARM-CHG OR MISMATCH NOTICES TONIGHT"
	END-IF.

	DIGEST-ROW-PARA.
	READ EULDGST-FILE INTO WS-DGST-LINE
		AT END MOVE 1 TO WS-NTC-EOF
	END-READ.
	IF WS-NTC-EOF = 1 THEN
		EXIT PARAGRAPH
	END-IF.
	IF WS-DGST-STATUS NOT = "PARM-CHG" AND
			WS-DGST-STATUS NOT = "MISMATCH" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-DGST-PROBLEM-ID TO WS-REF-FIND-ID.
	PERFORM REF-FIND-PARA.
	IF WS-REF-IX = 0 THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE WS-REF-ID(WS-REF-IX) TO WS-NTC-NEW-PROBLEM.
	MOVE WS-DGST-RUN-ID TO WS-NTC-NEW-RUN-ID.
	MOVE SPACES TO WS-NTC-NEW-NEW.
	IF WS-DGST-STATUS = "PARM-CHG" THEN
		MOVE 2 TO WS-NTC-NEW-TYPE
		MOVE WS-REF-BLESSED(WS-REF-IX) TO WS-NTC-NEW-PRIOR
		IF WS-NTC-EX-RUN-ID(WS-REF-IX) = WS-DGST-RUN-ID THEN
			MOVE WS-NTC-EX-CARD(WS-REF-IX) TO WS-NTC-NEW-NEW
		END-IF
	ELSE
		MOVE 3 TO WS-NTC-NEW-TYPE
		MOVE WS-REF-EXPECT(WS-REF-IX) TO WS-NTC-WIDE
		PERFORM WIDE-TEXT-PARA
		MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-PRIOR
		IF WS-NTC-EX-RUN-ID(WS-REF-IX) = WS-DGST-RUN-ID THEN
			MOVE WS-NTC-EX-RESULT(WS-REF-IX) TO WS-NTC-WIDE
			PERFORM WIDE-TEXT-PARA
			MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-NEW
		ELSE
			MOVE FUNCTION TRIM(WS-DGST-LINE(11:23)) TO WS-NTC-NEW-NEW
		END-IF
	END-IF.
	PERFORM EVENT-ADD-PARA.

*> BLESS: the expected answer (or, failing that, the blessed card)
*> on EULREF is not what it was
	BLESS-EVENT-PARA.
	IF WS-NTC-ST-SEEN(WS-K) NOT = "Y" THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 4 TO WS-NTC-NEW-TYPE.
	MOVE WS-REF-ID(WS-K) TO WS-NTC-NEW-PROBLEM.
	MOVE WS-NTC-BLESS-RUN-ID TO WS-NTC-NEW-RUN-ID.
	IF WS-REF-EXPECT(WS-K) NOT = WS-NTC-ST-EXPECT(WS-K) THEN
		MOVE WS-NTC-ST-EXPECT(WS-K) TO WS-NTC-WIDE
		PERFORM WIDE-TEXT-PARA
		MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-PRIOR
		MOVE WS-REF-EXPECT(WS-K) TO WS-NTC-WIDE
		PERFORM WIDE-TEXT-PARA
		MOVE WS-NTC-WIDE-TEXT TO WS-NTC-NEW-NEW
		PERFORM EVENT-ADD-PARA
	ELSE
		IF WS-REF-BLESSED(WS-K) NOT = WS-NTC-ST-BLESSED(WS-K) THEN
			MOVE WS-NTC-ST-BLESSED(WS-K) TO WS-NTC-NEW-PRIOR
			MOVE WS-REF-BLESSED(WS-K) TO WS-NTC-NEW-NEW
			PERFORM EVENT-ADD-PARA
		END-IF
	END-IF.

*> CACHE: the E10PRIME stats record is not the one last seen - a
*> rebuild or a top-up - raised under EULER10, the cache's builder
	CACHE-EVENT-PARA.
	IF WS-NTC-ST-CACHE-SEEN NOT = "Y" OR WS-NTC-STAT-SEEN NOT = "Y"
			OR WS-NTC-STAT-IMAGE = WS-NTC-ST-STAT-IMAGE THEN
		EXIT PARAGRAPH
	END-IF.
	MOVE 5 TO WS-NTC-NEW-TYPE.
	MOVE "EULER10" TO WS-NTC-NEW-PROBLEM.
	MOVE WS-E10-STAT-RUN-ID TO WS-NTC-NEW-RUN-ID.
	MOVE SPACES TO WS-NTC-NEW-NEW.
	STRING "CEILING " WS-E10-STAT-CEILING " COUNT " WS-E10-STAT-COUNT
		" BUILT " WS-E10-STAT-DATE
		DELIMITED BY SIZE INTO WS-NTC-NEW-NEW
	END-STRING.
	MOVE WS-NTC-ST-STAT-IMAGE TO WS-E10-STAT-RECORD.
	MOVE SPACES TO WS-NTC-NEW-PRIOR.
	STRING "CEILING " WS-E10-STAT-CEILING " COUNT " WS-E10-STAT-COUNT
		" BUILT " WS-E10-STAT-DATE
		DELIMITED BY SIZE INTO WS-NTC-NEW-PRIOR
	END-STRING.
	MOVE WS-NTC-STAT-IMAGE TO WS-E10-STAT-RECORD.
	PERFORM EVENT-ADD-PARA.

	EVENT-ADD-PARA.
	IF WS-NTC-EV-COUNT = 200 THEN
		ADD 1 TO WS-NTC-EV-DROPPED
		EXIT PARAGRAPH
	END-IF.
	ADD 1 TO WS-NTC-EV-COUNT.
	MOVE WS-NTC-NEW-TYPE TO WS-NTC-EV-TYPE(WS-NTC-EV-COUNT).
	MOVE WS-NTC-NEW-PROBLEM TO WS-NTC-EV-PROBLEM(WS-NTC-EV-COUNT).
	MOVE WS-NTC-NEW-RUN-ID TO WS-NTC-EV-RUN-ID(WS-NTC-EV-COUNT).
	MOVE WS-NTC-NEW-PRIOR TO WS-NTC-EV-PRIOR(WS-NTC-EV-COUNT).
	MOVE WS-NTC-NEW-NEW TO WS-NTC-EV-NEW(WS-NTC-EV-COUNT).

*> a 36-digit answer as text without its leading zeros
	WIDE-TEXT-PARA.
	MOVE 0 TO WS-NTC-ZEROS.
	INSPECT WS-NTC-WIDE-X TALLYING WS-NTC-ZEROS FOR LEADING "0".
	IF WS-NTC-ZEROS = 36 THEN
		MOVE "0" TO WS-NTC-WIDE-TEXT
	ELSE
		MOVE WS-NTC-WIDE-X(WS-NTC-ZEROS + 1:) TO WS-NTC-WIDE-TEXT
	END-IF.

*> One subscriber's notice: every event a subscription of theirs
*> asks for, each once however many of their records match it
	DELIVER-PARA.
	MOVE SPACES TO WS-NTC-FILE-NAME.
	STRING "NTC" WS-NTC-SUBR(WS-J) DELIMITED BY SPACE
		INTO WS-NTC-FILE-NAME
	END-STRING.
	IF WS-MODE-IS-SBOX THEN
		STRING "NTC" WS-NTC-SUBR(WS-J) DELIMITED BY SPACE
			".T" DELIMITED BY SIZE
			INTO WS-NTC-FILE-NAME
		END-STRING
	END-IF.
	OPEN OUTPUT NOTICE-FILE.
	MOVE WS-NTC-SUBR(WS-J) TO WS-NTC-HDR-SUB.
	MOVE WS-BUS-DATE TO WS-NTC-HDR-DATE.
	MOVE WS-SUITE-RUN-ID TO WS-NTC-HDR-RUN-ID.
	WRITE NOTICE-RECORD FROM WS-NTC-HDR.
	MOVE 0 TO WS-NTC-SUB-EVENTS.
	PERFORM DELIVER-EVENT-PARA VARYING WS-E FROM 1 BY 1
		UNTIL WS-E > WS-NTC-EV-COUNT.
	MOVE WS-NTC-SUB-EVENTS TO WS-NTC-TRL-COUNT.
	WRITE NOTICE-RECORD FROM WS-NTC-TRL.
	CLOSE NOTICE-FILE.
	ADD WS-NTC-SUB-EVENTS TO WS-NTC-DELIVERED.
	IF NOT WS-MODE-IS-TEST THEN
		PERFORM LOG-WRITE-PARA
	END-IF.

	DELIVER-EVENT-PARA.
	MOVE "N" TO WS-NTC-TAKE.
	PERFORM DELIVER-MATCH-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-NTC-SUB-COUNT OR WS-NTC-TAKE = "Y".
	IF WS-NTC-TAKE = "Y" THEN
		MOVE WS-NTC-EVENT-NAME(WS-NTC-EV-TYPE(WS-E))
			TO WS-NTC-EVT-TYPE
		MOVE WS-NTC-EV-PROBLEM(WS-E) TO WS-NTC-EVT-PROBLEM
		MOVE WS-NTC-EV-RUN-ID(WS-E) TO WS-NTC-EVT-RUN-ID
		MOVE WS-NTC-EV-PRIOR(WS-E) TO WS-NTC-EVT-PRIOR
		MOVE WS-NTC-EV-NEW(WS-E) TO WS-NTC-EVT-NEW
		WRITE NOTICE-RECORD FROM WS-NTC-EVT
		ADD 1 TO WS-NTC-SUB-EVENTS
	END-IF.

	DELIVER-MATCH-PARA.
	MOVE WS-NTC-SUB-ROW(WS-K) TO WS-SUB-RECORD.
	IF WS-SUB-ID = WS-NTC-SUBR(WS-J)
			AND (WS-SUB-PROBLEM = "*"
				OR WS-SUB-PROBLEM = WS-NTC-EV-PROBLEM(WS-E))
			AND WS-SUB-FLAG(WS-NTC-EV-TYPE(WS-E)) = "Y" THEN
		MOVE "Y" TO WS-NTC-TAKE
	END-IF.

	LOG-WRITE-PARA.
	MOVE WS-BUS-DATE TO WS-NLOG-DATE.
	MOVE WS-SUITE-RUN-ID TO WS-NLOG-RUN-ID.
	MOVE WS-NTC-SUBR(WS-J) TO WS-NLOG-SUB.
	MOVE WS-NTC-FILE-NAME TO WS-NLOG-FILE.
	MOVE WS-NTC-SUB-EVENTS TO WS-NLOG-COUNT.
	IF WS-NTC-SUB-EVENTS > 0 THEN
		MOVE "SENT" TO WS-NLOG-STATUS
	ELSE
		MOVE "NOTHING" TO WS-NLOG-STATUS
	END-IF.
	OPEN EXTEND EULRNLOG-FILE.
	IF WS-NTC-LOG-STATUS NOT = "00" THEN
		OPEN OUTPUT EULRNLOG-FILE
	END-IF.
	WRITE EULRNLOG-RECORD FROM WS-NTC-LOG-LINE.
	CLOSE EULRNLOG-FILE.

*> The state moves on to what was seen tonight - a problem with no
*> history row yet keeps its last run id and answer
	STATE-WRITE-PARA.
	OPEN OUTPUT EULRNSTA-FILE.
	PERFORM STATE-PUT-PARA VARYING WS-K FROM 1 BY 1
		UNTIL WS-K > WS-REF-COUNT.
	IF WS-NTC-STAT-SEEN = "Y" THEN
		MOVE SPACES TO WS-NST-RECORD
		MOVE "*CACHE*" TO WS-NST-PROBLEM-ID
		MOVE WS-NTC-STAT-IMAGE TO WS-NST-STAT-IMAGE
		WRITE EULRNSTA-RECORD FROM WS-NST-RECORD
	END-IF.
	CLOSE EULRNSTA-FILE.

	STATE-PUT-PARA.
	MOVE SPACES TO WS-NST-RECORD.
	MOVE WS-REF-ID(WS-K) TO WS-NST-PROBLEM-ID.
	IF WS-NTC-EX-SEEN(WS-K) = "Y" THEN
		MOVE WS-NTC-EX-RUN-ID(WS-K) TO WS-NST-RUN-ID
		MOVE WS-NTC-EX-RESULT(WS-K) TO WS-NST-RESULT
	ELSE
		IF WS-NTC-ST-SEEN(WS-K) = "Y" THEN
			MOVE WS-NTC-ST-RUN-ID(WS-K) TO WS-NST-RUN-ID
			MOVE WS-NTC-ST-RESULT(WS-K) TO WS-NST-RESULT
		ELSE
			MOVE 0 TO WS-NST-RESULT
		END-IF
	END-IF.
	MOVE WS-REF-EXPECT(WS-K) TO WS-NST-EXPECT.
	MOVE WS-REF-BLESSED(WS-K) TO WS-NST-BLESSED.
	WRITE EULRNSTA-RECORD FROM WS-NST-RECORD.

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
	COPY EXPRMAP.
	COPY REFTABP.
