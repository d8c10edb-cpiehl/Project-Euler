*>             number under the bound is one keyed READ; past the
*>             bound or with no table the cache-fed trial division
*>             runs exactly as before.
*> 2026-10-15  each number's aliquot sum starts with a lookup on the
*>             persistent factorization store EULRFDB (FDBDAT.cpy/
*>             FDBPRC.cpy/FDBREC.cpy): a verified record supplies the
*>             primes and exponents sigma is built from, with no
*>             division at all, and a miss is factored as before and
*>             recorded on the store - a rerun of the same AMICPARM
*>             range, or a chain walk through numbers EULER3 or
*>             EULER12 already proved, is keyed READs. No store on
*>             file factors as before.
*> 2026-10-15  every open of the shared prime cache now appends an
*>             input-lineage record (LINDAT.cpy/LINPRC.cpy/LINCPRC.cpy,
*>             EULRLIN) carrying this run id, the dataset, and the
*>             build's identity off E10PSTAT (ceiling, count, build
*>             date, and the building run id); the E10SPF factor
*>             table, when usable, is stamped with its bound. A
*>             questioned result can be traced to the cache
*>             generation it was computed against.
*> 2026-10-15  the E10PRIME cache's and the E10SPF table's content total
*>             is recomputed before it is opened and checked against the
*>             dataset-control registry EULRDCTL (DCTLDAT.cpy,
*>             DCTLPRC.cpy, DCTLCPRC.cpy); a mismatch - a file edited,
*>             partly restored, or copied from the wrong generation - is
*>             diagnostic DC01 with a CRIT notification on EULRNOTQ, and
*>             the run stops with RETURN-CODE 16 instead of answering
*>             from it.
*> 2026-10-15  the checkpoint restart note (AMC001I) and the
*>             E10SPF/EULRFDB notes carry message ids (EULRMCAT) and are
*>             appended to the message log EULRMLOG
*>             (MSGDAT.cpy/MSGPRC.cpy).
*> 2026-10-15  a run whose business date falls in a business month
*>             closed on the period-control file EULRPCTL
*>             (PCTLDAT.cpy/PCTLPRC.cpy/PCTLGPRC.cpy, closed and
*>             reopened with EULRPCLS) is refused with diagnostic PC01
*>             and RETURN-CODE 16 before anything is written - no audit
*>             line, which would itself stamp the closed date. A
*>             TEST-mode run stamps nothing and is let through.

IDENTIFICATION DIVISION.
PROGRAM-ID. EULRAMIC.
		ACCESS MODE RANDOM
		RECORD KEY WS-SPF-KEY
		FILE STATUS WS-SPF-STATUS.
	SELECT EULRFDB-FILE ASSIGN TO "EULRFDB"
		ORGANIZATION INDEXED
		ACCESS MODE RANDOM
		RECORD KEY WS-FDB-KEY
		FILE STATUS WS-FDB-STATUS.
	SELECT RANGE-CKPT-FILE ASSIGN TO "AMICCKPT"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-RCKPT-STATUS.
	SELECT EULRLREG-FILE ASSIGN TO "EULRLREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-LREG-STATUS.
	SELECT EULRVREG-FILE ASSIGN TO "EULRVREG"
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-VREG-STATUS.
	SELECT EULRDIAG-FILE ASSIGN TO WS-SHAD-DIAG-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-DIAG-STATUS.
	SELECT EULRMANI-FILE ASSIGN TO WS-SHAD-MANI-NAME
		ORGANIZATION LINE SEQUENTIAL
		FILE STATUS WS-MAN-STATUS.
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
	SELECT DCTL-SPF-FILE ASSIGN TO "E10SPF"
		ORGANIZATION INDEXED
		ACCESS MODE SEQUENTIAL
		RECORD KEY DCTL-SPF-KEY
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
FD  AMICPARM-FILE.
FD  E10SPF-FILE.
	COPY E10SPFR.

FD  EULRFDB-FILE.
	COPY FDBREC.

FD  RANGE-CKPT-FILE.
01  RANGE-CKPT-RECORD              PIC X(55).

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
01  SHAD-WIPE-RECORD               PIC X(08).
FD  EULRMANI-FILE.
01  EULRMANI-FILE-RECORD           PIC X(63).
FD  EULRLIN-FILE.
01  EULRLIN-FILE-RECORD            PIC X(111).
FD  LIN-PSTAT-FILE.
01  LIN-PSTAT-RECORD               PIC X(98).
FD  EULRDCTL-FILE.
01  EULRDCTL-FILE-RECORD           PIC X(66).
FD  DCTL-PRIME-FILE.
01  DCTL-PRIME-RECORD              PIC X(40).
FD  DCTL-SPF-FILE.
01  DCTL-SPF-RECORD.
	05 DCTL-SPF-KEY              PIC 9(12).
	05 FILLER                    PIC X(12).
FD  EULRNOTQ-FILE.
01  EULRNOTQ-FILE-RECORD           PIC X(118).
FD  EULRMLOG-FILE.
01  EULRMLOG-FILE-RECORD           PIC X(137).
FD  EULRPCTL-FILE.
01  EULRPCTL-FILE-RECORD           PIC X(40).
	WORKING-STORAGE SECTION.
	COPY E10PRM.
	COPY SPFDAT.
	COPY FDBDAT.
	COPY DTLHDR.
	COPY RPTHDR.
	COPY NUMEDIT.
	COPY SUITECFG.
	COPY SHADDAT.
	COPY MSGDAT.
	COPY DCTLDAT.
	COPY NOTDAT.
	COPY LINDAT.
	COPY MANDAT.
	COPY AUDDAT.
	COPY DIAGDAT.
	COPY LREGDAT.
	COPY VREGDAT.
	COPY RUNID.
	COPY BDATDAT.
	COPY PCTLDAT.
	COPY RNGCKPT.

	01 WS-AMIC-PARM-STATUS PIC XX VALUE SPACES.
	01 WS-AMIC-TERM PIC 9(18) VALUE 0.
	01 WS-AMIC-POWER PIC 9(18) VALUE 0.
	01 WS-AMIC-OVER PIC 9 VALUE 0.
	01 WS-AMIC-EXP PIC 9(2) VALUE 0.
	01 WS-AMIC-HOW PIC X(01) VALUE SPACE.
	01 WS-AMIC-IN PIC 9(12) VALUE 0.
	01 WS-AMIC-ALIQUOT PIC 9(12) VALUE 0.


PROCEDURE DIVISION.
	A-PARA.
	MOVE "EULRAMIC" TO WS-MSG-PROGRAM.
	ACCEPT WS-RPT-START-TIME FROM TIME.
	PERFORM CONFIG-READ-PARA.
	PERFORM SBOX-APPLY-PARA.
	MOVE "EULRAMIC" TO WS-RPT-PROBLEM-ID.
	PERFORM PCTL-GUARD-PARA.
	PERFORM P-PARA.
	IF WS-AMIC-REJECTED = 1 THEN
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	PERFORM CACHE-LOAD-PARA.
	PERFORM DCTL-SPF-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	PERFORM SPF-INIT-PARA.
	IF WS-SPF-AVAILABLE = 1 AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10SPF" TO WS-LIN-DATASET
		MOVE SPACES TO WS-LIN-SOURCE-RUN
		MOVE SPACES TO WS-LIN-STAMP
		STRING "BOUND " WS-SPF-BOUND DELIMITED BY SIZE INTO WS-LIN-STAMP
		END-STRING
		PERFORM LIN-NOTE-PARA
	END-IF.
	PERFORM FDB-INIT-PARA.
	PERFORM RCKPT-READ-PARA.
	IF WS-RCKPT-IS-RESTART THEN
		OPEN EXTEND AMICRPT-FILE
		MOVE 0 TO WS-DTL-LINE-COUNT
		MOVE WS-RCKPT-AUX1 TO WS-AMIC-PAIRS
		MOVE WS-RCKPT-AUX2 TO WS-AMIC-CHAINS
		MOVE "AMC001I" TO WS-MSG-ID
		STRING "RESTARTING THE RANGE AFTER "
			WS-RCKPT-LAST-VALUE
			DELIMITED BY SIZE INTO WS-MSG-TEXT
		END-STRING
		PERFORM MSG-PARA
	ELSE
		PERFORM DTL-INIT-PARA
	END-IF.
	END-IF.
	PERFORM RCKPT-CLEAR-PARA.
	PERFORM SPF-CLOSE-PARA.
	PERFORM FDB-CLOSE-PARA.
	DISPLAY "EULRAMIC: " WS-AMIC-PAIRS " AMICABLE PAIR(S), "
		WS-AMIC-CHAINS " LONGER CHAIN(S) IN THE RANGE".
	MOVE WS-AMIC-PAIRS TO WS-RPT-RESULT.
*> trial division itself, so no trailer validation is needed here
*> (EULER3's CACHE-LOAD-PARA reasoning)
	CACHE-LOAD-PARA.
	PERFORM DCTL-PRIME-PASS-PARA.
	PERFORM DCTL-VERIFY-PARA.
	OPEN INPUT E10PRIME-FILE.
	IF WS-CACHE-STATUS = "00" AND NOT WS-MODE-IS-TEST THEN
		MOVE "E10PRIME" TO WS-LIN-DATASET
		PERFORM LIN-CACHE-PARA
	END-IF.
	IF WS-CACHE-STATUS = "00" THEN
		PERFORM CACHE-LOAD-ROW-PARA
			UNTIL WS-CACHE-EOF = 1 OR WS-CPRIME-COUNT = 10000
*> then subtract the number itself. A sigma that outruns 18 digits,
*> or an aliquot past the 12-digit work fields, sets WS-AMIC-OVER
*> and the caller leaves that number alone rather than wrapping.
*> A factorization already on the store feeds sigma directly; a
*> fresh one that ran to completion is recorded there.
	ALIQUOT-PARA.
	MOVE 0 TO WS-AMIC-OVER.
	MOVE WS-AMIC-IN TO WS-AMIC-N.
	MOVE 1 TO WS-AMIC-SIGMA.
	MOVE WS-AMIC-IN TO WS-FDB-N.
	PERFORM FDB-LOOKUP-PARA.
	IF WS-FDB-HIT = 1 THEN
		PERFORM ALIQUOT-STORED-PARA VARYING WS-FDB-IX FROM 1 BY 1
			UNTIL WS-FDB-IX > WS-FDB-W-COUNT OR WS-AMIC-OVER = 1
		MOVE 1 TO WS-AMIC-N
	ELSE
		MOVE 0 TO WS-FDB-W-COUNT
		IF WS-CPRIME-COUNT > 0 THEN
			MOVE 1 TO WS-CPRIME-IX
			MOVE WS-CPRIME(1) TO WS-AMIC-DIV
		ELSE
			MOVE 0 TO WS-CPRIME-IX
			MOVE 2 TO WS-AMIC-DIV
		END-IF
		PERFORM ALIQUOT-PRIME-PARA
			UNTIL WS-AMIC-N < 2 OR WS-AMIC-OVER = 1
		IF WS-AMIC-N < 2 THEN
			PERFORM FDB-STORE-PARA
		END-IF
	END-IF.
	IF WS-AMIC-OVER = 0 THEN
		IF WS-AMIC-SIGMA - WS-AMIC-IN > 999999999999 THEN
			MOVE 1 TO WS-AMIC-OVER
*> EULER3's answer-checking VERIFY pass makes unnecessary there but
*> which a full-range aliquot sweep cannot run without.
	ALIQUOT-PRIME-PARA.
	MOVE "T" TO WS-AMIC-HOW.
	IF WS-SPF-AVAILABLE = 1 AND WS-AMIC-N <= WS-SPF-BOUND THEN
		MOVE WS-AMIC-N TO WS-SPF-N
		PERFORM SPF-LOOKUP-PARA
		IF WS-SPF-RESULT > 0 THEN
			MOVE WS-SPF-RESULT TO WS-AMIC-DIV
			MOVE "S" TO WS-AMIC-HOW
		END-IF
	END-IF.
	IF WS-AMIC-DIV * WS-AMIC-DIV > WS-AMIC-N THEN
	IF WS-AMIC-MOD = ZERO THEN
		MOVE 1 TO WS-AMIC-TERM
		MOVE 1 TO WS-AMIC-POWER
		MOVE 0 TO WS-AMIC-EXP
		PERFORM ALIQUOT-POWER-PARA
			UNTIL WS-AMIC-MOD NOT = ZERO OR WS-AMIC-OVER = 1
		IF WS-AMIC-OVER = 0 THEN
				ON SIZE ERROR MOVE 1 TO WS-AMIC-OVER
			END-COMPUTE
		END-IF
		IF WS-FDB-W-COUNT < 20 THEN
			ADD 1 TO WS-FDB-W-COUNT
			MOVE WS-AMIC-DIV TO WS-FDB-W-PRIME(WS-FDB-W-COUNT)
			MOVE WS-AMIC-EXP TO WS-FDB-W-EXP(WS-FDB-W-COUNT)
			MOVE WS-AMIC-HOW TO WS-FDB-W-HOW(WS-FDB-W-COUNT)
		END-IF
	END-IF.
	PERFORM NEXT-DIV-PARA.

*> One stored prime's geometric series folded into sigma - the same
*> running term ALIQUOT-POWER-PARA builds, without the division
	ALIQUOT-STORED-PARA.
	MOVE WS-FDB-W-PRIME(WS-FDB-IX) TO WS-AMIC-DIV.
	MOVE 1 TO WS-AMIC-TERM.
	MOVE 1 TO WS-AMIC-POWER.
	PERFORM ALIQUOT-TERM-PARA VARYING WS-FDB-E FROM 1 BY 1
		UNTIL WS-FDB-E > WS-FDB-W-EXP(WS-FDB-IX) OR WS-AMIC-OVER = 1.
	IF WS-AMIC-OVER = 0 THEN
		COMPUTE WS-AMIC-SIGMA = WS-AMIC-SIGMA * WS-AMIC-TERM
			ON SIZE ERROR MOVE 1 TO WS-AMIC-OVER
		END-COMPUTE
	END-IF.

	ALIQUOT-TERM-PARA.
	COMPUTE WS-AMIC-POWER = WS-AMIC-POWER * WS-AMIC-DIV
		ON SIZE ERROR MOVE 1 TO WS-AMIC-OVER
	END-COMPUTE.
	IF WS-AMIC-OVER = 0 THEN
		COMPUTE WS-AMIC-TERM = WS-AMIC-TERM + WS-AMIC-POWER
			ON SIZE ERROR MOVE 1 TO WS-AMIC-OVER
		END-COMPUTE
	END-IF.

	ALIQUOT-POWER-PARA.
	COMPUTE WS-AMIC-POWER = WS-AMIC-POWER * WS-AMIC-DIV
		ON SIZE ERROR MOVE 1 TO WS-AMIC-OVER
	END-IF.
	IF WS-AMIC-OVER = 0 THEN
		DIVIDE WS-AMIC-DIV INTO WS-AMIC-N
		ADD 1 TO WS-AMIC-EXP
		DIVIDE WS-AMIC-N BY WS-AMIC-DIV
			GIVING WS-AMIC-NULL REMAINDER WS-AMIC-MOD
	END-IF.
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
	COPY DCTLPRC.
	COPY DCTLPPRC.
	COPY DCTLFPRC.
	COPY DCTLCPRC.
	COPY NOTPRC.
	COPY LINPRC.
	COPY LINCPRC.
	COPY MANPRC.
	COPY RNGCKPTP.
	COPY SPFPRC.
	COPY FDBPRC.
