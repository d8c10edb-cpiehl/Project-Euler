*> MSGDAT.cpy - working storage for the suite's console message log
*> (EULRMLOG, LINE SEQUENTIAL, opened EXTEND - procedure text in
*> MSGPRC.cpy). EULRDIAG records rejections, but everything else a
*> program says - EULER10's progress lines, the E10SPF build, the
*> degraded-mode notes when E10SPF, EULRFDB, or E14MEMO cannot be
*> had, restarts from a checkpoint - went to the console only and
*> was gone once the scheduler's log rolled. Each such message now
*> carries a message id, catalogued with its severity and meaning in
*> the message catalog EULRMCAT (the counterpart of EULRECAT), and
*> is appended here stamped with the run id and business date, so
*> EULRMSGQ can replay a night by run id or find every occurrence of
*> one message id.
*> Message ids are seven characters: a three-character source tag
*> (E10 for EULER10, SPF for the E10SPF service, ...), a three-digit
*> number, and a severity letter - I information, W warning.
*> Record layout (EULRMLOG):
*>   cols 001-016  run correlation id
*>   cols 018-025  business date, 027-034 time written
*>   cols 036-043  program
*>   cols 045-051  message id
*>   cols 053-056  severity: INFO / WARN
*>   cols 058-137  message text
*> Catalog layout (EULRMCAT): cols 01-07 message id, 09-12 severity,
*> 14-73 what the message means.
       01  WS-MSG-STATUS              PIC XX VALUE SPACES.
       01  WS-MSG-PROGRAM             PIC X(08) VALUE SPACES.
       01  WS-MSG-ID                  PIC X(07) VALUE SPACES.
       01  WS-MSG-TEXT                PIC X(80) VALUE SPACES.
       01  WS-MSG-RECORD.
           05 WS-MSG-REC-RUN-ID       PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-TIME         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-PROGRAM      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-ID           PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-SEVERITY     PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-MSG-REC-TEXT         PIC X(80).
