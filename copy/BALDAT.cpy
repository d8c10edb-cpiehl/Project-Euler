*> BALDAT.cpy - working storage for the run-balancing control totals
*> (EULRBAL, LINE SEQUENTIAL, opened EXTEND - procedure text in
*> BALPRC.cpy). The manifest says how many lines a report got and
*> the data-quality reports list what was refused, but nothing ever
*> proved the two sides of a step tie out - a number read and then
*> neither answered nor refused simply vanished. Every file-
*> processing program now posts, per input file and output file it
*> balances, how many records came in, how many a restart carried
*> forward from the run it resumes, how many went out, and how many
*> it refused, stamped with its run id; the nightly EULRBALR report
*> proves in + carried forward = out + rejected on every posting and
*> names the program and files of any that does not. The counts are
*> taken at different points on purpose - in as the input is read,
*> out as the output is written - so the proof means something.
*> Record layout (EULRBAL):
*>   cols 01-16   run correlation id of the posting run
*>   cols 18-25   posting program id
*>   cols 27-34   business date
*>   cols 36-43   input file balanced
*>   cols 45-52   output file balanced against it
*>   cols 54-62   records in (read this run)
*>   cols 64-72   records carried forward (already on the output
*>                from the run a restart resumes; zero otherwise)
*>   cols 74-82   records out (written to the output file)
*>   cols 84-92   records rejected (refused, reported, not written)
       01  WS-BAL-STATUS              PIC XX VALUE SPACES.
       01  WS-BAL-IN-FILE             PIC X(08) VALUE SPACES.
       01  WS-BAL-OUT-FILE            PIC X(08) VALUE SPACES.
       01  WS-BAL-IN                  PIC 9(09) VALUE 0.
       01  WS-BAL-CARRIED             PIC 9(09) VALUE 0.
       01  WS-BAL-OUT                 PIC 9(09) VALUE 0.
       01  WS-BAL-REJECTED            PIC 9(09) VALUE 0.
       01  WS-BAL-RECORD.
           05 WS-BAL-REC-RUN-ID       PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-PROGRAM      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-IN-FILE      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-OUT-FILE     PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-IN           PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-CARRIED      PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-OUT          PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-BAL-REC-REJECTED     PIC 9(09).
