*> LINPRC.cpy - procedure text for the input-lineage log (record and
*> the why in LINDAT.cpy). COPY into PROCEDURE DIVISION; requires
*> LINDAT.cpy, RUNIDP/BDATPRC for the stamps, WS-RPT-PROBLEM-ID set,
*> and SELECT/FD EULRLIN-FILE (ASSIGN TO WS-SHAD-LIN-NAME so an SBOX
*> rehearsal logs into its shadow, LINE SEQUENTIAL, FILE STATUS
*> WS-LIN-STATUS, 111-byte record). Per shared input: set
*> WS-LIN-DATASET, WS-LIN-SOURCE-RUN, and WS-LIN-STAMP, then PERFORM
*> LIN-NOTE-PARA when the dataset is opened - suppressed in TEST mode
*> at the call site like every shared-file write. A dataset already
*> logged this run under the same stamp is not logged again.
       LIN-NOTE-PARA.
           MOVE WS-LIN-DATASET TO WS-LIN-SEEN-KEY-DSN.
           MOVE WS-LIN-STAMP TO WS-LIN-SEEN-KEY-STAMP.
           MOVE 0 TO WS-LIN-FOUND.
           PERFORM LIN-SEEN-PARA VARYING WS-LIN-K FROM 1 BY 1
               UNTIL WS-LIN-K > WS-LIN-SEEN-COUNT.
           IF WS-LIN-FOUND = 0 THEN
               IF WS-LIN-SEEN-COUNT < 20 THEN
                   ADD 1 TO WS-LIN-SEEN-COUNT
                   MOVE WS-LIN-SEEN-KEY TO WS-LIN-SEEN(WS-LIN-SEEN-COUNT)
               END-IF
               PERFORM RUNID-ENSURE-PARA
               PERFORM BDATE-ENSURE-PARA
               MOVE SPACES TO WS-LIN-RECORD
               MOVE WS-SUITE-RUN-ID TO WS-LIN-REC-RUN-ID
               MOVE WS-RPT-PROBLEM-ID TO WS-LIN-REC-PROGRAM
               MOVE WS-BUS-DATE TO WS-LIN-REC-DATE
               MOVE WS-LIN-DATASET TO WS-LIN-REC-DATASET
               MOVE WS-LIN-SOURCE-RUN TO WS-LIN-REC-SOURCE-RUN
               MOVE WS-LIN-STAMP TO WS-LIN-REC-STAMP
               OPEN EXTEND EULRLIN-FILE
               IF WS-LIN-STATUS NOT = "00" THEN
                   OPEN OUTPUT EULRLIN-FILE
               END-IF
               WRITE EULRLIN-FILE-RECORD FROM WS-LIN-RECORD
               CLOSE EULRLIN-FILE
           END-IF.

       LIN-SEEN-PARA.
           IF WS-LIN-SEEN(WS-LIN-K) = WS-LIN-SEEN-KEY THEN
               MOVE 1 TO WS-LIN-FOUND
           END-IF.
