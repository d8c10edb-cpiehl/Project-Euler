*> LINCPRC.cpy - the input-lineage stamp for the prime cache and its
*> segment archive (see LINDAT.cpy). COPY into PROCEDURE DIVISION
*> alongside LINPRC.cpy; also requires SELECT/FD LIN-PSTAT-FILE
*> (ASSIGN TO "E10PSTAT", LINE SEQUENTIAL, FILE STATUS
*> WS-LIN-PSTAT-STATUS, 98-byte record). Set WS-LIN-DATASET to
*> "E10PRIME" or "E10SEG" and PERFORM LIN-CACHE-PARA where the file
*> is opened: the build's identity is its E10PSTAT stats record -
*> ceiling, prime count, build date, and the run id of the build
*> (blank on a stats record written before the run id was kept). No
*> stats record means an uncertified cache, and is stamped so.
       LIN-CACHE-PARA.
           MOVE SPACES TO WS-LIN-SOURCE-RUN.
           MOVE SPACES TO WS-LIN-STAMP.
           MOVE SPACES TO WS-LIN-PSTAT-RECORD.
           OPEN INPUT LIN-PSTAT-FILE.
           IF WS-LIN-PSTAT-STATUS = "00" THEN
               READ LIN-PSTAT-FILE INTO WS-LIN-PSTAT-RECORD
                   AT END MOVE "10" TO WS-LIN-PSTAT-STATUS
               END-READ
               CLOSE LIN-PSTAT-FILE
           END-IF.
           IF WS-LIN-PSTAT-STATUS = "00" THEN
               MOVE WS-LIN-PSTAT-RUN-ID TO WS-LIN-SOURCE-RUN
               STRING "CEIL " WS-LIN-PSTAT-CEILING
                   " CNT " WS-LIN-PSTAT-COUNT
                   " BUILT " WS-LIN-PSTAT-DATE
                   DELIMITED BY SIZE INTO WS-LIN-STAMP
               END-STRING
           ELSE
               MOVE "NO E10PSTAT - CACHE NOT CERTIFIED" TO WS-LIN-STAMP
           END-IF.
           PERFORM LIN-NOTE-PARA.
