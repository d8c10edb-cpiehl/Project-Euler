*> LINDAT.cpy - working storage for the input-lineage log (EULRLIN,
*> LINE SEQUENTIAL, opened EXTEND - procedure text in LINPRC.cpy and,
*> for the prime cache, LINCPRC.cpy). The output manifest (EULRMANI)
*> says what a run produced, but nothing recorded what it read - when
*> a result was questioned, nobody could say which E10PRIME build it
*> was computed against, which E8SERLIB series EULER8 used, or what
*> E14MEMO state EULER14 started from. Every producer that opens a
*> shared input now appends one lineage record per dataset per run:
*> its run id, the dataset, the run id of the build that produced it
*> where the dataset carries one, and the dataset's identifying
*> stamp. The EULRLINQ inquiry lists a run's inputs, or every run
*> that read a given build.
*> Record layout (EULRLIN):
*>   cols 01-16   run correlation id of the consuming run
*>   cols 18-25   consuming program id
*>   cols 27-34   business date
*>   cols 36-43   dataset name
*>   cols 45-60   run id of the build that produced the dataset
*>                (blank when the dataset carries none)
*>   cols 62-111  the dataset's identifying stamp (stats, series
*>                identity, header, request id ...)
       01  WS-LIN-STATUS              PIC XX VALUE SPACES.
       01  WS-LIN-PSTAT-STATUS        PIC XX VALUE SPACES.
       01  WS-LIN-DATASET             PIC X(08) VALUE SPACES.
       01  WS-LIN-SOURCE-RUN          PIC X(16) VALUE SPACES.
       01  WS-LIN-STAMP               PIC X(50) VALUE SPACES.
       01  WS-LIN-RECORD.
           05 WS-LIN-REC-RUN-ID       PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LIN-REC-PROGRAM      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LIN-REC-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LIN-REC-DATASET      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LIN-REC-SOURCE-RUN   PIC X(16).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LIN-REC-STAMP        PIC X(50).
*> the prime cache's stats record (E10STAT.cpy's layout, read under
*> its own name so a program holding E10STAT.cpy as well is not
*> disturbed) - the cache's build identity
       01  WS-LIN-PSTAT-RECORD.
           05 WS-LIN-PSTAT-COUNT      PIC 9(09).
           05 FILLER                  PIC X(01).
           05 WS-LIN-PSTAT-HIGHEST    PIC 9(12).
           05 FILLER                  PIC X(01).
           05 WS-LIN-PSTAT-CEILING    PIC 9(12).
           05 FILLER                  PIC X(01).
           05 WS-LIN-PSTAT-DATE       PIC 9(08).
           05 FILLER                  PIC X(01).
           05 WS-LIN-PSTAT-SUM-WIDE   PIC 9(36).
           05 FILLER                  PIC X(01).
           05 WS-LIN-PSTAT-RUN-ID     PIC X(16).
*> the dataset/stamp pairs already logged this run - one record
*> each, however many times the program opens the file (EULER8 reads
*> several series out of one library, each with its own stamp)
       01  WS-LIN-SEEN-KEY.
           05 WS-LIN-SEEN-KEY-DSN     PIC X(08).
           05 WS-LIN-SEEN-KEY-STAMP   PIC X(50).
       01  WS-LIN-SEEN-TABLE.
           05 WS-LIN-SEEN             PIC X(58) OCCURS 20 TIMES
                                      VALUE SPACES.
       01  WS-LIN-SEEN-COUNT          PIC 9(02) VALUE 0.
       01  WS-LIN-K                   PIC 9(02) VALUE 0.
       01  WS-LIN-FOUND               PIC 9 VALUE 0.
