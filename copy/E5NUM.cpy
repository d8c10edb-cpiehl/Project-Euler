*> E5NUM.cpy - EULER5's list-mode input E5NUMS (LINE SEQUENTIAL): the
*> set of numbers whose LCM and GCD are wanted - cycle lengths, say,
*> that are not a contiguous 1-through-N range. Layout contract, the
*> same control-record discipline as the other transfer files (see
*> E10HDR.cpy):
*>   first record:  "HDR " + list name (cols 05-24, free text carried
*>                  onto the report's parameter line)
*>   data records:  one number per record, digits left-justified from
*>                  col 1, 1 to 18 digits, 1 or greater, blank after
*>   last record:   "TRL " + count of data records (cols 05-13)
*> A missing or unbalanced control record, or any bad number, rejects
*> the whole list - an LCM over part of a set answers nobody's
*> question.
       01  WS-E5-NUMS-BUF.
           05 WS-E5-NUMS-TAG          PIC X(04).
           05 FILLER                  PIC X(36).
       01  WS-E5-NUMS-HDR REDEFINES WS-E5-NUMS-BUF.
           05 FILLER                  PIC X(04).
           05 WS-E5-NUMS-LIST-NAME    PIC X(20).
           05 FILLER                  PIC X(16).
       01  WS-E5-NUMS-TRL REDEFINES WS-E5-NUMS-BUF.
           05 FILLER                  PIC X(04).
           05 WS-E5-NUMS-TRL-COUNT    PIC X(09).
           05 FILLER                  PIC X(27).
