*> DFRQPRM.cpy - control record for EULRDFRQ, the digit-frequency
*> profile of the E8SERLIB series library: which series to profile
*> and the chi-square figure past which a series' digit distribution
*> is flagged as non-uniform. The card itself is optional - a
*> missing DFRQPARM profiles every series at the default threshold.
*> Card layout (DFRQPARM, LINE SEQUENTIAL):
*>   cols 01-08  series id to profile (blank for every series on the
*>               library)
*>   cols 10-15  uniformity threshold, two implied decimals (002167
*>               is 21.67, the default when blank - the one-percent
*>               point of chi-square on the nine degrees of freedom
*>               ten digits give)
       01  WS-DFRQ-PARM-CARD.
           05 WS-DFRQ-SERIES          PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-DFRQ-LIMIT-X         PIC X(06).
           05 WS-DFRQ-LIMIT-N REDEFINES WS-DFRQ-LIMIT-X
                                      PIC 9(04)V9(02).
