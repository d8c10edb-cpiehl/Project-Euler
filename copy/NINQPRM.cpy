*> NINQPRM.cpy - control cards for EULRNINQ, the number-profile
*> inquiry: the numbers to profile, one page each. Any number of
*> cards; each card carries one or more numbers separated by blanks
*> or commas, free position. Every number is 1 to 18 digits and at
*> least 1; up to fifty numbers a run, a number repeated is profiled
*> once. A non-numeric or over-long entry rejects the run.
*> Card layout (NINQPARM, LINE SEQUENTIAL):
*>   cols 01-80  numbers, e.g. "220 284 8128 999999999989"
       01  WS-NINQ-PARM-CARD          PIC X(80).
