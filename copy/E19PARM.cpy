*> E19PARM.cpy - control record for EULER19: the span of dates whose
*> firsts of the month are examined, and the weekday counted.
*> Card layout (E19PARM, LINE SEQUENTIAL):
*>   cols 01-08  start date, YYYYMMDD (1601 or later)
*>   col  09     space
*>   cols 10-17  end date, YYYYMMDD, not before the start
*>   col  18     space
*>   cols 19-21  weekday counted: MON TUE WED THU FRI SAT SUN
       01  WS-E19-PARM-CARD.
           05 WS-E19-START-X          PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-E19-END-X            PIC X(08).
           05 FILLER                  PIC X(01).
           05 WS-E19-DAY-X            PIC X(03).
