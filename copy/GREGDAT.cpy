*> GREGDAT.cpy - working storage for the shared Gregorian calendar
*> service (see GREGPRC.cpy): leap year, date validity, day number,
*> day of week, days between two dates, and a day number back to a
*> date - done with the suite's own arithmetic on the Gregorian rules
*> (a leap year every fourth year, not the hundredth, but the four
*> hundredth), good for any date 1601-01-01 through 9999-12-31.
*> The day number counts 1601-01-01 as day 1, the same numbering as
*> FUNCTION INTEGER-OF-DATE that the run calendar (CALPRC.cpy) stamps
*> with, and the weekday index runs 1 Monday through 7 Sunday, the
*> run calendar's flag order - so either side can move to the other
*> without a renumbering.
*> Protocol, one paragraph per question:
*>   GREG-LEAP-PARA     WS-GREG-YEAR -> WS-GREG-IS-LEAP
*>   GREG-VALID-PARA    WS-GREG-DATE -> WS-GREG-IS-VALID (and the
*>                      month's length in WS-GREG-MONTH-DAYS)
*>   GREG-DAYNO-PARA    WS-GREG-DATE -> WS-GREG-DAYNO
*>   GREG-DOW-PARA      WS-GREG-DATE -> WS-GREG-DAYNO, WS-GREG-DOW,
*>                      WS-GREG-DOW-NAME
*>   GREG-BETWEEN-PARA  WS-GREG-FROM, WS-GREG-TO -> WS-GREG-DAYS,
*>                      days from the one to the other (negative when
*>                      TO is the earlier)
*>   GREG-DATE-PARA     WS-GREG-DAYNO -> WS-GREG-DATE
*> Dates are YYYYMMDD; the day-number, weekday and between paragraphs
*> expect a date GREG-VALID-PARA passes.
       01  WS-GREG-DATE               PIC 9(08) VALUE 0.
       01  WS-GREG-DATE-R REDEFINES WS-GREG-DATE.
           05 WS-GREG-YYYY            PIC 9(04).
           05 WS-GREG-MM              PIC 9(02).
           05 WS-GREG-DD              PIC 9(02).
       01  WS-GREG-YEAR               PIC 9(04) VALUE 0.
       01  WS-GREG-LEAP-SW            PIC X(01) VALUE "N".
           88 WS-GREG-IS-LEAP             VALUE "Y".
       01  WS-GREG-VALID-SW           PIC X(01) VALUE "N".
           88 WS-GREG-IS-VALID            VALUE "Y".
       01  WS-GREG-MONTH-DAYS         PIC 9(02) VALUE 0.
       01  WS-GREG-DAYNO              PIC 9(08) VALUE 0.
       01  WS-GREG-DOW                PIC 9(01) VALUE 0.
       01  WS-GREG-DOW-NAME           PIC X(09) VALUE SPACES.
       01  WS-GREG-FROM               PIC 9(08) VALUE 0.
       01  WS-GREG-TO                 PIC 9(08) VALUE 0.
       01  WS-GREG-DAYS               PIC S9(08) VALUE 0.
*> days in each month of a common year, and days before each month
       01  WS-GREG-MONTH-LIST         PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-GREG-MONTH-TABLE REDEFINES WS-GREG-MONTH-LIST.
           05 WS-GREG-MONTH-LEN       PIC 9(02) OCCURS 12 TIMES.
       01  WS-GREG-BEFORE-LIST        PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-GREG-BEFORE-TABLE REDEFINES WS-GREG-BEFORE-LIST.
           05 WS-GREG-BEFORE          PIC 9(03) OCCURS 12 TIMES.
       01  WS-GREG-NAME-LIST.
           05 FILLER                  PIC X(09) VALUE "MONDAY".
           05 FILLER                  PIC X(09) VALUE "TUESDAY".
           05 FILLER                  PIC X(09) VALUE "WEDNESDAY".
           05 FILLER                  PIC X(09) VALUE "THURSDAY".
           05 FILLER                  PIC X(09) VALUE "FRIDAY".
           05 FILLER                  PIC X(09) VALUE "SATURDAY".
           05 FILLER                  PIC X(09) VALUE "SUNDAY".
       01  WS-GREG-NAME-TABLE REDEFINES WS-GREG-NAME-LIST.
           05 WS-GREG-NAME            PIC X(09) OCCURS 7 TIMES.
*> work fields
       01  WS-GREG-Y                  PIC 9(04) VALUE 0.
       01  WS-GREG-N                  PIC 9(08) VALUE 0.
       01  WS-GREG-Q                  PIC 9(08) VALUE 0.
       01  WS-GREG-R                  PIC 9(08) VALUE 0.
       01  WS-GREG-C400               PIC 9(02) VALUE 0.
       01  WS-GREG-C100               PIC 9(01) VALUE 0.
       01  WS-GREG-C4                 PIC 9(02) VALUE 0.
       01  WS-GREG-C1                 PIC 9(01) VALUE 0.
       01  WS-GREG-FROM-NO            PIC 9(08) VALUE 0.
       01  WS-GREG-M                  PIC 9(02) VALUE 0.
