*> E2PRPT.cpy - one detail line per modulus on EULER2's Pisano period
*> report (E2PARM cols 88-90 ask for it): the period of the run's
*> seeded sequence taken mod m, how many of the generated terms in one
*> period are divisible by m, the even spacing between those zeros
*> when there is one (3 for m = 2 is the even-term filter's "every
*> third term"), and where the zeros fall - generated-term numbers
*> within the first period, counted from 1 the way E2FIB numbers them.
*> "*" marks the modulus the run's filter uses.
       01  WS-E2-PRPT-LINE.
           05 WS-E2-PRPT-MODULUS      PIC ZZ9.
           05 WS-E2-PRPT-MARK         PIC X(01).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E2-PRPT-PERIOD       PIC Z(4)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E2-PRPT-ZEROS        PIC Z(4)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E2-PRPT-SPACING      PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E2-PRPT-POSITIONS    PIC X(60).
