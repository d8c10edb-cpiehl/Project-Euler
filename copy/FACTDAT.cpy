*> FACTDAT.cpy - working storage for the shared factorization
*> service (procedure text in FACTPRC.cpy). Trial division alone
*> stalls on an 18-digit target whose cofactor is the product of two
*> large primes - up to a billion divisions for a single number. This
*> service trial-divides only as far as WS-FAC-TD-LIMIT, then splits
*> what is left with Pollard's rho method and proves every piece with
*> a strong probable-prime test (Miller-Rabin to the twelve prime
*> bases 2 through 37, which no composite below 3.18 * 10**23 passes
*> - far past the suite's 18-digit pipeline, so a pass is a proof).
*> The 36-digit products go through the shared wide-decimal service:
*> the host also needs WIDEDAT.cpy and WIDEPRC.cpy.
*> Protocol:
*>   whole number  - MOVE it to WS-FAC-N and PERFORM FAC-FACTOR-PARA;
*>                   WS-FAC-COUNT distinct primes come back smallest
*>                   first in WS-FAC-PRIME / WS-FAC-EXP / WS-FAC-HOW
*>   cofactor only - MOVE a cofactor the caller has already trial-
*>                   divided to WS-FAC-C and PERFORM FAC-SPLIT-PARA;
*>                   its one or two pieces come back smaller first in
*>                   WS-FAC-PIECE / WS-FAC-PIECE-HOW (WS-FAC-PIECES)
*>   primality     - MOVE the number to WS-SPRP-N and PERFORM
*>                   SPRP-TEST-PARA; verdict in WS-SPRP-FLAG
*> Method tags returned per factor:
*>   T  found by trial division
*>   P  the cofactor as it stood passed the strong prime test
*>   R  split out by Pollard rho, then passed the strong prime test
*>   U  UNPROVEN - a composite the rho budget could not split; it is
*>      handed back as one "factor" so the product still balances,
*>      but it must never be reported as a prime
       01  WS-FAC-N                   PIC 9(18) VALUE 0.
*> trial division stops here - a cofactor with no factor up to
*> 10**6 and no more than 18 digits has at most two prime factors
       01  WS-FAC-TD-LIMIT            PIC 9(18) VALUE 1000000.
       01  WS-FAC-REST                PIC 9(18) VALUE 0.
       01  WS-FAC-DIV                 PIC 9(18) VALUE 0.
       01  WS-FAC-QUOT                PIC 9(18) VALUE 0.
       01  WS-FAC-REM                 PIC 9(18) VALUE 0.
       01  WS-FAC-SQ                  PIC 9(36) VALUE 0.
       01  WS-FAC-TD-DONE             PIC 9 VALUE 0.
       01  WS-FAC-ADD-P               PIC 9(18) VALUE 0.
       01  WS-FAC-ADD-HOW             PIC X(01) VALUE SPACE.
       01  WS-FAC-COUNT               PIC 9(02) VALUE 0.
       01  WS-FAC-TABLE.
           05 WS-FAC-ROW OCCURS 20 TIMES.
               10 WS-FAC-PRIME        PIC 9(18).
               10 WS-FAC-EXP          PIC 9(02).
               10 WS-FAC-HOW          PIC X(01).
       01  WS-FAC-UNPROVEN            PIC 9 VALUE 0.
           88 WS-FAC-HAS-UNPROVEN         VALUE 1.

*> cofactor split
       01  WS-FAC-C                   PIC 9(18) VALUE 0.
       01  WS-FAC-PIECES              PIC 9 VALUE 0.
       01  WS-FAC-PX                  PIC 9 VALUE 0.
       01  WS-FAC-PIECE-TABLE.
           05 WS-FAC-PIECE-ROW OCCURS 2 TIMES.
               10 WS-FAC-PIECE        PIC 9(18).
               10 WS-FAC-PIECE-HOW    PIC X(01).

*> modular product: WS-FAC-MA * WS-FAC-MB mod WS-FAC-MN into WS-FAC-MR
       01  WS-FAC-MA                  PIC 9(18) VALUE 0.
       01  WS-FAC-MB                  PIC 9(18) VALUE 0.
       01  WS-FAC-MN                  PIC 9(18) VALUE 0.
       01  WS-FAC-MR                  PIC 9(18) VALUE 0.
       01  WS-FAC-MQ                  PIC 9(18) VALUE 0.

*> greatest common divisor of WS-FAC-GCD-A and WS-FAC-GCD-B, answer
*> left in WS-FAC-GCD-A
       01  WS-FAC-GCD-A               PIC 9(18) VALUE 0.
       01  WS-FAC-GCD-B               PIC 9(18) VALUE 0.
       01  WS-FAC-GCD-Q               PIC 9(18) VALUE 0.
       01  WS-FAC-GCD-T               PIC 9(18) VALUE 0.

*> strong probable-prime test
       01  WS-SPRP-N                  PIC 9(18) VALUE 0.
       01  WS-SPRP-NM1                PIC 9(18) VALUE 0.
       01  WS-SPRP-D                  PIC 9(18) VALUE 0.
       01  WS-SPRP-S                  PIC 9(02) VALUE 0.
       01  WS-SPRP-J                  PIC 9(02) VALUE 0.
       01  WS-SPRP-X                  PIC 9(18) VALUE 0.
       01  WS-SPRP-P                  PIC 9(18) VALUE 0.
       01  WS-SPRP-E                  PIC 9(18) VALUE 0.
       01  WS-SPRP-HALF               PIC 9(18) VALUE 0.
       01  WS-SPRP-BIT                PIC 9 VALUE 0.
       01  WS-SPRP-B                  PIC 9(02) VALUE 0.
       01  WS-SPRP-HIT                PIC 9 VALUE 0.
       01  WS-SPRP-DONE               PIC 9 VALUE 0.
       01  WS-SPRP-FLAG               PIC 9 VALUE 0.
           88 WS-SPRP-YES                 VALUE 1.
           88 WS-SPRP-NO                  VALUE 0.
       01  WS-SPRP-BASE-VALUES.
           05 FILLER                  PIC X(24)
                   VALUE "020305071113171923293137".
       01  WS-SPRP-BASE-TABLE REDEFINES WS-SPRP-BASE-VALUES.
           05 WS-SPRP-BASE            PIC 9(02) OCCURS 12 TIMES.

*> Pollard rho: x -> x*x + c mod n, Floyd's two walkers, the
*> differences multiplied together in batches of WS-RHO-BATCH so one
*> gcd covers a whole batch; WS-RHO-BUDGET steps per constant c and
*> WS-RHO-MAX-C constants before the cofactor is given up UNPROVEN
       01  WS-RHO-X                   PIC 9(18) VALUE 0.
       01  WS-RHO-Y                   PIC 9(18) VALUE 0.
       01  WS-RHO-V                   PIC 9(18) VALUE 0.
       01  WS-RHO-C                   PIC 9(02) VALUE 0.
       01  WS-RHO-Q                   PIC 9(18) VALUE 0.
       01  WS-RHO-G                   PIC 9(18) VALUE 0.
       01  WS-RHO-D                   PIC 9(18) VALUE 0.
       01  WS-RHO-DIFF                PIC 9(18) VALUE 0.
       01  WS-RHO-SAVE-X              PIC 9(18) VALUE 0.
       01  WS-RHO-SAVE-Y              PIC 9(18) VALUE 0.
       01  WS-RHO-K                   PIC 9(04) VALUE 0.
       01  WS-RHO-STEPS               PIC 9(09) VALUE 0.
       01  WS-RHO-BATCH               PIC 9(04) VALUE 64.
       01  WS-RHO-BUDGET              PIC 9(09) VALUE 500000.
       01  WS-RHO-MAX-C               PIC 9(02) VALUE 6.
