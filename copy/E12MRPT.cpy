*> E12MRPT.cpy - one line per divisor-count milestone on EULER12's
*> milestone report: each triangle number whose divisor count beats
*> every count seen before it, in the order the single pass meets
*> them - the ordinal N, the triangle number N(N+1)/2, its divisor
*> count, and its factorization as p**e terms smallest prime first.
*> The last line is the first triangle past the E12PARM threshold.
       01  WS-E12-MRPT-LINE.
           05 WS-E12-MRPT-N           PIC Z(8)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E12-MRPT-TRI         PIC Z(17)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E12-MRPT-TAU         PIC Z(8)9.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 WS-E12-MRPT-FACTORS     PIC X(90).
