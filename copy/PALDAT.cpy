*> PALDAT.cpy - working storage for the shared palindrome test
*> (procedure text in PALPRC.cpy), lifted out of EULER4's dual-base
*> sweep so the reverse-and-add search (EULER55) runs on the very same
*> test. 36 digits wide to match the wide-decimal service the reverse-
*> and-add values grow on; EULER4's 12-digit ranges fit unchanged.
*> Protocol: MOVE the number to WS-PAL-N and the base (2 through 16)
*> to WS-PAL-BASE, PERFORM PAL-TEST-PARA; WS-PAL-IS comes back 1 for a
*> palindrome, and WS-PAL-REV holds the number with its digit
*> sequence reversed either way (the reverse-and-add step's addend).
*> A base-b reversal has no more base-b digits than the number, so
*> it stays under b times the number - one digit of headroom past 36.
       01  WS-PAL-BASE                PIC 9(02) VALUE 10.
       01  WS-PAL-N                   PIC 9(36) VALUE 0.
       01  WS-PAL-WORK                PIC 9(36) VALUE 0.
       01  WS-PAL-REV                 PIC 9(37) VALUE 0.
       01  WS-PAL-MOD                 PIC 9(02) VALUE 0.
       01  WS-PAL-IS                  PIC 9 VALUE 0.
