*> FDBREC.cpy - the record of the persistent factorization store
*> (EULRFDB, ORGANIZATION INDEXED, key = the number itself). One
*> record per number any of the factoring programs has ever taken
*> apart: its complete factorization as distinct primes smallest
*> first, each with its exponent and the method tag that found it
*> (T / S / P / R - see E3FACT.cpy; an 18-digit number has at most
*> fifteen distinct primes), the business date and run id of the run
*> that proved it, the program that did, and the verification flag -
*> "Y" when the primes raised to their exponents re-multiply to the
*> key and no factor was left UNPROVEN, "N" otherwise. Consumers take
*> only "Y" records (see FDBDAT.cpy/FDBPRC.cpy); the EULRFDBM
*> maintenance run purges or re-verifies records older than a
*> cutoff. Like E10SPF's key, the key must live inside the file's
*> own record - COPY this under the FD, not into WORKING-STORAGE.
*> Record layout (473 bytes):
*>   cols 001-018  the number
*>   cols 019-020  distinct prime count, 01-20
*>   cols 021-440  twenty 21-byte slots: prime 9(18), exponent 9(02),
*>                 method X(01) - unused slots zero/blank
*>   cols 441-448  business date proved (YYYYMMDD)
*>   cols 449-464  proving run's correlation id (RUNID.cpy)
*>   cols 465-472  proving program
*>   col  473      verification flag, Y/N
       01  EULRFDB-REC.
           05 WS-FDB-KEY              PIC 9(18).
           05 WS-FDB-COUNT            PIC 9(02).
           05 WS-FDB-ENTRY OCCURS 20 TIMES.
               10 WS-FDB-PRIME        PIC 9(18).
               10 WS-FDB-EXP          PIC 9(02).
               10 WS-FDB-HOW          PIC X(01).
           05 WS-FDB-PROVED-DATE      PIC 9(08).
           05 WS-FDB-PROVED-RUN       PIC X(16).
           05 WS-FDB-PROVED-BY        PIC X(08).
           05 WS-FDB-VERIFIED         PIC X(01).
               88 WS-FDB-IS-VERIFIED      VALUE "Y".
