*> FDBMPRM.cpy - control record for EULRFDBM, the maintenance run
*> over the persistent factorization store EULRFDB (FDBREC.cpy):
*> which function to run and the cutoff it runs against. Records
*> whose proved date is BEFORE the cutoff are acted on; records on or
*> after it are left alone.
*> Card layout (FDBMPARM, LINE SEQUENTIAL):
*>   cols 01-06  function - PURGE  deletes the old records outright
*>                          VERIFY re-multiplies each old record and
*>                                 re-proves every prime in it; a
*>                                 pass is re-stamped with this run's
*>                                 date and id, a failure is flagged
*>                                 unverified (N) so no consumer
*>                                 takes it and the next factoring
*>                                 run rewrites it
*>   col  07     space
*>   cols 08-15  cutoff date (YYYYMMDD) - required
       01  WS-FDBM-PARM-CARD.
           05 WS-FDBM-FUNCTION        PIC X(06).
               88 WS-FDBM-IS-PURGE        VALUE "PURGE ".
               88 WS-FDBM-IS-VERIFY       VALUE "VERIFY".
           05 FILLER                  PIC X(01).
           05 WS-FDBM-CUTOFF-X        PIC X(08).
           05 WS-FDBM-CUTOFF-R REDEFINES WS-FDBM-CUTOFF-X
                                      PIC 9(08).
