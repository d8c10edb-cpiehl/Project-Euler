*>               (report, and also regenerate just the
*>               unacknowledged rows to EULREXPR with the standard
*>               header/trailer control records for the resend)
*>               or "DELTA" (report on the change-only delta feed
*>               EULRDLTA instead: its acknowledgment file EULRDACK
*>               carries problem id, change reason, run date, and
*>               result - cols 01-08, 10-13, 15-22, 24-41 - one row
*>               per delta row loaded; layout in DLTADAT.cpy)
*> 2026-10-15 - DELTA function added.
       01  WS-ACK-PARM-CARD.
           05 WS-ACK-FUNCTION         PIC X(08).
