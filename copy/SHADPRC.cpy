*> SHADPRC.cpy - procedure text for the SBOX shadow-file sandbox
*> (fields and the why in SHADDAT.cpy). COPY into PROCEDURE
*> DIVISION; requires SHADDAT.cpy, SUITECFG.cpy (the mode),
*> MSGDAT.cpy/MSGPRC.cpy for its console message, and SELECT/FD
*> SHAD-WIPE-FILE (ASSIGN TO WS-SHAD-WIPE-NAME, LINE SEQUENTIAL,
*> FILE STATUS WS-SHAD-WIPE-STATUS) declared in this program's
*> ENVIRONMENT/DATA DIVISION. PERFORM SBOX-APPLY-PARA
*> immediately after CONFIG-READ-PARA, before any shared file is
*> opened. Outside SBOX mode it does nothing at all.
       SBOX-APPLY-PARA.
               MOVE "CHNCKPT.T" TO WS-SHAD-CHN-NAME
               MOVE "EULRMANI.T" TO WS-SHAD-MANI-NAME
               MOVE "EULRWMRK.T" TO WS-SHAD-WMRK-NAME
               MOVE "EULRLIN.T" TO WS-SHAD-LIN-NAME
               MOVE "EULRMLOG.T" TO WS-SHAD-MLOG-NAME
               MOVE "EULRBAL.T" TO WS-SHAD-BAL-NAME
               MOVE "EULRNSTA.T" TO WS-SHAD-NSTA-NAME
               MOVE "EULRNLOG.T" TO WS-SHAD-NLOG-NAME
               MOVE "EULRCLGR.T" TO WS-SHAD-CLGR-NAME
               IF WS-SHAD-WIPED NOT = "Y" THEN
                   MOVE "Y" TO WS-SHAD-WIPED
                   MOVE "EULRAUD.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULREXP.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRWMRK.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRLIN.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRMLOG.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRBAL.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRNSTA.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRNLOG.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "EULRCLGR.T" TO WS-SHAD-WIPE-NAME
                   PERFORM SBOX-WIPE-PARA
                   MOVE "SBX001I" TO WS-MSG-ID
                   MOVE "SBOX SANDBOX: SHARED-FILE WRITES GO TO THE .T"
                       & " SHADOWS (WIPED NOW)" TO WS-MSG-TEXT
                   PERFORM MSG-PARA
               END-IF
           END-IF.

