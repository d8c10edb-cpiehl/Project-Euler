       01  WS-SHAD-CHN-NAME           PIC X(12) VALUE "CHNCKPT".
       01  WS-SHAD-MANI-NAME          PIC X(12) VALUE "EULRMANI".
       01  WS-SHAD-WMRK-NAME          PIC X(12) VALUE "EULRWMRK".
       01  WS-SHAD-LIN-NAME           PIC X(12) VALUE "EULRLIN".
       01  WS-SHAD-MLOG-NAME          PIC X(12) VALUE "EULRMLOG".
       01  WS-SHAD-BAL-NAME           PIC X(12) VALUE "EULRBAL".
       01  WS-SHAD-NSTA-NAME          PIC X(12) VALUE "EULRNSTA".
       01  WS-SHAD-NLOG-NAME          PIC X(12) VALUE "EULRNLOG".
       01  WS-SHAD-CLGR-NAME          PIC X(12) VALUE "EULRCLGR".
       01  WS-SHAD-WIPED              PIC X(01) EXTERNAL.
       01  WS-SHAD-WIPE-NAME          PIC X(12) VALUE SPACES.
       01  WS-SHAD-WIPE-STATUS        PIC XX VALUE SPACES.
