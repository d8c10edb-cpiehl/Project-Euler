*> paragraph of its own that physically WRITEs its report record FROM
*> WS-DTL-LINE - the writer never touches the host's FD directly, so
*> one copybook serves report files of any record length.
*> 2026-10-15 - the column heading widened to the detail line's 137
*> bytes: EULRCERT's sign-off sheet, with ten authority names in its
*> held column, runs past 120.
       01  WS-DTL-TITLE               PIC X(60) VALUE SPACES.
       01  WS-DTL-PARM-TEXT           PIC X(60) VALUE SPACES.
       01  WS-DTL-COLUMN-HEADING      PIC X(137) VALUE SPACES.
       01  WS-DTL-LINE                PIC X(137) VALUE SPACES.
       01  WS-DTL-HOLD-LINE           PIC X(137) VALUE SPACES.
       01  WS-DTL-PAGE-SIZE           PIC 9(03) VALUE 55.
