*> E18PARM.cpy - control record for the triangle maximum-path
*> program, shared by both of its cataloged problems: EULER18 reads
*> it from E18PARM, EULER67 from E67PARM, so each problem names its
*> own triangle file and the code is one.
*> Card layout (E18PARM / E67PARM, LINE SEQUENTIAL):
*>   cols 01-08  the triangle file's name, left-justified (a letter
*>               first, no embedded spaces)
       01  WS-E18-PARM-CARD.
           05 WS-E18-TRI-X            PIC X(08).
