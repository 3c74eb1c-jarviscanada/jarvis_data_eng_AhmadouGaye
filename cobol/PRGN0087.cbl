           05  WS-QUE-SHOWN        PIC 9(3)  COMP VALUE 0.
           05  WS-QUE-TABLE.
               10  WS-QUE-ENTRY    OCCURS 300 TIMES.
                   15  WS-QUE-E-STUDENT    PIC 9(6).
                   15  WS-QUE-E-COURSE     PIC X(15).
                   15  WS-QUE-E-TERM       PIC X(10).
                   15  WS-QUE-E-FIRST      PIC 9(8).
