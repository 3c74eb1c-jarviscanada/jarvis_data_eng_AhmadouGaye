           05  WS-PCT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-PCT-TABLE.
               10  WS-PCT-ENTRY    OCCURS 300 TIMES.
                   15  WS-PCT-E-STUDENT    PIC 9(6).
                   15  WS-PCT-E-OLD        PIC X(15).
                   15  WS-PCT-E-NEW        PIC X(15).
                   15  WS-PCT-E-TERM       PIC X(10).
