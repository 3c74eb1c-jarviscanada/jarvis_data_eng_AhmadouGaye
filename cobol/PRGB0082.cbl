
       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.
           05  WS-ICT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-ICT-TABLE.
               10  WS-ICT-ENTRY    OCCURS 500 TIMES.
                   15  WS-ICT-E-STUDENT    PIC 9(6).
                   15  WS-ICT-E-COURSE     PIC X(15).
                   15  WS-ICT-E-TERM       PIC X(10).
                   15  WS-ICT-E-DEADLINE   PIC 9(8).
