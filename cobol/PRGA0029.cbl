               88  DECISION-REJECT           VALUE 'R'.
               88  DECISION-SKIP             VALUE 'S'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-ID            PIC 9(6)  VALUE 0.
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE PENDING FILE IS SMALL ENOUGH TO HOLD IN STORAGE WHILE
           05  WS-AMD-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-AMD-TABLE.
               10  WS-AMD-ENTRY       OCCURS 200 TIMES.
                   15  WS-AMD-E-STUDENT    PIC 9(6).
                   15  WS-AMD-E-COURSE     PIC X(15).
                   15  WS-AMD-E-TERM       PIC X(10).
                   15  WS-AMD-E-OLD        PIC X.
