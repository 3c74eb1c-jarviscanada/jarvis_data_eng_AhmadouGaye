           05  WS-STU-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-STU-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-STU-HIT         PIC 9(3)  COMP VALUE 0.
           05  WS-STU-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-STU-TABLE.
               10  WS-STU-ENTRY    OCCURS 500 TIMES.
                   15  WS-STU-E-ID         PIC 9(6).
                   15  WS-STU-E-COHORT     PIC 9(2) COMP.
                   15  WS-STU-E-STATUS     PIC X.
                   15  WS-STU-E-ACTIVE     PIC X OCCURS 50 TIMES.
