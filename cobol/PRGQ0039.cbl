           05  WS-TO-DATE             PIC X(8)  VALUE SPACES.
           05  WS-FILTER-PROGRAM      PIC X(8)  VALUE SPACES.
           05  WS-FILTER-ACTION       PIC X(10) VALUE SPACES.
           05  WS-FILTER-STUDENT      PIC X(6)  VALUE SPACES.
           05  WS-FILTER-STUDENT-NUM  PIC 9(6)  VALUE 0.
           05  WS-SUMMARY-DATE        PIC X(8)  VALUE SPACES.
           05  WS-HIT-COUNT           PIC 9(5)  VALUE 0.
           05  WS-LINE-COUNT          PIC 9(2)  VALUE 0.
