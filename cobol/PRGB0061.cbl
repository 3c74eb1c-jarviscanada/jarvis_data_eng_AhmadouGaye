
       FD CURRENT-UNLOAD-FILE.
       01  CURRENT-UNLOAD-RECORD.
           05 CUR-STUDENT-ID            PIC X(6).
           05 CUR-SEPARATOR1            PIC X.
           05 CUR-NAME                  PIC X(27).
           05 CUR-SEPARATOR2            PIC X.
           05  WS-PRV-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-PRV-TABLE.
               10  WS-PRV-ENTRY    OCCURS 500 TIMES.
                   15  WS-PRV-E-ID         PIC X(6).
                   15  WS-PRV-E-NAME       PIC X(27).
                   15  WS-PRV-E-DOB        PIC X(8).
                   15  WS-PRV-E-COURSE     PIC X(15).
                   15  WS-PRV-E-SEEN       PIC X.

       01  WS-PRIOR-SPLIT.
           05 WSP-STUDENT-ID            PIC X(6).
           05 WSP-SEPARATOR1            PIC X.
           05 WSP-NAME                  PIC X(27).
           05 WSP-SEPARATOR2            PIC X.
