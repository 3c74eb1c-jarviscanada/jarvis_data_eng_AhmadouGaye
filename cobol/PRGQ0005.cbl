
       FD DRILLDOWN-QUERY-PARM-FILE.
       01  DQP-RECORD.
           05 DQP-STUDENT-ID            PIC 9(6).
           05 DQP-SEPARATOR1            PIC X.
           05 DQP-TERM                  PIC X(10).

       FD DRILLDOWN-UPDATE-PARM-FILE.
       01  DUP-RECORD.
           05 DUP-STUDENT-ID            PIC 9(6).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-EFFECTIVE-KEY          PIC X(27).
           05 SRT-WORK-STUDENT-ID        PIC 9(6).
           05 SRT-WORK-STUDENT-NAME      PIC X(27).
           05 SRT-WORK-STUDENT-DOB       PIC 9(8).
           05 SRT-WORK-STUDENT-COURSE    PIC X(15).

       FD SORTED-ROSTER-FILE.
       01  SORTED-ROSTER-RECORD.
           05 SRT-STUDENT-ID            PIC 9(6).
           05 SRT-SEPARATOR1            PIC X VALUE ','.
           05 SRT-STUDENT-NAME          PIC X(27).
           05 SRT-SEPARATOR2            PIC X VALUE ','.
           05  DQP-FILE-STATUS     PIC XX.
           05  DUP-FILE-STATUS     PIC XX.
           05  SRT-FILE-STATUS     PIC XX.
           05  WS-DRILLDOWN-ID      PIC X(6)  VALUE SPACES.
           05  WS-DRILLDOWN-ID-NUM  PIC 9(6).
           05  WS-DRILLDOWN-ACTION  PIC X     VALUE SPACE.
           05  WS-STUDENT-COUNT    PIC 9(6) VALUE 0.
           05  WS-LINE-COUNT       PIC 9(4) VALUE 0.
           05  WS-PAGE-NUMBER      PIC 9(4) VALUE 0.
           05  WS-ENR-AVAILABLE    PIC X     VALUE 'N'.
           MOVE '---------------------------------------------------'
               & '---------------------------------' TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE 'ID     | STUDENT NAME                | BIRTHDAY |'
               & ' COURSE          | INSERT DATE | UPDATE DATE '
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
