
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-COUNT       PIC 9(6)  VALUE 0.
           05  WS-GROUP-COUNT         PIC 9(4)  VALUE 0.
           05  WS-CURRENT-GROUP-DATE  PIC 9(8)  VALUE 0.
           05  WS-FIRST-RECORD        PIC X     VALUE 'Y'.
           DISPLAY OUTPUTLINE.
       DISPLAY '------------------------------------------------------'
               '-------------------------------------'
       DISPLAY 'ID     | STUDENT NAME                |'
                   ' BIRTHDAY | COURSE          |'
               ' INSERT DATE | UPDATE DATE '
       DISPLAY '------------------------------------------------------'
