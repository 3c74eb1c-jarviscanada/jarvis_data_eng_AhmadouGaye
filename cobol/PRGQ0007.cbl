
       01  WS-USERINPUT.

           05 WS-INPUT-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X VALUE ','.
           05 WS-INPUT-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X VALUE ','.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-INSERTDATE-FROM  PIC 9(8).
           05  WS-INSERTDATE-TO    PIC 9(8).
           05  WS-TERM-FILTER      PIC X(10) VALUE SPACES.

       DISPLAY '------------------------------------------------------'
               '-------------------------------------'
       DISPLAY 'ID     | STUDENT NAME                |'
                   ' BIRTHDAY | COURSE          |'
               ' INSERT DATE | UPDATE DATE '
       DISPLAY '------------------------------------------------------'
