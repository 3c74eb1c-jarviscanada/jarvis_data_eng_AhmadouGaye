           05 TERM-UNLOAD-HEADER            PIC X(4).

       01  STUDENT-UNLOAD-RECORD.
           05 UNL-STUDENT-ID                PIC 9(6).
           05 UNL-SEPARATOR1                PIC X.
           05 UNL-STUDENT-NAME               PIC X(27).
           05 UNL-SEPARATOR2                PIC X.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.

