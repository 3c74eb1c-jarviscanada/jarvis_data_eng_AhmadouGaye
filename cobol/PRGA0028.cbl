
       COPY SGNWRK.
       01  WS-WORK-AREAS.
           05  WS-INPUT-STUDENT-ID    PIC 9(6)  VALUE 0.
           05  WS-INPUT-COURSE        PIC X(15).
           05  WS-INPUT-TERM          PIC X(10).
           05  WS-GRADE-FOUND         PIC X     VALUE 'N'.

       1200-PROMPT-FOR-GRADE.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT WS-INPUT-STUDENT-ID.

           DISPLAY "ENTER COURSE CODE >>".
