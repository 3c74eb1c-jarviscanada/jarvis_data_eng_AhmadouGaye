       01  TRQ-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-INPUT-ID         PIC 9(6)  VALUE 0.
           05  WS-INPUT-REQUESTER  PIC X(20).
           05  WS-INPUT-DEST       PIC X(30).
           05  WS-REQUESTER-VALID  PIC X     VALUE 'N'.

           DISPLAY "===== TRANSCRIPT REQUEST ENTRY =====".

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT WS-INPUT-ID.

           PERFORM 1100-PROMPT-FOR-REQUESTER
