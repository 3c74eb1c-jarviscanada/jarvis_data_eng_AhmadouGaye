           05  WS-SCT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SCT-TABLE.
               10  WS-SCT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SCT-E-STUDENT    PIC 9(6).
                   15  WS-SCT-E-COURSE     PIC X(15).
                   15  WS-SCT-E-TERM       PIC X(10).
                   15  WS-SCT-E-COMPONENT  PIC X(10).

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
