           05  WS-PNT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-PNT-TABLE.
               10  WS-PNT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-PNT-E-STUDENT    PIC 9(6).
                   15  WS-PNT-E-PIN        PIC X(4).
                   15  WS-PNT-E-DATE       PIC 9(8).


       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
