      *    'L' OR A WITHDRAWN RECORD CAN ONLY BE A KEYING ERROR.
       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
