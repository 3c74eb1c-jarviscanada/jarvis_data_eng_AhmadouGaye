
       1420-PROMPT-FOR-STUDENT.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
