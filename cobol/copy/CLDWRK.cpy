      ******************************************************************
      * Copybook: CLDWRK
      * Purpose : House credit-load limits for one term's registration,
      *           shared by every program that adds enrollment rows so
      *           the caps cannot drift apart. A STUDENT WHOSE LATEST
      *           ACADEMIC STANDING IS PROBATION TAKES THE LOWER CAP.
      *           ONLY AN ACTIVE ROW ON OVERLOAD.APPROVALS FOR THE
      *           STUDENT AND TERM (GRANTED THROUGH PRGN0151) RAISES
      *           THE CAP, TO THE CEILING IT NAMES. A TERM LOAD OF AT
      *           LEAST CLD-FULL-TIME-CREDITS IS FULL-TIME FOR
      *           ENROLLMENT CONFIRMATIONS (PRGB0154).
      ******************************************************************
       01  CREDIT-LOAD-LIMITS.
           05 CLD-MAX-CREDITS               PIC 9(2)  VALUE 18.
           05 CLD-PROBATION-MAX-CREDITS     PIC 9(2)  VALUE 12.
           05 CLD-FULL-TIME-CREDITS         PIC 9(2)  VALUE 9.
