      ******************************************************************
      * Copybook: ADVFD
      * Purpose : Shared FD record layout for ADVISOR-VSAM-FILE.
      *           ASSIGNMENTS ARE MADE THROUGH PRGN0145. A STUDENT WITH
      *           NO ROW HAS NO ADVISOR; A REASSIGNMENT OVERWRITES THE
      *           ROW AND THE AUDIT LINE KEEPS THE HISTORY.
      ******************************************************************
       01  ADVISOR-VSAM-RECORD.
           05 ADV-STUDENT-ID                PIC 9(6).
           05 ADV-SEPARATOR1                PIC X VALUE ','.
           05 ADV-INSTRUCTOR-ID             PIC 9(4).
           05 ADV-SEPARATOR2                PIC X VALUE ','.
           05 ADV-ASSIGNED-DATE             PIC 9(8).
           05 ADV-SEPARATOR3                PIC X VALUE ','.
           05 ADV-ASSIGNED-BY               PIC X(8).
