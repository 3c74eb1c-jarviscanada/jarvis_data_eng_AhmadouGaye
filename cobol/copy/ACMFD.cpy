      ******************************************************************
      * Copybook: ACMFD
      * Purpose : Shared FD record layout for ACCOMMODATION-VSAM-FILE.
      *           ROWS ARE KEPT BY THE ACCESSIBILITY OFFICE THROUGH
      *           PRGN0142 ONLY. EVERY OTHER PROGRAM ASKS PRGS0141
      *           WHAT IS IN EFFECT FOR A TERM AND NEVER READS THE
      *           FILE ITSELF, SO THE DETAILS STAY IN ONE PLACE. AN
      *           ACCOMMODATION IS IN EFFECT FROM THE EFFECTIVE TERM
      *           THROUGH THE EXPIRY TERM; A BLANK EXPIRY TERM MEANS
      *           OPEN-ENDED.
      ******************************************************************
       01  ACCOMMODATION-VSAM-RECORD.
           05 ACM-KEY.
               10 ACM-STUDENT-ID            PIC 9(6).
               10 ACM-TYPE                  PIC X.
                   88 ACM-EXTRA-TIME            VALUE 'E'.
                   88 ACM-SEPARATE-ROOM         VALUE 'R'.
                   88 ACM-EXCUSED-ABSENCE       VALUE 'X'.
                   88 ACM-TYPE-VALID            VALUE 'E' 'R' 'X'.
           05 ACM-SEPARATOR1                PIC X VALUE ','.
      *    PERCENTAGE ADDED TO EACH EXAM SITTING; ZERO ON ROWS OTHER
      *    THAN EXTRA TIME.
           05 ACM-EXTRA-PCT                 PIC 9(3).
           05 ACM-SEPARATOR2                PIC X VALUE ','.
           05 ACM-EFFECTIVE-TERM            PIC X(10).
           05 ACM-SEPARATOR3                PIC X VALUE ','.
           05 ACM-EXPIRY-TERM               PIC X(10).
           05 ACM-SEPARATOR4                PIC X VALUE ','.
           05 ACM-UPDATED-DATE              PIC 9(8).
           05 ACM-SEPARATOR5                PIC X VALUE ','.
           05 ACM-UPDATED-BY                PIC X(8).
