      ******************************************************************
      * Copybook: HRSFD
      * Purpose : Record layout for the co-op hours log: the hours a
      *           placed student worked in the week ending on the date
      *           given, as reported by the employer, and who keyed
      *           them. ONE LINE PER STUDENT/TERM/WEEK.
      ******************************************************************
       01  COOP-HOURS-RECORD.
           05 HRS-STUDENT-ID                PIC 9(6).
           05 HRS-SEPARATOR1                PIC X VALUE ','.
           05 HRS-TERM                      PIC X(10).
           05 HRS-SEPARATOR2                PIC X VALUE ','.
           05 HRS-WEEK-ENDING               PIC 9(8).
           05 HRS-SEPARATOR3                PIC X VALUE ','.
           05 HRS-HOURS                     PIC 9(3).
           05 HRS-SEPARATOR4                PIC X VALUE ','.
           05 HRS-LOGGED-DATE               PIC 9(8).
           05 HRS-SEPARATOR5                PIC X VALUE ','.
           05 HRS-LOGGED-BY                 PIC X(8).
