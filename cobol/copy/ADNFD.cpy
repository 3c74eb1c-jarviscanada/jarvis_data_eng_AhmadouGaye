      ******************************************************************
      * Copybook: ADNFD
      * Purpose : Shared FD record layout for ADVISING-NOTE-FILE.
      *           NOTES ARE WRITTEN THROUGH PRGN0145 AND NEVER CHANGED
      *           AFTERWARDS, EXCEPT THAT A FOLLOW-UP IS MARKED DONE.
      *           A FOLLOW-UP STILL OPEN PAST ITS DATE IS OVERDUE ON
      *           THE CASELOAD REPORT (PRGQ0146).
      ******************************************************************
       01  ADVISING-NOTE-RECORD.
           05 ADN-KEY.
               10 ADN-STUDENT-ID            PIC 9(6).
               10 ADN-NOTE-DATE             PIC 9(8).
               10 ADN-NOTE-TIME             PIC 9(6).
           05 ADN-SEPARATOR1                PIC X VALUE ','.
           05 ADN-OPERATOR                  PIC X(8).
           05 ADN-SEPARATOR2                PIC X VALUE ','.
      *    THE ADVISOR ON FILE WHEN THE NOTE WAS WRITTEN; ZERO WHEN
      *    THE STUDENT HAD NONE.
           05 ADN-ADVISOR-ID                PIC 9(4).
           05 ADN-SEPARATOR3                PIC X VALUE ','.
           05 ADN-TEXT                      PIC X(60).
           05 ADN-SEPARATOR4                PIC X VALUE ','.
           05 ADN-FOLLOWUP-DATE             PIC 9(8).
           05 ADN-SEPARATOR5                PIC X VALUE ','.
           05 ADN-FOLLOWUP-STATUS           PIC X VALUE SPACE.
               88 ADN-NO-FOLLOWUP               VALUE SPACE.
               88 ADN-FOLLOWUP-OPEN             VALUE 'O'.
               88 ADN-FOLLOWUP-DONE             VALUE 'D'.
