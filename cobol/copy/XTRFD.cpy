      ******************************************************************
      * Copybook: XTRFD
      * Purpose : Record layout for the incoming external transcript
      *           file, one line per course a student took at another
      *           school: who, where, the school's own course code,
      *           and the letter grade earned there.
      ******************************************************************
       01  EXTERNAL-TRANSCRIPT-RECORD.
           05 XTR-STUDENT-ID                PIC 9(6).
           05 XTR-SEPARATOR1                PIC X VALUE ','.
           05 XTR-INST-ID                   PIC 9(4).
           05 XTR-SEPARATOR2                PIC X VALUE ','.
           05 XTR-EXT-COURSE                PIC X(15).
           05 XTR-SEPARATOR3                PIC X VALUE ','.
           05 XTR-LETTER-GRADE              PIC X.
