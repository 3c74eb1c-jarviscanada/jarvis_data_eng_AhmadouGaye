      ******************************************************************
      * Copybook: CENFD
      * Purpose : Record layout for the frozen census copy of the
      *           enrollment file - THE ENRFD RECORD AS IT STOOD ON
      *           THE CENSUS DATE. ONLY THE TERM'S ACTIVE ROWS ARE
      *           FROZEN.
      ******************************************************************
       01  ENROLLMENT-CENSUS-RECORD.
           05 CEN-KEY.
               10 CEN-STUDENT-ID            PIC 9(6).
               10 CEN-COURSE-TERM.
                   15 CEN-COURSE            PIC X(15).
                   15 CEN-TERM              PIC X(10).
           05 CEN-ENROLLDATE                PIC 9(8).
           05 CEN-STATUS                    PIC X.
           05 CEN-SECTION                   PIC 9(2).
