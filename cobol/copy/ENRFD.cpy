      *    COURSE-FIRST ALTERNATE KEY CAN HANG OFF IT - ROSTER
      *    PULLS START THERE INSTEAD OF SWEEPING THE WHOLE FILE.
           05 ENR-KEY.
               10 ENR-STUDENT-ID            PIC 9(6).
               10 ENR-COURSE-TERM.
                   15 ENR-COURSE            PIC X(15).
                   15 ENR-TERM              PIC X(10).
