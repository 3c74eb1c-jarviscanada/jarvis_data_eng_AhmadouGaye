      ******************************************************************
      * Copybook: EVLSEL
      * Purpose : Shared FILE-CONTROL entry for the course evaluation
      *           response file - one line per returned evaluation
      *           sheet. Requires EVL-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT COURSE-EVALUATION-FILE
               ASSIGN TO '../COURSE.EVALUATIONS'
               FILE STATUS IS EVL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
