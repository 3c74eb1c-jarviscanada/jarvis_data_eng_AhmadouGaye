       FD OLD-GRADE-FILE.
       01  OLD-GRADE-RECORD.
           05 OGR-KEY.
               10 OGR-STUDENT-ID            PIC 9(6).
               10 OGR-COURSE                PIC X(15).
               10 OGR-TERM                  PIC X(10).
           05 OGR-LETTER-GRADE              PIC X.

       FD GRADE-WORK-FILE.
       01  GRADE-WORK-RECORD.
           05 GWK-STUDENT-ID                PIC 9(6).
           05 GWK-COURSE                    PIC X(15).
           05 GWK-TERM                      PIC X(10).
           05 GWK-LETTER-GRADE              PIC X.
