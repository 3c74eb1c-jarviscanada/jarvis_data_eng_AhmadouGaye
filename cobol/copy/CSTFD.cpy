      ******************************************************************
      * Copybook: CSTFD
      * Purpose : Record layout for the frozen census copy of the
      *           student file - THE STUFD RECORD AS IT STOOD ON THE
      *           CENSUS DATE, WITH THE KEY FIELDS NAMED AT THE SAME
      *           OFFSETS. CST-REST CARRIES EVERY COLUMN PAST THE
      *           SOUNDEX CODE.
      ******************************************************************
       01  STUDENT-CENSUS-RECORD.
           05 CST-STUDENT-ID                PIC 9(6).
           05 CST-SEPARATOR1                PIC X.
           05 CST-NAME                      PIC X(27).
           05 CST-SEPARATOR2                PIC X.
           05 CST-DOB                       PIC 9(8).
           05 CST-SEPARATOR3                PIC X.
           05 CST-COURSE                    PIC X(15).
           05 CST-SEPARATOR4                PIC X.
           05 CST-INSERTDATE                PIC 9(8).
           05 CST-SEPARATOR5                PIC X.
           05 CST-UPDATEDATE                PIC 9(8).
           05 CST-SEPARATOR6                PIC X.
           05 CST-STATUS                    PIC X.
           05 CST-SEPARATOR7                PIC X.
           05 CST-TERM                      PIC X(10).
           05 CST-SEPARATOR8                PIC X.
           05 CST-SOUNDEX                   PIC X(4).
           05 CST-REST                      PIC X(21).
