      *           WEIGHTS OF A COURSE SHOULD TOTAL 100; THE FINAL-
      *           GRADE RUN REFUSES TO DERIVE A GRADE FROM A COURSE
      *           WHOSE SCORED COMPONENTS DO NOT COVER THE FULL
      *           WEIGHT. CWT-DUE-DATE IS THE DAY THE COMPONENT IS
      *           DUE; THE EARLY-ALERT RUN FLAGS A STUDENT WITH NO
      *           SCORE FOR A COMPONENT WHOSE DUE DATE HAS PASSED.
      *           ZEROS, OR SPACES ON A LEGACY LINE, MEAN NO DUE DATE.
      ******************************************************************
       01  COURSE-WEIGHT-RECORD.
           05 CWT-COURSE                    PIC X(15).
           05 CWT-COMPONENT                 PIC X(10).
           05 CWT-SEPARATOR2                PIC X VALUE ','.
           05 CWT-WEIGHT                    PIC 9(3).
           05 CWT-SEPARATOR3                PIC X VALUE ','.
           05 CWT-DUE-DATE                  PIC 9(8).
