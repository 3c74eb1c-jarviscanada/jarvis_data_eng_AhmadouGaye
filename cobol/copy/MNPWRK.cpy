      ******************************************************************
      * Copybook: MNPWRK
      * Purpose : Parameter area for PRGS0143, the shared misconduct
      *           notation lookup. THE CALLER SETS THE STUDENT AND
      *           THE DATE THE TRANSCRIPT IS ISSUED; THE MODULE
      *           RETURNS THE SANCTIONS WHOSE NOTATION STILL RUNS ON
      *           THAT DATE - NOTHING ABOUT THE ALLEGATION OR THE
      *           HEARING LEAVES THE CASE FILE.
      ******************************************************************
       01  MISCONDUCT-NOTATION-PARM.
           05 MNP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 MNP-AS-OF-DATE                PIC 9(8)  VALUE 0.
           05 MNP-COUNT                     PIC 9     VALUE 0.
           05 MNP-ENTRY OCCURS 5 TIMES.
               10 MNP-SANCTION              PIC X.
                   88 MNP-GRADE-F               VALUE 'F'.
                   88 MNP-SUSPENSION            VALUE 'S'.
                   88 MNP-EXPULSION             VALUE 'E'.
               10 MNP-COURSE                PIC X(15).
               10 MNP-TERM                  PIC X(10).
               10 MNP-SUSPEND-FROM-TERM     PIC X(10).
               10 MNP-SUSPEND-TO-TERM       PIC X(10).
