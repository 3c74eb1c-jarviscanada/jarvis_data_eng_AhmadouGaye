      ******************************************************************
      * Copybook: SFLFD
      * Purpose : Record layout for the step file list, one line per
      *           data file a batch step reads. SFL-FILE-NAME IS THE
      *           NAME UNDER ../ AS THE STEP ASSIGNS IT. SFL-NEED:
      *           R = THE STEP CANNOT DO ITS WORK WITHOUT THE FILE (A
      *           MISSING, UNOPENABLE OR LOCKED FILE IS A NO-GO),
      *           O = THE STEP RUNS WITHOUT IT (A WARNING ONLY). FILES
      *           A STEP CREATES FOR ITSELF ARE NOT LISTED. ADDING A
      *           STEP TO JOB.PLAN MEANS ADDING ITS LINES HERE.
      ******************************************************************
       01  STEP-FILE-RECORD.
           05 SFL-STEP                      PIC X(8).
           05 SFL-SEPARATOR1                PIC X VALUE ','.
           05 SFL-FILE-NAME                 PIC X(24).
           05 SFL-SEPARATOR2                PIC X VALUE ','.
           05 SFL-NEED                      PIC X.
               88 SFL-REQUIRED                  VALUE 'R'.
               88 SFL-OPTIONAL                  VALUE 'O'.
