      ******************************************************************
      * Copybook: PNPWRK
      * Purpose : Parameter area for PRGS0159, the shared display-name
      *           lookup module. THE CALLER SETS THE STUDENT AND THE
      *           LEGAL NAME FROM THE STUDENT RECORD IT ALREADY HOLDS;
      *           THE MODULE RETURNS THE NAME TO SHOW - THE PREFERRED
      *           NAME WHEN ONE IS ON FILE, OTHERWISE THE LEGAL NAME.
      ******************************************************************
       01  PREFERRED-NAME-PARM.
           05 PNP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 PNP-LEGAL-NAME                PIC X(27) VALUE SPACES.
           05 PNP-DISPLAY-NAME              PIC X(27) VALUE SPACES.
           05 PNP-PREFERRED                 PIC X     VALUE 'N'.
               88 PNP-PREFERRED-ON-FILE         VALUE 'Y'.
