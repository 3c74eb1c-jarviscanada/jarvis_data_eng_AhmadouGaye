      ******************************************************************
      * Copybook: CNSWRK
      * Purpose : WORKING-STORAGE for the census-or-live source switch.
      *           PRGB0155 FREEZES EACH TERM ON ITS CENSUS DATE INTO
      *           ../STUDENT.CENSUS.<TERM> AND ../ENROLLMENT.CENSUS.
      *           <TERM>; THE NAMES BELOW START ON THE LIVE FILES AND
      *           ARE REBUILT FOR THE TERM WHEN THE CENSUS COPY IS
      *           THE SOURCE. THE FROZEN COPIES ARE NEVER REWRITTEN.
      ******************************************************************
       01  WS-CENSUS-SOURCE-AREAS.
           05 WS-CENSUS-STUDENT-FILE        PIC X(40)
               VALUE '../STUDENT.VSAM'.
           05 WS-CENSUS-ENROLL-FILE         PIC X(40)
               VALUE '../ENROLLMENT.VSAM'.
           05 WS-CENSUS-SOURCE              PIC X VALUE 'L'.
               88 CENSUS-SOURCE-FROZEN          VALUE 'C'.
               88 CENSUS-SOURCE-LIVE            VALUE 'L'.
