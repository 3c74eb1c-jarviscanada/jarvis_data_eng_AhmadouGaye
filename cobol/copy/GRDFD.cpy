       01  GRADE-VSAM-RECORD.
           88 GRD-ENDOFFILE                 VALUE HIGH-VALUE.
           05 GRD-KEY.
               10 GRD-STUDENT-ID            PIC 9(6).
               10 GRD-COURSE                PIC X(15).
               10 GRD-TERM                  PIC X(10).
      *    'I' = INCOMPLETE UNDER A CONTRACT ON INCOMPLETE.CONTRACTS
           05 GRD-GRADE-POINTS              PIC 9V99.
           05 GRD-POSTDATE                  PIC 9(8).
           05 GRD-CREDIT-HOURS              PIC 9(2).
      *    'Y' = CHANGED THROUGH THE AMENDMENT WORKFLOW; 'S' = AN F
      *    REPLACED BY THE CAPPED PASSING GRADE EARNED ON A
      *    SUPPLEMENTAL EXAM (PRGG0165).
           05 GRD-AMEND-FLAG                PIC X.
               88 GRD-WAS-AMENDED               VALUE 'Y'.
               88 GRD-BY-SUPPLEMENTAL           VALUE 'S'.
      *    'Y' = TRANSFER CREDIT BROUGHT IN FROM ANOTHER SCHOOL:
      *    SATISFIES PREREQUISITES AND DEGREE REQUIREMENTS LIKE ANY
      *    GRADE, BUT PRINTS IN ITS OWN TRANSCRIPT BLOCK AND STAYS
