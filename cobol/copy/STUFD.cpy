      ******************************************************************
       01  STUDENT-VSAM-RECORD.
           88 ENDOFFILE                     VALUE HIGH-VALUE.
           05 STUDENT-VSAM-ID               PIC 9(6).
           05 SEPARATOR1-VSAM               PIC X.
           05 STUDENT-VSAM-NAME             PIC X(27).
           05 SEPARATOR2-VSAM               PIC X.
               88 STUDENT-WITHDRAWN             VALUE 'W'.
               88 STUDENT-ON-LEAVE              VALUE 'L'.
               88 STUDENT-DELETED               VALUE 'D'.
      *    SUSPENDED UNDER AN ACADEMIC MISCONDUCT SANCTION (PRGN0144,
      *    PRGB0089) - NO NEW REGISTRATIONS UNTIL IT IS LIFTED.
               88 STUDENT-SUSPENDED             VALUE 'S'.
      *    ISSUED AN ADMISSION OFFER (PRGA0049) NOT YET CONFIRMED BY
      *    ACCEPTANCE AND DEPOSIT; AN OFFER THAT LAPSES (PRGB0171)
      *    LEAVES THE RECORD AS 'X'. NEITHER IS A STUDENT YET - NO
      *    REGISTRATION AND NO TUITION.
               88 STUDENT-OFFERED               VALUE 'O'.
               88 STUDENT-OFFER-LAPSED          VALUE 'X'.
           05 SEPARATOR7-VSAM               PIC X VALUE ','.
           05 STUDENT-VSAM-TERM             PIC X(10).
           05 SEPARATOR8-VSAM               PIC X VALUE ','.
      *    CAMPUS CHECK AND FILTER TREATS AS UNRESTRICTED.
           05 SEPARATOR10-VSAM              PIC X VALUE ','.
           05 STUDENT-VSAM-CAMPUS           PIC X(3).
      *    TUITION FEE CATEGORY (RESIDENCY) WITH THE TERM IT TOOK
      *    EFFECT AND THE CATEGORY THAT APPLIED BEFORE THAT TERM.
      *    LEGACY ROWS READ AS SPACES = DOMESTIC; A BLANK EFFECTIVE
      *    TERM MEANS THE CATEGORY APPLIES TO EVERY TERM.
           05 SEPARATOR11-VSAM              PIC X VALUE ','.
           05 STUDENT-VSAM-FEE-CATEGORY     PIC X VALUE 'D'.
               88 STUDENT-FEE-DOMESTIC          VALUE 'D' ' '.
               88 STUDENT-FEE-OUT-OF-PROV       VALUE 'O'.
               88 STUDENT-FEE-INTERNATIONAL     VALUE 'I'.
           05 SEPARATOR12-VSAM              PIC X VALUE ','.
           05 STUDENT-VSAM-FEE-EFF-TERM     PIC X(10).
           05 SEPARATOR13-VSAM              PIC X VALUE ','.
           05 STUDENT-VSAM-FEE-PRIOR-CAT    PIC X.
