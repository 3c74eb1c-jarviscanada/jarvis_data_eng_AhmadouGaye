      ******************************************************************
      * Copybook: HSGFD
      * Purpose : Shared FD record layout for HOUSING-VSAM-FILE. THE
      *           ROW STARTS AS AN APPLICATION ('P') TAKEN BY PRGN0136,
      *           BECOMES AN ASSIGNMENT ('A') WHEN A BED IS GIVEN, AND
      *           ENDS AS A MOVE-OUT ('O') - BY THE HOUSING OFFICE OR
      *           BY THE NIGHTLY MOVE-OUT BATCH (PRGB0137) WHEN THE
      *           STUDENT WITHDRAWS OR DROPS TO NO ACTIVE COURSES FOR
      *           THE TERM - OR A CANCELLED APPLICATION ('C'). ONLY
      *           'A' ROWS HOLD A BED AND ONLY 'A' ROWS ARE BILLED.
      ******************************************************************
       01  HOUSING-VSAM-RECORD.
           05 HSG-KEY.
               10 HSG-STUDENT-ID            PIC 9(6).
               10 HSG-TERM                  PIC X(10).
           05 HSG-SEPARATOR1                PIC X VALUE ','.
           05 HSG-STATUS                    PIC X VALUE 'P'.
               88 HSG-APPLIED                   VALUE 'P'.
               88 HSG-ASSIGNED                  VALUE 'A'.
               88 HSG-MOVED-OUT                 VALUE 'O'.
               88 HSG-CANCELLED                 VALUE 'C'.
           05 HSG-SEPARATOR2                PIC X VALUE ','.
           05 HSG-APPLY-DATE                PIC 9(8).
           05 HSG-SEPARATOR3                PIC X VALUE ','.
           05 HSG-GENDER                    PIC X.
               88 HSG-GENDER-VALID              VALUE 'M' 'F' 'X'.
           05 HSG-SEPARATOR4                PIC X VALUE ','.
           05 HSG-PREF-BUILDING             PIC X(8).
           05 HSG-SEPARATOR5                PIC X VALUE ','.
           05 HSG-BUILDING                  PIC X(8).
           05 HSG-SEPARATOR6                PIC X VALUE ','.
           05 HSG-ROOM                      PIC X(6).
           05 HSG-SEPARATOR7                PIC X VALUE ','.
           05 HSG-ASSIGN-DATE               PIC 9(8).
           05 HSG-SEPARATOR8                PIC X VALUE ','.
           05 HSG-MOVE-OUT-DATE             PIC 9(8).
           05 HSG-SEPARATOR9                PIC X VALUE ','.
           05 HSG-MOVE-OUT-REASON           PIC X.
               88 HSG-OUT-WITHDRAWN             VALUE 'W'.
               88 HSG-OUT-NO-COURSES            VALUE 'Z'.
               88 HSG-OUT-BY-OFFICE             VALUE 'V'.
           05 HSG-SEPARATOR10               PIC X VALUE ','.
           05 HSG-UPDATE-DATE               PIC 9(8).
