      ******************************************************************
      * Copybook: CLPWRK
      * Purpose : Parameter area for PRGS0139, the shared departure
      *           clearance module. FUNCTION 'O' OPENS THE STUDENT'S
      *           CHECKLIST FOR THE GIVEN REASON (W = WITHDRAWAL,
      *           G = GRADUATION) AND THEN ANSWERS AS 'Q' DOES; 'Q'
      *           ONLY REPORTS WHETHER EVERY OFFICE HAS SIGNED OFF,
      *           WITH THE OFFICES STILL OUTSTANDING LISTED.
      ******************************************************************
       01  CLEARANCE-CHECK-PARM.
           05 CLP-FUNCTION                  PIC X     VALUE 'Q'.
               88 CLP-DO-OPEN                   VALUE 'O'.
               88 CLP-DO-QUERY                  VALUE 'Q'.
           05 CLP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 CLP-REASON                    PIC X     VALUE 'W'.
           05 CLP-PROGRAM                   PIC X(8)  VALUE SPACES.
           05 CLP-USER                      PIC X(8)  VALUE SPACES.
           05 CLP-RESULT                    PIC X     VALUE SPACE.
               88 CLP-ALL-CLEARED               VALUE 'Y'.
               88 CLP-NOT-CLEARED               VALUE 'N'.
               88 CLP-FILE-ERROR                VALUE 'E'.
           05 CLP-OPENED-COUNT              PIC 9     VALUE 0.
           05 CLP-OUTSTANDING-COUNT         PIC 9     VALUE 0.
           05 CLP-OUTSTANDING-LIST          PIC X(16) VALUE SPACES.
