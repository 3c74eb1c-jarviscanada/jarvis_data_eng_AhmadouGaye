      ******************************************************************
      * Copybook: DPTFD
      * Purpose : Record layout for the department master, one line
      *           per academic department. LIKE THE COURSE MASTER, A
      *           DEPARTMENT IS NEVER DELETED - IT IS RETIRED WITH AN
      *           EFFECTIVE RETIRE DATE (ZERO = STILL OPEN) SO PAST
      *           TERMS STILL ROLL UP UNDER IT.
      ******************************************************************
       01  DEPARTMENT-MASTER-RECORD.
           05 DPT-CODE                      PIC X(6).
           05 DPT-SEPARATOR1                PIC X VALUE ','.
           05 DPT-NAME                      PIC X(30).
           05 DPT-SEPARATOR2                PIC X VALUE ','.
           05 DPT-CHAIR                     PIC X(27).
           05 DPT-SEPARATOR3                PIC X VALUE ','.
           05 DPT-EFFECTIVE-DATE            PIC 9(8).
           05 DPT-SEPARATOR4                PIC X VALUE ','.
           05 DPT-RETIRE-DATE               PIC 9(8).
