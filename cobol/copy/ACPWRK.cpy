      ******************************************************************
      * Copybook: ACPWRK
      * Purpose : Parameter area for PRGS0141, the shared accommodation
      *           lookup module. THE CALLER SETS THE STUDENT AND THE
      *           TERM; THE MODULE ANSWERS WHICH ACCOMMODATIONS ARE IN
      *           EFFECT THAT TERM. ACP-ON-FILE IS ALL A ROSTER MAY
      *           SHOW; THE DETAIL FLAGS ARE FOR THE SCHEDULING AND
      *           ATTENDANCE BATCHES THAT MUST ACT ON THEM.
      ******************************************************************
       01  ACCOMMODATION-CHECK-PARM.
           05 ACP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 ACP-TERM                      PIC X(10) VALUE SPACES.
           05 ACP-ON-FILE                   PIC X     VALUE 'N'.
               88 ACP-ACCOMMODATION-ON-FILE     VALUE 'Y'.
           05 ACP-EXTRA-TIME                PIC X     VALUE 'N'.
               88 ACP-HAS-EXTRA-TIME            VALUE 'Y'.
           05 ACP-EXTRA-PCT                 PIC 9(3)  VALUE 0.
           05 ACP-SEPARATE-ROOM             PIC X     VALUE 'N'.
               88 ACP-HAS-SEPARATE-ROOM         VALUE 'Y'.
           05 ACP-EXCUSED-ABSENCE           PIC X     VALUE 'N'.
               88 ACP-HAS-EXCUSED-ABSENCE       VALUE 'Y'.
