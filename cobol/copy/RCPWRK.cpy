      ******************************************************************
      * Copybook: RCPWRK
      * Purpose : Parameter area for PRGS0122, the shared bad-debt
      *           recovery module. A PROGRAM THAT HAS JUST POSTED A
      *           RECEIPT FILLS THE STUDENT, AMOUNT, PROGRAM AND USER
      *           AND CALLS 'PRGS0122' USING RECOVERY-CHECK-PARM; THE
      *           MODULE ANSWERS HOW MUCH OF THE RECEIPT WAS CLAIMED
      *           BACK AGAINST AN APPROVED WRITE-OFF (ZERO WHEN THE
      *           STUDENT HAS NONE OUTSTANDING).
      ******************************************************************
       01  RECOVERY-CHECK-PARM.
           05 RCP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 RCP-RECEIPT-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 RCP-PROGRAM                   PIC X(8)  VALUE SPACES.
           05 RCP-USER                      PIC X(8)  VALUE SPACES.
           05 RCP-RECOVERED-AMOUNT          PIC 9(5)V99 VALUE 0.
           05 RCP-RESULT                    PIC X     VALUE 'N'.
               88 RCP-NOTHING-WRITTEN-OFF       VALUE 'N'.
               88 RCP-RECOVERY-POSTED           VALUE 'Y'.
               88 RCP-RECOVERY-FAILED           VALUE 'E'.
