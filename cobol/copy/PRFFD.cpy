      ******************************************************************
      * Copybook: PRFFD
      * Purpose : Shared FD record layout for PREFERRED-NAME-FILE.
      *           ROWS ARE KEPT THROUGH PRGU0160 ONLY (PRGX0062
      *           REMOVES A ROW ON ERASURE). EVERY OTHER
      *           PROGRAM ASKS PRGS0159 FOR THE NAME TO SHOW AND NEVER
      *           READS THE FILE ITSELF. THE LEGAL NAME STAYS ON
      *           STUDENT.VSAM AND IS WHAT OFFICIAL DOCUMENTS PRINT;
      *           A STUDENT WITH NO ROW GOES BY THE LEGAL NAME.
      ******************************************************************
       01  PREFERRED-NAME-RECORD.
           05 PRF-STUDENT-ID                PIC 9(6).
           05 PRF-SEPARATOR1                PIC X VALUE ','.
           05 PRF-NAME                      PIC X(27).
           05 PRF-SEPARATOR2                PIC X VALUE ','.
           05 PRF-UPDATED-DATE              PIC 9(8).
           05 PRF-SEPARATOR3                PIC X VALUE ','.
           05 PRF-UPDATED-BY                PIC X(8).
