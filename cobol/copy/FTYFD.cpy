      ******************************************************************
      * Copybook: FTYFD
      * Purpose : Record layout for the fee-type master, one line per
      *           ancillary fee. THE BASIS SAYS HOW THE ASSESSMENT
      *           BATCH (PRGB0034) CHARGES IT: 'T' ONCE PER STUDENT PER
      *           TERM ENROLLED, 'C' ONCE PER COURSE ENROLLED, 'H' PER
      *           CREDIT HOUR ENROLLED IN THE TERM, 'O' ONCE PER
      *           STUDENT EVER (E.G. THE GRADUATION FEE), 'S' NEVER -
      *           IT IS CHARGED BY THE PROGRAM THAT SELLS THE SERVICE
      *           (SUPPLEMENTAL EXAM REGISTRATION, PRGG0165). THE GL
      *           ACCOUNT IS THE REVENUE ACCOUNT PRGB0073 CREDITS AND
      *           THE T2202 FLAG SAYS WHETHER PRGB0077 COUNTS THE FEE
      *           AS ELIGIBLE TUITION.
      ******************************************************************
       01  FEE-TYPE-RECORD.
           05 FTY-CODE                      PIC X(6).
           05 FTY-SEPARATOR1                PIC X VALUE ','.
           05 FTY-DESCRIPTION               PIC X(30).
           05 FTY-SEPARATOR2                PIC X VALUE ','.
           05 FTY-GL-ACCOUNT                PIC X(8).
           05 FTY-SEPARATOR3                PIC X VALUE ','.
           05 FTY-BASIS                     PIC X.
               88 FTY-PER-TERM                  VALUE 'T'.
               88 FTY-PER-COURSE                VALUE 'C'.
               88 FTY-PER-CREDIT-HOUR           VALUE 'H'.
               88 FTY-ONE-TIME                  VALUE 'O'.
               88 FTY-PER-SERVICE               VALUE 'S'.
           05 FTY-SEPARATOR4                PIC X VALUE ','.
           05 FTY-RATE                      PIC 9(5)V99.
           05 FTY-SEPARATOR5                PIC X VALUE ','.
           05 FTY-T2202-ELIGIBLE            PIC X.
               88 FTY-IS-T2202-ELIGIBLE         VALUE 'Y'.
