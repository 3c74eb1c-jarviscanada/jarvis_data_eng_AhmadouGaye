      ******************************************************************
      * Copybook: APTFD
      * Purpose : Shared FD record layout for APPOINTMENT-VSAM-FILE.
      *           ROWS ARE ASSIGNED BY THE APPOINTMENT BATCH (PRGB0150)
      *           FROM CREDITS EARNED AND THE PRIORITY TABLE ON
      *           REGISTRATION.PRIORITY. PRGR0023 REFUSES AN ADD
      *           BEFORE THE STUDENT'S START DATE AND TIME; A STUDENT
      *           WITH NO ROW FOR THE TERM IS NOT HELD BACK.
      ******************************************************************
       01  APPOINTMENT-VSAM-RECORD.
           05 APT-KEY.
               10 APT-STUDENT-ID            PIC 9(6).
               10 APT-TERM                  PIC X(10).
           05 APT-SEPARATOR1                PIC X VALUE ','.
           05 APT-START-DATE                PIC 9(8).
           05 APT-SEPARATOR2                PIC X VALUE ','.
      *    24-HOUR CLOCK, HHMM.
           05 APT-START-TIME                PIC 9(4).
           05 APT-SEPARATOR3                PIC X VALUE ','.
           05 APT-CREDITS-EARNED            PIC 9(4).
           05 APT-SEPARATOR4                PIC X VALUE ','.
      *    WHICH PRIORITY ROW GAVE THE SLOT: C = CREDIT BAND,
      *    A = EARLY SLOT FOR AN ACCOMMODATION IN EFFECT.
           05 APT-PRIORITY-BASIS            PIC X.
               88 APT-BY-CREDITS                VALUE 'C'.
               88 APT-BY-ACCOMMODATION          VALUE 'A'.
           05 APT-SEPARATOR5                PIC X VALUE ','.
           05 APT-ASSIGNED-DATE             PIC 9(8).
