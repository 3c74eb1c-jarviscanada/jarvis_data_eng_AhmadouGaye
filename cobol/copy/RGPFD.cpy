      ******************************************************************
      * Copybook: RGPFD
      * Purpose : Record layout for the registration priority table,
      *           one line per slot. A 'C' LINE GIVES THE SLOT FOR
      *           STUDENTS WITH AT LEAST RGP-MIN-CREDITS EARNED (THE
      *           HIGHEST BAND REACHED WINS); THE 'A' LINE GIVES THE
      *           EARLY SLOT FOR A STUDENT WITH AN ACCOMMODATION IN
      *           EFFECT, TAKEN WHEN IT IS EARLIER THAN THE STUDENT'S
      *           BAND. THE SLOT DATE IS THE REGISTRATION OPENING DATE
      *           PLUS RGP-DAY-OFFSET DAYS, ROLLED TO A BUSINESS DAY.
      ******************************************************************
       01  REGISTRATION-PRIORITY-RECORD.
           05 RGP-TYPE                      PIC X.
               88 RGP-CREDIT-BAND               VALUE 'C'.
               88 RGP-ACCOMMODATION-SLOT        VALUE 'A'.
           05 RGP-SEPARATOR1                PIC X VALUE ','.
           05 RGP-MIN-CREDITS               PIC 9(4).
           05 RGP-SEPARATOR2                PIC X VALUE ','.
           05 RGP-DAY-OFFSET                PIC 9(2).
           05 RGP-SEPARATOR3                PIC X VALUE ','.
      *    24-HOUR CLOCK, HHMM.
           05 RGP-START-TIME                PIC 9(4).
