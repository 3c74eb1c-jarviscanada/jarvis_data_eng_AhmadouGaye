      * Copybook: TRMFD
      * Purpose : Record layout for the term master file, one line per
      *           valid term code with its start date, end date,
      *           add/drop deadline, withdrawal deadline, census
      *           date and early-alert date, so programs can both
      *           validate free-text term values and make
      *           date-driven decisions.
      ******************************************************************
       01  TERM-MASTER-RECORD.
           05 TRM-CODE                      PIC X(10).
      *    TREATS AS THE TERM END DATE.
           05 TRM-SEPARATOR4                PIC X VALUE ','.
           05 TRM-WITHDRAW-DATE             PIC 9(8).
      *    OFFICIAL CENSUS DATE - THE DAY THE TERM'S ENROLLMENT IS
      *    FROZEN FOR THE MINISTRY RETURN AND HEADCOUNTS (PRGB0155).
      *    LEGACY LINES WITHOUT THE COLUMN READ AS SPACES, WHICH
      *    MEANS NO CENSUS DATE IS SET AND NOTHING IS FROZEN.
           05 TRM-SEPARATOR5                PIC X VALUE ','.
           05 TRM-CENSUS-DATE               PIC 9(8).
      *    MID-TERM EARLY-ALERT DATE - THE NIGHT PRGB0170 WORKS THE
      *    TERM'S GRADEBOOK FOR STUDENTS FALLING BEHIND. ZEROS, OR
      *    SPACES ON A LEGACY LINE, MEAN NO ALERT RUN FOR THE TERM.
           05 TRM-SEPARATOR6                PIC X VALUE ','.
           05 TRM-ALERT-DATE                PIC 9(8).
