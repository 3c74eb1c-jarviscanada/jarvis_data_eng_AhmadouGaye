      ******************************************************************
      * Copybook: TPDFD
      * Purpose : Record layout for the transfer courses awaiting an
      *           articulation decision - the incoming transcript
      *           line plus the date it was first held back. THE
      *           TRANSFER BATCH REWRITES THIS FILE EVERY RUN WITH
      *           WHATEVER IS STILL UNDECIDED.
      ******************************************************************
       01  TRANSFER-PENDING-RECORD.
           05 TPD-STUDENT-ID                PIC 9(6).
           05 TPD-SEPARATOR1                PIC X VALUE ','.
           05 TPD-INST-ID                   PIC 9(4).
           05 TPD-SEPARATOR2                PIC X VALUE ','.
           05 TPD-EXT-COURSE                PIC X(15).
           05 TPD-SEPARATOR3                PIC X VALUE ','.
           05 TPD-LETTER-GRADE              PIC X.
           05 TPD-SEPARATOR4                PIC X VALUE ','.
           05 TPD-HELD-DATE                 PIC 9(8).
