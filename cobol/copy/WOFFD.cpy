      ******************************************************************
      * Copybook: WOFFD
      * Purpose : Record layout for the bad-debt write-off file, one
      *           line per proposed write-off of a student's open
      *           balance. WOF-STATUS TRACKS THE ROW THROUGH THE
      *           TWO-PERSON WORKFLOW; AN APPROVED ROW HAS POSTED ITS
      *           'W' CREDIT ON STUDENT.CHARGES. WOF-RECOVERED GROWS
      *           AS LATER RECEIPTS ARE CLAIMED BACK AGAINST IT.
      ******************************************************************
       01  WRITE-OFF-RECORD.
           05 WOF-STUDENT-ID                PIC 9(6).
           05 WOF-SEPARATOR1                PIC X VALUE ','.
           05 WOF-AMOUNT                    PIC 9(5)V99.
           05 WOF-SEPARATOR2                PIC X VALUE ','.
           05 WOF-STATUS                    PIC X VALUE 'P'.
               88 WOF-PENDING                   VALUE 'P'.
               88 WOF-APPROVED                  VALUE 'A'.
               88 WOF-REJECTED                  VALUE 'R'.
           05 WOF-SEPARATOR3                PIC X VALUE ','.
           05 WOF-PROPOSED-DATE             PIC 9(8).
           05 WOF-SEPARATOR4                PIC X VALUE ','.
           05 WOF-PROPOSED-BY               PIC X(8).
           05 WOF-SEPARATOR5                PIC X VALUE ','.
           05 WOF-REASON                    PIC X(30).
           05 WOF-SEPARATOR6                PIC X VALUE ','.
           05 WOF-DECIDED-DATE              PIC 9(8).
           05 WOF-SEPARATOR7                PIC X VALUE ','.
           05 WOF-DECIDED-BY                PIC X(8).
           05 WOF-SEPARATOR8                PIC X VALUE ','.
      *    FIRST MONTH THE ROW WENT OUT ON THE COLLECTION REFERRAL.
           05 WOF-REFERRED-DATE             PIC 9(8).
           05 WOF-SEPARATOR9                PIC X VALUE ','.
           05 WOF-RECOVERED                 PIC 9(5)V99.
           05 WOF-SEPARATOR10               PIC X VALUE ','.
           05 WOF-LAST-RECOVERY-DATE        PIC 9(8).
