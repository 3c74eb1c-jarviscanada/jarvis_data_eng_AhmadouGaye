      * Purpose : Record layout for the course waitlist file, one line
      *           per overflow student in arrival order. WTL-STATUS
      *           MARKS WHETHER THE ROW IS STILL WAITING OR HAS BEEN
      *           PROMOTED INTO A REAL ENROLLMENT ROW, OR WAS CLOSED
      *           BECAUSE ITS SECTION WAS CANCELLED.
      ******************************************************************
       01  WAITLIST-RECORD.
           05 WTL-COURSE                    PIC X(15).
           05 WTL-SEPARATOR1                PIC X VALUE ','.
           05 WTL-TERM                      PIC X(10).
           05 WTL-SEPARATOR2                PIC X VALUE ','.
           05 WTL-STUDENT-ID                PIC 9(6).
           05 WTL-SEPARATOR3                PIC X VALUE ','.
           05 WTL-DATE                      PIC 9(8).
           05 WTL-SEPARATOR4                PIC X VALUE ','.
           05 WTL-STATUS                    PIC X VALUE 'W'.
               88 WTL-WAITING                   VALUE 'W'.
               88 WTL-PROMOTED                  VALUE 'P'.
               88 WTL-CLOSED                    VALUE 'C'.
      *    SECTION THE STUDENT IS QUEUED FOR; LEGACY LINES WITHOUT
      *    THE COLUMN READ AS SPACES = SECTION 01.
           05 WTL-SEPARATOR5                PIC X VALUE ','.
