      ******************************************************************
      * Copybook: EVLFD
      * Purpose : Record layout for the course evaluation response
      *           file, one line per sheet. SHEETS ARE KEYED BY
      *           COURSE/TERM/SECTION AND THE SERIAL PRINTED ON THE
      *           SHEET - NEVER BY STUDENT ID, SO A RESPONSE CANNOT BE
      *           TRACED BACK TO WHO GAVE IT. ONE RATING PER QUESTION
      *           IN THE FIXED QUESTION SET (EVQWRK), '1' TO '5', OR
      *           SPACE WHEN THE QUESTION WAS LEFT BLANK.
      ******************************************************************
       01  COURSE-EVALUATION-RECORD.
           05 EVL-COURSE                    PIC X(15).
           05 EVL-SEPARATOR1                PIC X VALUE ','.
           05 EVL-TERM                      PIC X(10).
           05 EVL-SEPARATOR2                PIC X VALUE ','.
           05 EVL-SECTION                   PIC 9(2).
           05 EVL-SEPARATOR3                PIC X VALUE ','.
           05 EVL-SHEET-ID                  PIC X(8).
           05 EVL-SEPARATOR4                PIC X VALUE ','.
           05 EVL-RATINGS.
               10 EVL-RATING                PIC X OCCURS 8 TIMES.
           05 EVL-SEPARATOR5                PIC X VALUE ','.
           05 EVL-LOAD-DATE                 PIC 9(8).
           05 EVL-SEPARATOR6                PIC X VALUE ','.
           05 EVL-SOURCE                    PIC X.
               88 EVL-KEYED                     VALUE 'K'.
               88 EVL-SCANNED                   VALUE 'S'.
