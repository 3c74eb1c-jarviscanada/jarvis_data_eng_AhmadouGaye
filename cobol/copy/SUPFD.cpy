      ******************************************************************
      * Copybook: SUPFD
      * Purpose : Record layout for the supplemental exam file, one
      *           line per student/course/term offered a supplemental
      *           after an F. SUP-STATUS: E = ELIGIBLE (OFFERED BY THE
      *           ELIGIBILITY RUN), R = REGISTERED (FEE CHARGED), P =
      *           PASSED (THE F REPLACED BY THE CAPPED GRADE), N = NOT
      *           PASSED (THE F STANDS). A ROW AT R, P OR N MEANS THE
      *           STUDENT HAS USED THE ONE SUPPLEMENTAL ALLOWED IN THE
      *           COURSE. SUP-PERCENT IS THE WEIGHTED COURSE PERCENTAGE
      *           THAT EARNED THE OFFER; SUP-RESULT IS THE EXAM SCORE.
      ******************************************************************
       01  SUPPLEMENTAL-EXAM-RECORD.
           05 SUP-STUDENT-ID                PIC 9(6).
           05 SUP-SEPARATOR1                PIC X VALUE ','.
           05 SUP-COURSE                    PIC X(15).
           05 SUP-SEPARATOR2                PIC X VALUE ','.
           05 SUP-TERM                      PIC X(10).
           05 SUP-SEPARATOR3                PIC X VALUE ','.
           05 SUP-PERCENT                   PIC 9(3)V99.
           05 SUP-SEPARATOR4                PIC X VALUE ','.
           05 SUP-STATUS                    PIC X VALUE 'E'.
               88 SUP-ELIGIBLE                  VALUE 'E'.
               88 SUP-REGISTERED                VALUE 'R'.
               88 SUP-PASSED                    VALUE 'P'.
               88 SUP-NOT-PASSED                VALUE 'N'.
               88 SUP-USED                      VALUE 'R' 'P' 'N'.
           05 SUP-SEPARATOR5                PIC X VALUE ','.
           05 SUP-OFFERED-DATE              PIC 9(8).
           05 SUP-SEPARATOR6                PIC X VALUE ','.
           05 SUP-REGISTERED-DATE           PIC 9(8).
           05 SUP-SEPARATOR7                PIC X VALUE ','.
           05 SUP-FEE-AMOUNT                PIC 9(5)V99.
           05 SUP-SEPARATOR8                PIC X VALUE ','.
           05 SUP-RESULT                    PIC 9(3).
           05 SUP-SEPARATOR9                PIC X VALUE ','.
           05 SUP-POSTED-DATE               PIC 9(8).
           05 SUP-SEPARATOR10               PIC X VALUE ','.
           05 SUP-POSTED-BY                 PIC X(8).
