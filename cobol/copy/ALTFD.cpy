      ******************************************************************
      * Copybook: ALTFD
      * Purpose : Record layout for the early-alert file: a student
      *           whose weighted percentage-to-date in a course is
      *           under the alert threshold, or who has no score for a
      *           component already due, with the section, the
      *           section's instructor (0000 = NONE ON FILE), the
      *           percentage over the weight scored so far, and why.
      *           ONE LINE PER STUDENT/COURSE/TERM - A RERUN OF THE
      *           SAME TERM DOES NOT ALERT THE SAME COURSE TWICE.
      ******************************************************************
       01  EARLY-ALERT-RECORD.
           05 ALT-STUDENT-ID                PIC 9(6).
           05 ALT-SEPARATOR1                PIC X VALUE ','.
           05 ALT-COURSE                    PIC X(15).
           05 ALT-SEPARATOR2                PIC X VALUE ','.
           05 ALT-TERM                      PIC X(10).
           05 ALT-SEPARATOR3                PIC X VALUE ','.
           05 ALT-SECTION                   PIC 9(2).
           05 ALT-SEPARATOR4                PIC X VALUE ','.
           05 ALT-INSTRUCTOR-ID             PIC 9(4).
           05 ALT-SEPARATOR5                PIC X VALUE ','.
           05 ALT-PERCENT                   PIC 9(3).
           05 ALT-SEPARATOR6                PIC X VALUE ','.
           05 ALT-WEIGHT-SCORED             PIC 9(3).
           05 ALT-SEPARATOR7                PIC X VALUE ','.
           05 ALT-MISSING-COUNT             PIC 9(2).
           05 ALT-SEPARATOR8                PIC X VALUE ','.
           05 ALT-REASON                    PIC X.
               88 ALT-BELOW-THRESHOLD           VALUE 'L'.
               88 ALT-MISSING-WORK              VALUE 'M'.
               88 ALT-BELOW-AND-MISSING         VALUE 'B'.
           05 ALT-SEPARATOR9                PIC X VALUE ','.
           05 ALT-RUN-DATE                  PIC 9(8).
