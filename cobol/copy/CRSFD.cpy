      *    SPACES = OFFERED AT EVERY CAMPUS.
           05 CRS-SEPARATOR6                PIC X VALUE ','.
           05 CRS-CAMPUS                    PIC X(3).
      *    'W' = A CO-OP OR INTERNSHIP WORK TERM: NO CLASS MEETS, THE
      *    STUDENT IS PLACED WITH AN EMPLOYER (COOP.PLACEMENTS) AND
      *    THE GRADE WAITS ON THE HOURS AND THE EVALUATION. LEGACY
      *    LINES READ AS SPACE = A CLASSROOM COURSE.
           05 CRS-SEPARATOR7                PIC X VALUE ','.
           05 CRS-DELIVERY                  PIC X.
               88 CRS-IS-WORK-TERM              VALUE 'W'.
