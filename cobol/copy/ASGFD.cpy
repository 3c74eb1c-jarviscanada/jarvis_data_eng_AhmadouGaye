      *    COURSE MASTER'S CAMPUS.
           05 ASG-SEPARATOR9                PIC X VALUE ','.
           05 ASG-CAMPUS                    PIC X(3).
      *    SECTION STATUS: 'X' = CANCELLED (PRGB0162) - THE ROW STAYS
      *    ON FILE FOR THE RECORD BUT NO PROGRAM OFFERS, STAFFS,
      *    ROOMS OR FEEDS THE SECTION AGAIN. LEGACY LINES WITHOUT
      *    THE COLUMN READ AS SPACES = RUNNING.
           05 ASG-SEPARATOR10               PIC X VALUE ','.
           05 ASG-STATUS                    PIC X VALUE 'A'.
               88 ASG-RUNNING                   VALUE 'A' ' '.
               88 ASG-CANCELLED                 VALUE 'X'.
