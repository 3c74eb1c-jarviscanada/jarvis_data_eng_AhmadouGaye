      ******************************************************************
      * Copybook: PLCFD
      * Purpose : Shared FD record layout for PLACEMENT-VSAM-FILE. THE
      *           ROW IS WRITTEN BY PRGN0167 WHEN THE STUDENT IS PLACED
      *           IN A WORK-TERM COURSE WITH AN EMPLOYER ('A'), OR
      *           MARKED CANCELLED ('X') IF THE PLACEMENT FALLS
      *           THROUGH. HOURS-LOGGED IS THE RUNNING TOTAL OF THE
      *           WEEKLY LINES ON COOP.HOURS. THE EVALUATION OUTCOME IS
      *           SPACE UNTIL THE EMPLOYER'S EVALUATION COMES IN. THE
      *           WORK-TERM GRADE POSTS ONLY ONCE THE HOURS ARE MET AND
      *           THE EVALUATION IS IN (PRGS0169).
      ******************************************************************
       01  PLACEMENT-VSAM-RECORD.
           05 PLC-KEY.
               10 PLC-STUDENT-ID            PIC 9(6).
               10 PLC-TERM                  PIC X(10).
           05 PLC-SEPARATOR1                PIC X VALUE ','.
           05 PLC-COURSE                    PIC X(15).
           05 PLC-SEPARATOR2                PIC X VALUE ','.
           05 PLC-EMPLOYER-ID               PIC 9(4).
           05 PLC-SEPARATOR3                PIC X VALUE ','.
           05 PLC-SUPERVISOR                PIC X(27).
           05 PLC-SEPARATOR4                PIC X VALUE ','.
           05 PLC-START-DATE                PIC 9(8).
           05 PLC-SEPARATOR5                PIC X VALUE ','.
           05 PLC-END-DATE                  PIC 9(8).
           05 PLC-SEPARATOR6                PIC X VALUE ','.
           05 PLC-REQUIRED-HOURS            PIC 9(4).
           05 PLC-SEPARATOR7                PIC X VALUE ','.
           05 PLC-HOURS-LOGGED              PIC 9(4).
           05 PLC-SEPARATOR8                PIC X VALUE ','.
           05 PLC-STATUS                    PIC X VALUE 'A'.
               88 PLC-ACTIVE                    VALUE 'A'.
               88 PLC-CANCELLED                 VALUE 'X'.
           05 PLC-SEPARATOR9                PIC X VALUE ','.
           05 PLC-EVAL-OUTCOME              PIC X VALUE SPACE.
               88 PLC-EVAL-OUTSTANDING          VALUE SPACE.
               88 PLC-EVAL-SATISFACTORY         VALUE 'S'.
               88 PLC-EVAL-UNSATISFACTORY       VALUE 'U'.
               88 PLC-EVAL-VALID                VALUE 'S' 'U'.
           05 PLC-SEPARATOR10               PIC X VALUE ','.
           05 PLC-EVAL-DATE                 PIC 9(8).
           05 PLC-SEPARATOR11               PIC X VALUE ','.
           05 PLC-UPDATE-DATE               PIC 9(8).
           05 PLC-SEPARATOR12               PIC X VALUE ','.
           05 PLC-UPDATED-BY                PIC X(8).
