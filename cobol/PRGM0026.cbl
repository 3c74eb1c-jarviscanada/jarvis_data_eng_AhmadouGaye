      *          course with an effective retire date instead of
      *          deleting its line (so old grades still resolve on
      *          the transcript), and refuses to retire a course that
      *          still has active enrollment rows against it. A COURSE
      *          CAN BE MARKED A CO-OP OR INTERNSHIP WORK TERM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  CAPACITY-IS-VALID         VALUE 'Y'.
           05  WS-INPUT-CREDITS       PIC X(2).
           05  WS-INPUT-CAMPUS        PIC X(3).
           05  WS-INPUT-DELIVERY      PIC X     VALUE SPACE.
           05  WS-DELIVERY-VALID      PIC X     VALUE 'N'.
               88  DELIVERY-IS-VALID         VALUE 'Y'.
           05  WS-CREDITS-VALID       PIC X     VALUE 'N'.
               88  CREDITS-ARE-VALID         VALUE 'Y'.
           05  WS-INPUT-EFFECTIVE     PIC X(8).
                   15  WS-CRS-E-RETIRE     PIC X(8).
                   15  WS-CRS-E-CREDITS    PIC X(2).
                   15  WS-CRS-E-CAMPUS     PIC X(3).
                   15  WS-CRS-E-DELIVERY   PIC X.

       01  CRS-MAINT-HEADER.
           05 FILLER      PIC X VALUE '+'.
               "CAMPUS) >>".
           ACCEPT WS-INPUT-CAMPUS.

           PERFORM 1345-PROMPT-FOR-DELIVERY UNTIL DELIVERY-IS-VALID.

           DISPLAY "<---- REVIEW NEW COURSE BEFORE SAVING ---->".
           DISPLAY "COURSE CODE    : " WS-INPUT-COURSE.
           DISPLAY "TITLE          : " WS-INPUT-TITLE.
           DISPLAY "SEAT CAPACITY  : " WS-INPUT-CAPACITY.
           DISPLAY "CREDIT HOURS   : " WS-INPUT-CREDITS.
           DISPLAY "CAMPUS         : " WS-INPUT-CAMPUS.
           IF WS-INPUT-DELIVERY = 'W'
               DISPLAY "DELIVERY       : CO-OP / INTERNSHIP WORK TERM"
           ELSE
               DISPLAY "DELIVERY       : CLASSROOM"
           END-IF.
           DISPLAY "EFFECTIVE DATE : " WS-INPUT-EFFECTIVE.
           DISPLAY "SAVE THIS COURSE (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

       1340-END.

      *    A WORK-TERM COURSE HAS NO CLASS: ITS STUDENTS ARE PLACED
      *    WITH AN EMPLOYER AND ITS GRADE WAITS ON THE PLACEMENT.
       1345-PROMPT-FOR-DELIVERY.

           DISPLAY "CO-OP / INTERNSHIP WORK TERM (Y/N) >>".
           ACCEPT WS-INPUT-DELIVERY.

           EVALUATE WS-INPUT-DELIVERY
               WHEN 'Y'
                   MOVE 'W' TO WS-INPUT-DELIVERY
                   SET DELIVERY-IS-VALID TO TRUE
               WHEN 'N'
                   MOVE SPACE TO WS-INPUT-DELIVERY
                   SET DELIVERY-IS-VALID TO TRUE
               WHEN OTHER
                   DISPLAY "ANSWER Y OR N."
           END-EVALUATE.

       1345-END.

       1350-APPEND-COURSE.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
               MOVE WS-INPUT-CREDITS TO CRS-CREDIT-HOURS
               MOVE ',' TO CRS-SEPARATOR6
               MOVE WS-INPUT-CAMPUS TO CRS-CAMPUS
               MOVE ',' TO CRS-SEPARATOR7
               MOVE WS-INPUT-DELIVERY TO CRS-DELIVERY
               WRITE COURSE-MASTER-RECORD
               CLOSE COURSE-MASTER-FILE
               DISPLAY "COURSE " WS-INPUT-COURSE " ADDED."
                           TO WS-CRS-E-CREDITS (WS-CRS-COUNT)
                       MOVE CRS-CAMPUS
                           TO WS-CRS-E-CAMPUS (WS-CRS-COUNT)
                       MOVE CRS-DELIVERY
                           TO WS-CRS-E-DELIVERY (WS-CRS-COUNT)
                       IF CRS-CODE = WS-INPUT-COURSE
                           MOVE WS-INPUT-RETIRE
                               TO WS-CRS-E-RETIRE (WS-CRS-COUNT)
           END-IF.
           MOVE ',' TO CRS-SEPARATOR6.
           MOVE WS-CRS-E-CAMPUS (WS-CRS-IDX) TO CRS-CAMPUS.
           MOVE ',' TO CRS-SEPARATOR7.
           IF WS-CRS-E-DELIVERY (WS-CRS-IDX) = 'W'
               MOVE 'W' TO CRS-DELIVERY
           ELSE
               MOVE SPACE TO CRS-DELIVERY
           END-IF.

           WRITE COURSE-MASTER-RECORD.

