      *          registrar can act before the schedule is published.
      *          THE TERM COMES FROM ../PRGB0079.PARM WHEN PRESENT
      *          (UNATTENDED RUN), OTHERWISE FROM A PROMPT.
      *          A STUDENT WITH AN EXTRA-TIME ACCOMMODATION IN EFFECT
      *          FOR THE TERM (PRGS0141) HAS EACH SITTING EXTENDED BY
      *          THE PERCENTAGE ON FILE; EXTENDED AND SEPARATE-ROOM
      *          SITTINGS ARE LISTED FOR THE EXAM OFFICE ON
      *          ../EXAM.ACCOMMODATED, AND AN EXTENDED SITTING THAT
      *          RUNS INTO THE NEXT SLOT THAT DAY IS FLAGGED ON THE
      *          CONFLICT LIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXAM-ACCOMMODATED-FILE
               ASSIGN TO '../EXAM.ACCOMMODATED'
               FILE STATUS IS EXA-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FD EXAM-CONFLICT-FILE.
       01  CONFLICT-LINE                PIC X(100).

       FD EXAM-ACCOMMODATED-FILE.
       01  EXAM-ACCOMMODATED-LINE       PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       01  PRM-FILE-STATUS   PIC XX.
       01  EXM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  EXA-FILE-STATUS   PIC XX.
       COPY ACPWRK.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
               88  EXS-EOF                  VALUE 'Y'.
           05  WS-CONFLICT-COUNT   PIC 9(4)  VALUE 0.
           05  WS-DAY-TALLY        PIC 9(2)  VALUE 0.
           05  WS-EXTENDED-COUNT   PIC 9(4)  VALUE 0.
           05  WS-OVERRUN-COUNT    PIC 9(4)  VALUE 0.
           05  WS-LAST-STUDENT     PIC 9(6)  VALUE 0.
           05  WS-PRINT-LINE       PIC X(100).

      *    THE TERM'S EXAM SLOTS, IN SLOT-NUMBER ORDER AS READ.
           05  WS-EXM-JDX          PIC 9(4)  COMP VALUE 0.
           05  WS-EXM-TABLE.
               10  WS-EXM-ENTRY    OCCURS 2000 TIMES.
                   15  WS-EXM-E-STUDENT    PIC 9(6).
                   15  WS-EXM-E-COURSE     PIC X(15).
                   15  WS-EXM-E-SLOT       PIC 9(3).
                   15  WS-EXM-E-DATE       PIC 9(8).
                   15  WS-EXM-E-SLOT-IDX   PIC 9(3) COMP.
                   15  WS-EXM-E-EXTRA-PCT  PIC 9(3).
                   15  WS-EXM-E-ROOM       PIC X.
                       88  WS-EXM-E-SEPARATE-ROOM  VALUE 'Y'.

      *    MINUTE ARITHMETIC FOR AN EXTENDED SITTING; TIMES ON THE
      *    SLOT FILE ARE HHMM.
       01  WS-TIME-WORK-AREAS.
           05  WS-TIME-HHMM        PIC 9(4)  VALUE 0.
           05  WS-TIME-PARTS REDEFINES WS-TIME-HHMM.
               10  WS-TIME-HH      PIC 9(2).
               10  WS-TIME-MM      PIC 9(2).
           05  WS-START-MINUTES    PIC 9(5)  COMP VALUE 0.
           05  WS-END-MINUTES      PIC 9(5)  COMP VALUE 0.
           05  WS-SITTING-MINUTES  PIC 9(5)  COMP VALUE 0.
           05  WS-EXTRA-MINUTES    PIC 9(5)  COMP VALUE 0.
           05  WS-EXT-END-MINUTES  PIC 9(5)  COMP VALUE 0.
           05  WS-EXT-END-HHMM     PIC 9(4)  VALUE 0.
           05  WS-SLOT-MINUTES     PIC 9(5)  COMP VALUE 0.
           05  WS-NEXT-SLT-IDX     PIC 9(3)  COMP VALUE 0.
           05  WS-NEXT-START       PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "COURSES SCHEDULED : " WS-CRS-COUNT.
           DISPLAY "EXAM SITTINGS     : " WS-EXM-COUNT.
           DISPLAY "CONFLICTS FLAGGED : " WS-CONFLICT-COUNT.
           DISPLAY "ACCOMMODATED      : " WS-EXTENDED-COUNT.
           DISPLAY "RUN INTO NEXT SLOT: " WS-OVERRUN-COUNT.
           DISPLAY "SEE ../EXAM.SCHEDULE AND ../PRGB0079.PRT".
           DISPLAY "-------------------------------------------".

           MOVE WS-EXM-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-CRS-COUNT TO WS-RUN-WRITE-COUNT.
           COMPUTE WS-RUN-REJECT-COUNT
               = WS-CONFLICT-COUNT + WS-OVERRUN-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.
                       TO WS-EXM-E-COURSE (WS-EXM-COUNT)
                   MOVE 0 TO WS-EXM-E-SLOT (WS-EXM-COUNT)
                   MOVE 0 TO WS-EXM-E-DATE (WS-EXM-COUNT)
                   MOVE 0 TO WS-EXM-E-SLOT-IDX (WS-EXM-COUNT)
                   PERFORM 1230-GET-ACCOMMODATION
                   MOVE ACP-EXTRA-PCT
                       TO WS-EXM-E-EXTRA-PCT (WS-EXM-COUNT)
                   MOVE ACP-SEPARATE-ROOM
                       TO WS-EXM-E-ROOM (WS-EXM-COUNT)
               END-IF
           END-IF.


       1225-END.

      *    THE SWEEP RUNS IN STUDENT ORDER, SO THE MODULE IS ASKED
      *    ONCE PER STUDENT, NOT ONCE PER SITTING.
       1230-GET-ACCOMMODATION.

           IF ENR-STUDENT-ID NOT = WS-LAST-STUDENT
                   OR WS-EXM-COUNT = 1
               MOVE ENR-STUDENT-ID TO ACP-STUDENT-ID
               MOVE WS-REQUEST-TERM TO ACP-TERM
               CALL 'PRGS0141' USING ACCOMMODATION-CHECK-PARM
               MOVE ENR-STUDENT-ID TO WS-LAST-STUDENT
           END-IF.

       1230-END.

      *    COURSES ARE DEALT INTO SLOTS ROUND-ROBIN, THEN EVERY EXAM
      *    SITTING INHERITS ITS COURSE'S SLOT AND DATE.
       1300-ASSIGN-SLOTS.

           IF WS-CRS-HIT > 0
               MOVE WS-CRS-E-SLOT-IDX (WS-CRS-HIT) TO WS-SLT-IDX
               MOVE WS-SLT-IDX TO WS-EXM-E-SLOT-IDX (WS-EXM-IDX)
               MOVE WS-SLT-E-SLOT (WS-SLT-IDX)
                   TO WS-EXM-E-SLOT (WS-EXM-IDX)
               MOVE WS-SLT-E-DATE (WS-SLT-IDX)
               PERFORM 1060-PRINT-LINE
           END-IF.

           PERFORM 1600-EXTEND-ACCOMMODATED.

           CLOSE EXAM-CONFLICT-FILE.

       1500-END.

       1520-END.

      *    EVERY ACCOMMODATED SITTING GOES TO THE EXAM OFFICE'S
      *    LIST WITH ITS ACTUAL TIMES; THE PERCENTAGE ITSELF IS NOT
      *    PRINTED ANYWHERE.
       1600-EXTEND-ACCOMMODATED.

           OPEN OUTPUT EXAM-ACCOMMODATED-FILE.
           IF EXA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EXAM.ACCOMMODATED (STATUS = "
                   EXA-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-EXM-IDX
               PERFORM 1610-EXTEND-ONE-SITTING
                   UNTIL WS-EXM-IDX > WS-EXM-COUNT
               CLOSE EXAM-ACCOMMODATED-FILE
           END-IF.

       1600-END.

       1610-EXTEND-ONE-SITTING.

           IF WS-EXM-E-SLOT-IDX (WS-EXM-IDX) > 0
                   AND (WS-EXM-E-EXTRA-PCT (WS-EXM-IDX) > 0
                       OR WS-EXM-E-SEPARATE-ROOM (WS-EXM-IDX))
               MOVE WS-EXM-E-SLOT-IDX (WS-EXM-IDX) TO WS-SLT-IDX
               PERFORM 1620-COMPUTE-EXTENDED-END
               PERFORM 1640-WRITE-ACCOMMODATED-LINE
               ADD 1 TO WS-EXTENDED-COUNT
               IF WS-EXM-E-EXTRA-PCT (WS-EXM-IDX) > 0
                   PERFORM 1630-FIND-NEXT-SLOT
                   IF WS-NEXT-SLT-IDX > 0
                       PERFORM 1650-FLAG-OVERRUN
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-EXM-IDX.

       1610-END.

      *    THE EXTRA MINUTES ROUND UP, SO A STUDENT NEVER GETS LESS
      *    THAN THE LETTER SAYS.
       1620-COMPUTE-EXTENDED-END.

           MOVE WS-SLT-E-START (WS-SLT-IDX) TO WS-TIME-HHMM.
           COMPUTE WS-START-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.
           MOVE WS-SLT-E-END (WS-SLT-IDX) TO WS-TIME-HHMM.
           COMPUTE WS-END-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.

           IF WS-END-MINUTES > WS-START-MINUTES
               COMPUTE WS-SITTING-MINUTES
                   = WS-END-MINUTES - WS-START-MINUTES
           ELSE
               MOVE 0 TO WS-SITTING-MINUTES
           END-IF.

           COMPUTE WS-EXTRA-MINUTES
               = ((WS-SITTING-MINUTES * WS-EXM-E-EXTRA-PCT (WS-EXM-IDX))
                   + 99) / 100.
           COMPUTE WS-EXT-END-MINUTES
               = WS-START-MINUTES + WS-SITTING-MINUTES
                   + WS-EXTRA-MINUTES.

           DIVIDE WS-EXT-END-MINUTES BY 60
               GIVING WS-TIME-HH REMAINDER WS-TIME-MM.
           MOVE WS-TIME-HHMM TO WS-EXT-END-HHMM.

       1620-END.

      *    THE NEXT SLOT IS THE EARLIEST OTHER SLOT THE SAME DAY
      *    STARTING AT OR AFTER THIS ONE; IT IS ONLY A PROBLEM IF IT
      *    STARTS BEFORE THE EXTENDED SITTING ENDS.
       1630-FIND-NEXT-SLOT.

           MOVE 0 TO WS-NEXT-SLT-IDX.
           MOVE 9999 TO WS-NEXT-START.

           PERFORM 1635-CHECK-ONE-SLOT
               VARYING WS-SLT-IDX FROM 1 BY 1
               UNTIL WS-SLT-IDX > WS-SLT-COUNT.

           MOVE WS-EXM-E-SLOT-IDX (WS-EXM-IDX) TO WS-SLT-IDX.

       1630-END.

       1635-CHECK-ONE-SLOT.

           IF WS-SLT-IDX NOT = WS-EXM-E-SLOT-IDX (WS-EXM-IDX)
                   AND WS-SLT-E-DATE (WS-SLT-IDX)
                       = WS-EXM-E-DATE (WS-EXM-IDX)
                   AND WS-SLT-E-START (WS-SLT-IDX)
                       >= WS-SLT-E-START
                           (WS-EXM-E-SLOT-IDX (WS-EXM-IDX))
                   AND WS-SLT-E-START (WS-SLT-IDX) < WS-NEXT-START
               MOVE WS-SLT-E-START (WS-SLT-IDX) TO WS-TIME-HHMM
               COMPUTE WS-SLOT-MINUTES
                   = (WS-TIME-HH * 60) + WS-TIME-MM
               IF WS-SLOT-MINUTES < WS-EXT-END-MINUTES
                   MOVE WS-SLT-IDX TO WS-NEXT-SLT-IDX
                   MOVE WS-SLT-E-START (WS-SLT-IDX) TO WS-NEXT-START
               END-IF
           END-IF.

       1635-END.

       1640-WRITE-ACCOMMODATED-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-REQUEST-TERM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXM-E-STUDENT (WS-EXM-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXM-E-COURSE (WS-EXM-IDX) DELIMITED BY SIZE
                  ' SLOT ' DELIMITED BY SIZE
                  WS-SLT-E-SLOT (WS-SLT-IDX) DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  WS-SLT-E-DATE (WS-SLT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SLT-E-START (WS-SLT-IDX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-EXT-END-HHMM DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           IF WS-EXM-E-SEPARATE-ROOM (WS-EXM-IDX)
               MOVE 'SEPARATE ROOM' TO WS-PRINT-LINE (66:13)
           END-IF.
           MOVE WS-PRINT-LINE TO EXAM-ACCOMMODATED-LINE.
           WRITE EXAM-ACCOMMODATED-LINE.

       1640-END.

       1650-FLAG-OVERRUN.

           ADD 1 TO WS-OVERRUN-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STUDENT ' DELIMITED BY SIZE
                  WS-EXM-E-STUDENT (WS-EXM-IDX) DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  WS-EXM-E-COURSE (WS-EXM-IDX) DELIMITED BY SIZE
                  ' EXTENDED SITTING ENDS ' DELIMITED BY SIZE
                  WS-EXT-END-HHMM DELIMITED BY SIZE
                  ' - RUNS INTO SLOT ' DELIMITED BY SIZE
                  WS-SLT-E-SLOT (WS-NEXT-SLT-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1650-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
