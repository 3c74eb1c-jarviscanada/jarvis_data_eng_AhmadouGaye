      *          ROWS EXCLUDED), STAMPS RANK, CLASS SIZE, AND
      *          PERCENTILE ON EACH STANDING ROW, AND PRINTS A
      *          RANKED LISTING PER PROGRAM FOR THE SCHOLARSHIP
      *          COMMITTEE. EACH STUDENT LANDING ON PROBATION
      *          RAISES A PROBATION EVENT ON THE NOTIFICATION QUEUE
      *          ADDRESSED TO THE ADVISOR ASSIGNED ON ADVISOR.VSAM
      *          (OR FLAGGED AS HAVING NONE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY RUNSEL.

           COPY EVTSEL.

           COPY ADVSEL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD ADVISOR-VSAM-FILE.
       COPY ADVFD.

       WORKING-STORAGE SECTION.


           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  EVT-FILE-STATUS   PIC XX.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.
       01  ADV-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  STD-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
           05  WS-GRADE-CREDITS    PIC 9(2)  VALUE 0.
           05  WS-TERM-GPA         PIC 9V99  VALUE 0.
           05  WS-STANDING         PIC X(10).
           05  WS-STUDENT-TALLY    PIC 9(6)  VALUE 0.
           05  WS-DEANS-COUNT      PIC 9(4)  VALUE 0.
           05  WS-PROBATION-COUNT  PIC 9(4)  VALUE 0.
           05  WS-RANK-TALLY       PIC 9(4)  VALUE 0.
           05  WS-RANK-PASS        PIC 9(4)  VALUE 0.
           05  WS-LIST-PROGRAM     PIC X(15) VALUE SPACES.
           05  WS-SEEN-BEFORE      PIC X     VALUE 'N'.
           05  WS-ADVISOR-FILE-OPEN PIC X    VALUE 'N'.
               88  ADVISOR-FILE-OPEN        VALUE 'Y'.
           05  WS-ADVISOR-FOUND    PIC X     VALUE 'N'.
               88  ADVISOR-FOUND            VALUE 'Y'.
           05  WS-ADVISOR-EVENTS   PIC 9(4)  VALUE 0.

      *    ONE ACCUMULATOR ROW PER STUDENT SEEN IN THE TERM.
       01  WS-STUDENT-TABLE-AREAS.
           05  WS-STU-JDX          PIC 9(3)  COMP VALUE 0.
           05  WS-STU-TABLE.
               10  WS-STU-ENTRY    OCCURS 500 TIMES.
                   15  WS-STU-E-ID         PIC 9(6).
                   15  WS-STU-E-QPOINTS    PIC 9(5)V99.
                   15  WS-STU-E-CREDITS    PIC 9(4).
                   15  WS-STU-E-PROGRAM    PIC X(15).
               PERFORM 1900-STOP-PROGRAM
           END-IF.

           OPEN INPUT ADVISOR-VSAM-FILE.
           IF ADV-FILE-STATUS = "00"
               SET ADVISOR-FILE-OPEN TO TRUE
           END-IF.

           MOVE 1 TO WS-STU-IDX.
           PERFORM 1300-ASSIGN-ONE-STANDING
               UNTIL WS-STU-IDX > WS-STU-COUNT.

           CLOSE ACADEMIC-STANDING-FILE.
           IF ADVISOR-FILE-OPEN
               CLOSE ADVISOR-VSAM-FILE
           END-IF.

           PERFORM 1500-PRINT-DEANS-LIST.


       0860-END.

       0880-WRITE-EVENT.

           ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-TIME FROM TIME.

           OPEN EXTEND EVENT-QUEUE-FILE.
           IF EVT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF.

           IF EVT-FILE-STATUS = "00"
               MOVE WS-EVT-TYPE TO EVT-TYPE
               MOVE ',' TO EVT-SEPARATOR1
               MOVE WS-EVT-STUDENT-ID TO EVT-STUDENT-ID
               MOVE ',' TO EVT-SEPARATOR2
               MOVE WS-EVT-DETAIL TO EVT-DETAIL
               MOVE ',' TO EVT-SEPARATOR3
               MOVE WS-EVT-DATE TO EVT-DATE
               MOVE ',' TO EVT-SEPARATOR4
               MOVE WS-EVT-TIME TO EVT-TIME
               MOVE ',' TO EVT-SEPARATOR5
               SET EVT-PENDING TO TRUE
               MOVE ',' TO EVT-SEPARATOR6
               MOVE ZEROS TO EVT-RETRY-COUNT
               WRITE EVENT-QUEUE-RECORD
               CLOSE EVENT-QUEUE-FILE
           END-IF.

       0880-END.

       1100-GET-PARAMETERS.

           OPEN INPUT STANDING-PARM-FILE.
               WHEN OTHER
                   MOVE 'PROBATION ' TO WS-STANDING
                   ADD 1 TO WS-PROBATION-COUNT
                   PERFORM 1310-NOTIFY-ADVISOR
           END-EVALUATE.

           MOVE WS-STU-E-ID (WS-STU-IDX) TO STD-STUDENT-ID.

       1300-END.

      *    THE EVENT CARRIES THE ADVISOR'S INSTRUCTOR ID SO THE
      *    SENDER CAN ROUTE IT; A STUDENT WITH NO ADVISOR STILL RAISES
      *    ONE SO THE ADVISING OFFICE SEES THE GAP.
       1310-NOTIFY-ADVISOR.

           MOVE 'PROBATION ' TO WS-EVT-TYPE.
           MOVE WS-STU-E-ID (WS-STU-IDX) TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           MOVE 'N' TO WS-ADVISOR-FOUND.

           IF ADVISOR-FILE-OPEN
               MOVE WS-STU-E-ID (WS-STU-IDX) TO ADV-STUDENT-ID
               READ ADVISOR-VSAM-FILE
                   KEY IS ADV-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADVISOR-FOUND TO TRUE
               END-READ
           END-IF.

           IF ADVISOR-FOUND
               STRING 'TO ADVISOR ' DELIMITED BY SIZE
                      ADV-INSTRUCTOR-ID DELIMITED BY SIZE
                      ': PROBATION ' DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SPACE
                   INTO WS-EVT-DETAIL
           ELSE
               STRING 'NO ADVISOR ASSIGNED: PROBATION '
                          DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SPACE
                   INTO WS-EVT-DETAIL
           END-IF.

           PERFORM 0880-WRITE-EVENT.
           ADD 1 TO WS-ADVISOR-EVENTS.

       1310-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
                  WS-PROBATION-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ADVISOR NOTICES QUEUED    : " DELIMITED BY SIZE
                  WS-ADVISOR-EVENTS DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1700-END.

