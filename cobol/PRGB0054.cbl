      *          ../NOTICES.OUT and marked delivered; an event whose
      *          notice cannot be written is marked failed with its
      *          retry count bumped and is picked up again on the
      *          next run. A QUEUE TOO BIG TO HOLD IN STORAGE IS
      *          LEFT EXACTLY AS IT IS - NOTHING SENT, NOTHING
      *          REWRITTEN - AND THE RUN ENDS 'FAIL' ON RUN.STATISTICS
      *          WITH RETURN CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS NTC-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD NOTICE-OUT-FILE.
       01  NOTICE-OUT-LINE              PIC X(80).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       01  EVT-FILE-STATUS   PIC XX.
       01  NTC-FILE-STATUS   PIC XX.
       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0054'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  WS-WORK-AREAS.
           05  WS-EVT-EOF          PIC X     VALUE 'N'.
               88  EVT-EOF                  VALUE 'Y'.
           05  WS-NOTICES-OK       PIC X     VALUE 'N'.
               88  NOTICES-AVAILABLE        VALUE 'Y'.
           05  WS-DELIVERED-COUNT  PIC 9(5)  VALUE 0.
           05  WS-FAILED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-RUN-STATUS       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.

      *    THE QUEUE IS HELD IN STORAGE WHILE IT IS REWRITTEN WITH
      *    EACH DELIVERY MARKED OFF. THE TABLE IS SIZED WELL PAST A
      *    FULL INTAKE'S WORTH OF PER-STUDENT EVENTS (APPOINTMENTS,
      *    SECTION MOVES, EARLY ALERTS, OFFER LAPSES) IN ONE NIGHT.
       01  WS-EVT-TABLE-AREAS.
           05  WS-EVT-COUNT        PIC 9(5)  COMP VALUE 0.
           05  WS-EVT-IDX          PIC 9(5)  COMP VALUE 0.
           05  WS-EVT-OVERFLOW     PIC X     VALUE 'N'.
               88  EVT-TABLE-OVERFLOWED     VALUE 'Y'.
           05  WS-EVT-TABLE.
               10  WS-EVT-ENTRY    OCCURS 20000 TIMES.
                   15  WS-EVT-E-TYPE       PIC X(10).
                   15  WS-EVT-E-STUDENT    PIC 9(6).
                   15  WS-EVT-E-DETAIL     PIC X(40).
                   15  WS-EVT-E-DATE       PIC 9(8).
                   15  WS-EVT-E-TIME       PIC 9(6).

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           DISPLAY "===== NOTIFICATION SENDER =====".

           PERFORM 1100-LOAD-QUEUE.

      *    REWRITING A QUEUE THAT WAS ONLY PARTLY LOADED WOULD LOSE
      *    EVERY EVENT PAST THE TABLE FOR GOOD, SO AN OVERSIZED QUEUE
      *    IS NOT TOUCHED AT ALL UNTIL THE TABLE IS ENLARGED.
           IF EVT-TABLE-OVERFLOWED
               DISPLAY "*** EVENT.QUEUE HOLDS MORE THAN 20000 EVENTS - "
                   "NOTHING SENT, QUEUE LEFT AS IT IS ***"
               SET RUN-FAILED TO TRUE
               MOVE WS-EVT-COUNT TO WS-RUN-READ-COUNT
               PERFORM 0860-WRITE-RUN-STATS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-EVT-COUNT = 0
               DISPLAY "NOTHING ON THE EVENT QUEUE - NOTHING TO SEND."
               PERFORM 0860-WRITE-RUN-STATS
               GOBACK
           END-IF.

           DISPLAY "SEE ../NOTICES.OUT FOR THE PRINTABLE NOTICES".
           DISPLAY "-------------------------------------------".

           MOVE WS-EVT-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-DELIVERED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-FAILED-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               IF RUN-OK
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

       1100-LOAD-QUEUE.

           OPEN INPUT EVENT-QUEUE-FILE.
               AT END
                   SET EVT-EOF TO TRUE
               NOT AT END
                   IF WS-EVT-COUNT >= 20000
                       SET EVT-TABLE-OVERFLOWED TO TRUE
                       SET EVT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-EVT-COUNT
                       MOVE EVT-TYPE
                           TO WS-EVT-E-TYPE (WS-EVT-COUNT)
