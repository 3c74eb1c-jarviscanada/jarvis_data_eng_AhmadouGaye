      *          return term already started and never came back
      *          (LEAVE ROW MARKED ESCALATED, EVT ROW FOR THE
      *          NOTIFICATION SENDER), so 'L' FLAGS STOP LIVING
      *          FOREVER. THEN WORKS THE MISCONDUCT SUSPENSIONS ON
      *          MISCONDUCT.VSAM: AN ACTIVE STUDENT WHOSE SUSPENSION
      *          COVERS THE STARTING TERM GOES TO 'S', AND A SUSPENDED
      *          STUDENT WHOSE LAST SUSPENDED TERM IS OVER GOES BACK
      *          TO 'A', BOTH JOURNALED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY EVTSEL.

           COPY MSCSEL.

           SELECT LEAVE-PARM-FILE ASSIGN TO '../PRGB0089.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD MISCONDUCT-VSAM-FILE.
       COPY MSCFD.

       FD LEAVE-PARM-FILE.
       01  LEAVE-PARM-RECORD.
           05 LVP-TERM                  PIC X(10).

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  MSC-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-STILL-AWAY       PIC 9(3)  VALUE 0.
           05  WS-CHANGED          PIC X     VALUE 'N'.
               88  FILE-WAS-CHANGED         VALUE 'Y'.
           05  WS-MSC-EOF          PIC X     VALUE 'N'.
               88  MSC-EOF                  VALUE 'Y'.
           05  WS-MSC-OPEN         PIC X     VALUE 'N'.
               88  MISCONDUCT-FILE-OPEN     VALUE 'Y'.
           05  WS-SUSPEND-PASS     PIC X     VALUE 'L'.
               88  PASS-IS-LIFT             VALUE 'L'.
               88  PASS-IS-SUSPEND          VALUE 'S'.
           05  WS-FROM-START       PIC 9(8)  VALUE 0.
           05  WS-TO-START         PIC 9(8)  VALUE 0.
           05  WS-CASE-COUNT       PIC 9(3)  VALUE 0.
           05  WS-SUSPENDED-COUNT  PIC 9(3)  VALUE 0.
           05  WS-LIFTED-COUNT     PIC 9(3)  VALUE 0.

      *    THE LEAVE FILE IS SMALL ENOUGH TO HOLD IN STORAGE WHILE
      *    IT IS REWRITTEN WITH RETURNED/ESCALATED ROWS MARKED OFF -
           05  WS-LVT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-LVT-TABLE.
               10  WS-LVT-ENTRY    OCCURS 300 TIMES.
                   15  WS-LVT-E-STUDENT    PIC 9(6).
                   15  WS-LVT-E-REASON     PIC X(30).
                   15  WS-LVT-E-TERM       PIC X(10).
                   15  WS-LVT-E-DATE       PIC 9(8).
           PERFORM 1100-LOAD-LEAVES.

           IF WS-LVT-COUNT = 0
               DISPLAY "NO LEAVES ON FILE."
           END-IF.

           OPEN I-O STUDENT-VSAM-FILE.
           PERFORM 1200-WORK-ONE-LEAVE
               UNTIL WS-LVT-IDX > WS-LVT-COUNT.

      *    LIFTS GO FIRST, SO A STUDENT WHOSE NEXT SUSPENSION COVERS
      *    THIS TERM ENDS THE RUN SUSPENDED.
           IF WS-NEW-TERM-START > 0
               SET PASS-IS-LIFT TO TRUE
               PERFORM 1600-SUSPENSION-PASS
               SET PASS-IS-SUSPEND TO TRUE
               PERFORM 1600-SUSPENSION-PASS
           END-IF.

           CLOSE STUDENT-VSAM-FILE.

           IF FILE-WAS-CHANGED
           DISPLAY "REACTIVATED      : " WS-RETURNED-COUNT.
           DISPLAY "ESCALATED        : " WS-ESCALATED-COUNT.
           DISPLAY "STILL ON LEAVE   : " WS-STILL-AWAY.
           DISPLAY "SUSPENDED        : " WS-SUSPENDED-COUNT.
           DISPLAY "SUSPENSION LIFTED: " WS-LIFTED-COUNT.
           DISPLAY "-------------------------------------------".

           COMPUTE WS-RUN-READ-COUNT = WS-LVT-COUNT + WS-CASE-COUNT.
           COMPUTE WS-RUN-WRITE-COUNT = WS-RETURNED-COUNT
               + WS-SUSPENDED-COUNT + WS-LIFTED-COUNT.
           MOVE WS-ESCALATED-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.


       1510-END.

      *    ONE SWEEP OF THE CASE FILE PER PASS. ONLY SUSPENSION
      *    SANCTIONS COUNT; THE CASE FILE IS READ, NEVER CHANGED.
       1600-SUSPENSION-PASS.

           MOVE 'N' TO WS-MSC-EOF.
           MOVE 'N' TO WS-MSC-OPEN.

           OPEN INPUT MISCONDUCT-VSAM-FILE.
           IF MSC-FILE-STATUS NOT = "00"
               SET MSC-EOF TO TRUE
           ELSE
               SET MISCONDUCT-FILE-OPEN TO TRUE
               MOVE LOW-VALUES TO MSC-KEY
               START MISCONDUCT-VSAM-FILE KEY IS NOT LESS THAN MSC-KEY
                   INVALID KEY
                       SET MSC-EOF TO TRUE
               END-START
           END-IF.

           PERFORM 1610-WORK-ONE-CASE UNTIL MSC-EOF.

           IF MISCONDUCT-FILE-OPEN
               CLOSE MISCONDUCT-VSAM-FILE
           END-IF.

       1600-END.

       1610-WORK-ONE-CASE.

           READ MISCONDUCT-VSAM-FILE NEXT RECORD
               AT END
                   SET MSC-EOF TO TRUE
               NOT AT END
                   IF MSC-SANCTION-SUSPENSION
                       IF PASS-IS-LIFT
                           ADD 1 TO WS-CASE-COUNT
                       END-IF
                       PERFORM 1620-JUDGE-SUSPENSION
                   END-IF
           END-READ.

       1610-END.

      *    THE STARTING TERM FALLS INSIDE THE SUSPENSION WHEN IT
      *    STARTS NO EARLIER THAN THE FIRST TERM AND NO LATER THAN THE
      *    LAST; IT IS PAST THE SUSPENSION WHEN IT STARTS LATER.
       1620-JUDGE-SUSPENSION.

           MOVE MSC-SUSPEND-FROM-TERM TO WS-LOOKUP-TERM.
           PERFORM 1060-LOOK-UP-TERM-START.
           MOVE WS-LOOKUP-START TO WS-FROM-START.

           MOVE MSC-SUSPEND-TO-TERM TO WS-LOOKUP-TERM.
           PERFORM 1060-LOOK-UP-TERM-START.
           MOVE WS-LOOKUP-START TO WS-TO-START.

           IF WS-FROM-START > 0 AND WS-TO-START > 0
               IF PASS-IS-LIFT
                   IF WS-NEW-TERM-START > WS-TO-START
                       PERFORM 1630-CHANGE-STUDENT-STATUS
                   END-IF
               ELSE
                   IF WS-NEW-TERM-START NOT < WS-FROM-START
                           AND WS-NEW-TERM-START NOT > WS-TO-START
                       PERFORM 1630-CHANGE-STUDENT-STATUS
                   END-IF
               END-IF
           END-IF.

       1620-END.

      *    A LIFT ONLY TOUCHES AN 'S' AND A SUSPENSION ONLY AN 'A', SO
      *    A STUDENT WHO GRADUATED, WITHDREW OR WENT ON LEAVE IN THE
      *    MEANTIME IS LEFT ALONE.
       1630-CHANGE-STUDENT-STATUS.

           MOVE MSC-STUDENT-ID TO STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   DISPLAY "STUDENT " STUDENT-VSAM-ID " NOT ON THE "
                       "MASTER - SUSPENSION LEFT AS IS."
               NOT INVALID KEY
                   IF (PASS-IS-LIFT AND STUDENT-SUSPENDED)
                           OR (PASS-IS-SUSPEND AND STUDENT-ACTIVE)
                       PERFORM 1640-REWRITE-STATUS
                   END-IF
           END-READ.

       1630-END.

       1640-REWRITE-STATUS.

           IF PASS-IS-LIFT
               SET STUDENT-ACTIVE TO TRUE
           ELSE
               SET STUDENT-SUSPENDED TO TRUE
           END-IF.
           MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE.

           REWRITE STUDENT-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR UPDATING STUDENT "
                       STUDENT-VSAM-ID " (STATUS = "
                       FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   IF PASS-IS-LIFT
                       ADD 1 TO WS-LIFTED-COUNT
                       DISPLAY "SUSPENSION LIFTED: STUDENT "
                           STUDENT-VSAM-ID " AFTER "
                           MSC-SUSPEND-TO-TERM
                   ELSE
                       ADD 1 TO WS-SUSPENDED-COUNT
                       DISPLAY "SUSPENDED: STUDENT "
                           STUDENT-VSAM-ID " FOR "
                           WS-REQUEST-TERM
                   END-IF
                   MOVE 'S' TO WS-JRN-FILE-ID
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-REWRITE.

       1640-END.

       END PROGRAM PRGB0089.
