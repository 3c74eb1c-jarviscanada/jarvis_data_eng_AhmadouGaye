
       01  STUDENT-SEQUENTIAL-RECORD.
           88 ENDOFFILE                VALUE HIGH-VALUE.
           05 STUDENT-ID               PIC 9(6).
           05 SEPARATOR1               PIC X.
           05 STUDENT-NAME             PIC X(27).
           05 SEPARATOR2               PIC X.

       FD RESTART-CONTROL-FILE.
       01  RESTART-CONTROL-RECORD.
           05 RESTART-LAST-STUDENT-ID  PIC 9(6).

       FD STUDENT-ID-CONTROL-FILE.
       01  STUDENT-ID-CONTROL-RECORD.
           05 SIC-LAST-ISSUED-ID            PIC 9(6).

       FD REJECT-REPORT-FILE.
       01  REJECT-REPORT-RECORD.
           05 REJ-LINE-NUMBER          PIC 9(5).
           05 REJ-SEPARATOR1           PIC X VALUE ','.
           05 REJ-STUDENT-ID           PIC 9(6).
           05 REJ-SEPARATOR2           PIC X VALUE ','.
           05 REJ-STUDENT-NAME         PIC X(27).
           05 REJ-SEPARATOR3           PIC X VALUE ','.
           05 CURRENT-DAY    PIC 9(2).

       01  WS-WORKING-STORAGE.
           05 ID1       PIC 9(6).
           05 NAMES     PIC X(27).
           05 DOB       PIC 9(8).
           05 COURSE    PIC X(8).
           05  FILE-CHECK-KEY         PIC X(2).
           05  RESTART-FILE-STATUS    PIC XX.
           05  ID-CONTROL-FILE-STATUS PIC XX.
           05  WS-HIGHEST-ID          PIC 9(6) VALUE 0.
           05  WS-LAST-ISSUED-ID      PIC 9(6) VALUE 0.

       01 WS-EOF PIC X VALUE 'N'.

           05  WS-MISSING-COUNT     PIC 9(5)  VALUE 0.

       01  WS-RESTART-AREAS.
           05  WS-RESTART-STUDENT-ID     PIC 9(6)  VALUE 0.
           05  WS-CHECKPOINT-QUOTIENT    PIC 9(4)  VALUE 0.
           05  WS-CHECKPOINT-REMAINDER   PIC 9(4)  VALUE 0.

               MOVE 'E' TO STUDENT-VSAM-LANGUAGE
               MOVE ',' TO SEPARATOR10-VSAM
               MOVE SPACES TO STUDENT-VSAM-CAMPUS
               MOVE ',' TO SEPARATOR11-VSAM
               MOVE 'D' TO STUDENT-VSAM-FEE-CATEGORY
               MOVE ',' TO SEPARATOR12-VSAM
               MOVE SPACES TO STUDENT-VSAM-FEE-EFF-TERM
               MOVE ',' TO SEPARATOR13-VSAM
               MOVE SPACES TO STUDENT-VSAM-FEE-PRIOR-CAT


               DISPLAY "ID: "ID1
