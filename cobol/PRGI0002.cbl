
       FD STUDENT-ID-CONTROL-FILE.
       01  STUDENT-ID-CONTROL-RECORD.
           05 SIC-LAST-ISSUED-ID            PIC 9(6).

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       01  WS-USERINPUT.

           05 WS-INPUT-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X VALUE ','.
           05 WS-INPUT-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X VALUE ','.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-LAST-ISSUED-ID   PIC 9(6)  VALUE 0.
           05  WS-NEW-STUDENT-ID   PIC 9(6)  VALUE 0.
           05  WS-COURSE-VALID     PIC X     VALUE 'N'.
               88  COURSE-IS-VALID        VALUE 'Y'.
           05  WS-MASTER-EOF       PIC X     VALUE 'N'.
               88  TERM-MASTER-EOF         VALUE 'Y'.
           05  WS-DUPLICATE-FOUND  PIC X     VALUE 'N'.
               88  DUPLICATE-FOUND         VALUE 'Y'.
           05  WS-DUPLICATE-ID     PIC 9(6).
           05  WS-CONFIRM-INSERT   PIC X     VALUE 'Y'.
               88  CONFIRM-INSERT          VALUE 'Y'.
           05  WS-CONFIRM-SAVE     PIC X     VALUE 'N'.
           MOVE 'E' TO STUDENT-VSAM-LANGUAGE.
           MOVE ',' TO SEPARATOR10-VSAM.
           MOVE SPACES TO STUDENT-VSAM-CAMPUS.
           MOVE ',' TO SEPARATOR11-VSAM.
           MOVE 'D' TO STUDENT-VSAM-FEE-CATEGORY.
           MOVE ',' TO SEPARATOR12-VSAM.
           MOVE SPACES TO STUDENT-VSAM-FEE-EFF-TERM.
           MOVE ',' TO SEPARATOR13-VSAM.
           MOVE SPACES TO STUDENT-VSAM-FEE-PRIOR-CAT.

           WRITE STUDENT-VSAM-RECORD
               INVALID KEY
