      *          their best address (MAILING FIRST, THEN HOME, THEN
      *          BILLING) and writes the mailing file the print shop
      *          works from, flagging students with no address on
      *          file so the registrar can chase them. THE FILE KEEPS
      *          ITS PUBLISHED LAYOUT 1 (4-DIGIT STUDENT ID) UNLESS
      *          ../PRGE0052.PARM ASKS FOR LAYOUT 2 (6-DIGIT ID) IN
      *          COLUMN 1; A LAYOUT 1 RUN LEAVES OFF ANY STUDENT
      *          NUMBERED ABOVE 9999 AND NAMES THEM ON THE CONSOLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS MLG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILING-PARM-FILE ASSIGN TO '../PRGE0052.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MAILING-EXTRACT-FILE.
       01  MAILING-LINE                 PIC X(120).

      *    EXTRACT LAYOUT: 1 OR BLANK = THE PUBLISHED ONE WITH A
      *    4-DIGIT STUDENT ID, 2 = THE SAME ROW WITH THE 6-DIGIT ID.
       FD MAILING-PARM-FILE.
       01  MAILING-PARM-RECORD.
           05 MPR-LAYOUT                PIC X.

       WORKING-STORAGE SECTION.

       01  FILE-CHECK-KEY    PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  MLG-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.

       COPY STUWRK.

           05  WS-MAILED-COUNT     PIC 9(4)  VALUE 0.
           05  WS-NO-ADDRESS-COUNT PIC 9(4)  VALUE 0.
           05  WS-MAIL-LANGUAGE    PIC X     VALUE 'E'.
           05  WS-MAIL-LAYOUT      PIC X     VALUE SPACE.
               88  MAIL-LAYOUT-V2           VALUE '2'.
           05  WS-MAIL-ID-V1       PIC 9(4)  VALUE 0.
           05  WS-MAIL-ID          PIC X(6)  VALUE SPACES.
           05  WS-LEFT-OFF-COUNT   PIC 9(4)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(120).


           DISPLAY "===== STUDENT MAILING EXTRACT =====".

           OPEN INPUT MAILING-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ MAILING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MPR-LAYOUT TO WS-MAIL-LAYOUT
               END-READ
               CLOSE MAILING-PARM-FILE
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
           DISPLAY "STUDENTS WITH AN ADDRESS : " WS-MAILED-COUNT.
           DISPLAY "STUDENTS WITH NONE       : "
               WS-NO-ADDRESS-COUNT.
           IF WS-LEFT-OFF-COUNT > 0
               DISPLAY "LEFT OFF - ID ABOVE 9999 : " WS-LEFT-OFF-COUNT
           END-IF.
           DISPLAY "SEE ../STUDENT.MAILING FOR THE EXTRACT".
           DISPLAY "-------------------------------------------".


           IF STUDENT-ACTIVE OR STUDENT-ON-LEAVE
               MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
               IF WS-STUDENT-VSAM-ID > 9999 AND NOT MAIL-LAYOUT-V2
                   PERFORM 1250-LEAVE-OFF-STUDENT
               ELSE
                   PERFORM 1300-FIND-BEST-ADDRESS
                   PERFORM 1400-WRITE-MAILING-ROW
               END-IF
           END-IF.

           READ STUDENT-VSAM-FILE NEXT RECORD

       1200-END.

      *    THE PUBLISHED LAYOUT CARRIES A 4-DIGIT ID ONLY. A STUDENT
      *    NUMBERED ABOVE 9999 IS NAMED ON THE CONSOLE INSTEAD, FOR
      *    THE EXTRACT TO BE RECUT IN LAYOUT 2.
       1250-LEAVE-OFF-STUDENT.

           ADD 1 TO WS-LEFT-OFF-COUNT.
           DISPLAY "NOT EXTRACTED - ID ABOVE 9999: "
               WS-STUDENT-VSAM-ID " " WS-STUDENT-VSAM-NAME.

       1250-END.

      *    BEST ADDRESS: MAILING IF ON FILE, ELSE HOME, ELSE BILLING.
       1300-FIND-BEST-ADDRESS.

       1400-WRITE-MAILING-ROW.

           MOVE SPACES TO WS-PRINT-LINE.
           IF MAIL-LAYOUT-V2
               MOVE WS-STUDENT-VSAM-ID TO WS-MAIL-ID
           ELSE
               MOVE WS-STUDENT-VSAM-ID TO WS-MAIL-ID-V1
               MOVE WS-MAIL-ID-V1 TO WS-MAIL-ID
           END-IF.

           IF WS-STUDENT-VSAM-LANGUAGE = 'F'
               MOVE 'F' TO WS-MAIL-LANGUAGE
           END-IF.

           IF BEST-WAS-FOUND
               STRING WS-MAIL-ID           DELIMITED BY SPACE
                      ',"'                 DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      '","'                DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               ADD 1 TO WS-MAILED-COUNT
           ELSE
               STRING WS-MAIL-ID           DELIMITED BY SPACE
                      ',"'                 DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      '",,,,'              DELIMITED BY SIZE
