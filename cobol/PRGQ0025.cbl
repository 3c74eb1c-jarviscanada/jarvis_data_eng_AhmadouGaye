      *          assignment from ENROLLMENT-VSAM-FILE, in the same
      *          paged format PRGQ0005 uses, so instructors stop
      *          crossing out PRGQ0009 output by hand.
      *          A STUDENT WITH ANY ACCOMMODATION IN EFFECT FOR THE
      *          TERM (PRGS0141) IS MARKED "ON FILE" AND NOTHING MORE;
      *          THE DETAILS STAY WITH THE ACCESSIBILITY OFFICE.
      *          STUDENTS ARE LISTED UNDER THEIR PREFERRED NAME WHERE
      *          ONE IS ON FILE (PRGS0159). A SECTION CANCELLED BY
      *          PRGB0162 PRINTS NO ROSTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY STUWRK.

       COPY ACPWRK.

       COPY PNPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  ENR-FILE-STATUS     PIC XX.
           05  WS-CLASS-COUNT      PIC 9(4)  VALUE 0.
           05  WS-LINE-COUNT       PIC 9(4)  VALUE 0.
           05  WS-PAGE-NUMBER      PIC 9(4)  VALUE 0.
           05  WS-ACCOMMODATION-MARK PIC X(7) VALUE SPACES.

       01  WS-PRINT-LINE             PIC X(100).

                   SET ASG-EOF TO TRUE
               NOT AT END
                   IF ASG-TERM = WS-REQUEST-TERM
                           AND ASG-RUNNING
      *    LEGACY ASSIGNMENT LINES WITHOUT THE SECTION COLUMN READ
      *    AS SPACES AND ROSTER AS SECTION 01.
                       IF ASG-SECTION IS NUMERIC AND ASG-SECTION > 0
                  WS-CLASS-COUNT        DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE "ACCOM ON FILE: SEE THE ACCESSIBILITY OFFICE"
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           ADD 1 TO WS-ROSTER-COUNT.

           MOVE '---------------------------------------------------'
               & '---------------------------------' TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE 'ID     | STUDENT NAME                | BIRTHDAY |'
               TO WS-PRINT-LINE
           MOVE 'ACCOM' TO WS-PRINT-LINE (51:5)
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               & '---------------------------------' TO WS-PRINT-LINE
                   MOVE ZEROS TO WS-STUDENT-VSAM-DOB
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   PERFORM 1415-GET-DISPLAY-NAME
           END-READ.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1350-PRINT-ROSTER-HEADER
           END-IF.

      *    ONLY THE FACT THAT SOMETHING IS ON FILE REACHES THE
      *    INSTRUCTOR - NEVER THE TYPE OR THE EXTRA TIME.
           MOVE ENR-STUDENT-ID TO ACP-STUDENT-ID.
           MOVE ASG-TERM TO ACP-TERM.
           CALL 'PRGS0141' USING ACCOMMODATION-CHECK-PARM.
           IF ACP-ACCOMMODATION-ON-FILE
               MOVE "ON FILE" TO WS-ACCOMMODATION-MARK
           ELSE
               MOVE SPACES TO WS-ACCOMMODATION-MARK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-STUDENT-VSAM-ID   DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  WS-STUDENT-VSAM-DOB  DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  WS-ACCOMMODATION-MARK DELIMITED BY SIZE
               INTO WS-PRINT-LINE.

           PERFORM 1060-PRINT-LINE.

       1410-END.

      *    THE ROSTER SHOWS THE NAME THE STUDENT GOES BY.
       1415-GET-DISPLAY-NAME.

           MOVE WS-STUDENT-VSAM-ID TO PNP-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO PNP-LEGAL-NAME.
           CALL 'PRGS0159' USING PREFERRED-NAME-PARM.
           MOVE PNP-DISPLAY-NAME TO WS-STUDENT-VSAM-NAME.

       1415-END.

       1900-STOP-PROGRAM.

           DISPLAY "-------------------------------------------".
