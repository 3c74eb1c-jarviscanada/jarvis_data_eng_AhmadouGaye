      *          CONTRACT, SO IT STAYS A KEYBOARD-ONLY GRADE), THE
      *          TERM MUST BE ON THE MASTER AND STARTED, AND A GRADE
      *          ALREADY POSTED IS NEVER OVERWRITTEN. REJECTS PRINT
      *          ON AN EXCEPTION PAGE PER SHEET (../PRGB0085.PRT). A
      *          LINE IN A CO-OP OR INTERNSHIP WORK-TERM COURSE REJECTS
      *          UNTIL THE PLACEMENT'S HOURS ARE MET AND THE EMPLOYER'S
      *          EVALUATION IS IN (PRGS0169).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 GSH-SEPARATOR2        PIC X.
               10 GSH-TERM              PIC X(10).
           05 GSH-DETAIL-VIEW REDEFINES GSH-BODY.
               10 GSH-STUDENT-ID        PIC 9(6).
               10 GSH-SEPARATOR3        PIC X.
               10 GSH-LETTER            PIC X.
               10 FILLER                PIC X(18).

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.
           05  WS-REJECT-COUNT     PIC 9(4)  VALUE 0.
           05  WS-PRINT-LINE       PIC X(100).

       COPY CCPWRK.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
                   PERFORM 1400-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF ENR-ACTIVE
                       PERFORM 1325-CHECK-WORK-TERM
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 'ENROLLMENT NOT ACTIVE'

       1320-END.

      *    A CO-OP OR INTERNSHIP GRADE WAITS, AS AT THE PRGG0013
      *    KEYBOARD, UNTIL THE PLACEMENT'S HOURS ARE MET AND THE
      *    EMPLOYER'S EVALUATION IS IN (PRGS0169).
       1325-CHECK-WORK-TERM.

           MOVE GSH-STUDENT-ID TO CCP-STUDENT-ID.
           MOVE WS-SHEET-COURSE TO CCP-COURSE.
           MOVE WS-SHEET-TERM TO CCP-TERM.
           CALL 'PRGS0169' USING COOP-COMPLETION-PARM.

           IF CCP-IS-COMPLETE
               PERFORM 1330-POST-ONE-GRADE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               STRING 'WORK TERM ' DELIMITED BY SIZE
                      CCP-REASON DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               PERFORM 1400-WRITE-EXCEPTION
           END-IF.

       1325-END.

      *    A GRADE ALREADY ON FILE IS NEVER OVERWRITTEN HERE -
      *    CHANGING A POSTED GRADE TAKES THE TWO-PERSON AMENDMENT
      *    WORKFLOW, EXACTLY AS AT THE PRGG0013 KEYBOARD.
