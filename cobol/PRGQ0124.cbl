      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off and recovery report - lists every
      *          recovery receipt claimed back against a written-off
      *          balance (THE 'B' ROWS PRGS0122 POSTS ON
      *          STUDENT.CHARGES WHEN PRGP0035, PRGP0118 OR PRGP0119
      *          TAKES MONEY FROM A WRITTEN-OFF STUDENT), THEN EACH
      *          APPROVED WRITE-OFF ON BAD.DEBT.WRITEOFFS WITH THE
      *          AMOUNT WRITTEN OFF, RECOVERED SO FAR AND STILL
      *          OUTSTANDING, WITH TOTALS. RECOVERIES ARE KEPT APART
      *          FROM ORDINARY RECEIPTS SO FINANCE CAN REPORT THEM
      *          SEPARATELY. OUTPUT GOES TO ../PRGQ0124.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0124.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGSEL.

           COPY WOFSEL.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO '../PRGQ0124.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD WRITE-OFF-FILE.
       COPY WOFFD.

       FD RECOVERY-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

       01  CHG-FILE-STATUS   PIC XX.
       01  WOF-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               88  CHG-EOF                  VALUE 'Y'.
           05  WS-WOF-EOF          PIC X     VALUE 'N'.
               88  WOF-EOF                  VALUE 'Y'.
           05  WS-RECOVERY-COUNT   PIC 9(5)  VALUE 0.
           05  WS-WRITE-OFF-COUNT  PIC 9(5)  VALUE 0.
           05  WS-OUTSTANDING      PIC 9(5)V99 VALUE 0.
           05  WS-TOTAL-RECEIVED   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-WRITTEN    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RECOVERED  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-OUTSTAND   PIC 9(9)V99 VALUE 0.
           05  WS-EDIT-AMOUNT      PIC ZZ,ZZ9.99.
           05  WS-EDIT-RECOVERED   PIC ZZ,ZZ9.99.
           05  WS-EDIT-OUTSTANDING PIC ZZ,ZZ9.99.
           05  WS-EDIT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0124.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   BAD-DEBT WRITE-OFF AND RECOVERY REPORT AS AT '
                  DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           PERFORM 1100-LIST-RECOVERIES.

           PERFORM 1200-LIST-WRITE-OFFS.

           CLOSE RECOVERY-REPORT-FILE.

           DISPLAY "RECOVERIES LISTED : " WS-RECOVERY-COUNT.
           DISPLAY "WRITE-OFFS LISTED : " WS-WRITE-OFF-COUNT.
           DISPLAY "SEE ../PRGQ0124.PRT".

           GOBACK.

       0000-END.

       1100-LIST-RECOVERIES.

           MOVE 'RECOVERIES RECEIVED' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'STUDENT | DATE     |    AMOUNT' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 'N' TO WS-CHG-EOF.
           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1110-LIST-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE
               DISPLAY "NO CHARGES FILE ON HAND (STATUS = "
                   CHG-FILE-STATUS ")"
           END-IF.

           MOVE WS-TOTAL-RECEIVED TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECOVERIES: ' DELIMITED BY SIZE
                  WS-RECOVERY-COUNT DELIMITED BY SIZE
                  '  TOTAL RECOVERED: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1100-END.

       1110-LIST-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-IS-RECOVERY
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD CHG-AMOUNT TO WS-TOTAL-RECEIVED
                       MOVE CHG-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING CHG-STUDENT-ID DELIMITED BY SIZE
                              '    | ' DELIMITED BY SIZE
                              CHG-DATE DELIMITED BY SIZE
                              ' | ' DELIMITED BY SIZE
                              WS-EDIT-AMOUNT DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       PERFORM 1900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       1110-END.

       1200-LIST-WRITE-OFFS.

           MOVE 'APPROVED WRITE-OFFS' TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE 'STUDENT | WRITTEN  | WRITTEN OFF | RECOVERED | OUTSTA'
               & 'NDING | LAST RECOV'
               TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

           MOVE 'N' TO WS-WOF-EOF.
           OPEN INPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1210-LIST-ONE-WRITE-OFF UNTIL WOF-EOF
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "NO WRITE-OFF FILE ON HAND (STATUS = "
                   WOF-FILE-STATUS ")"
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-TOTAL-WRITTEN TO WS-EDIT-TOTAL.
           STRING 'WRITE-OFFS: ' DELIMITED BY SIZE
                  WS-WRITE-OFF-COUNT DELIMITED BY SIZE
                  '  TOTAL WRITTEN OFF: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-TOTAL-RECOVERED TO WS-EDIT-TOTAL.
           STRING 'TOTAL RECOVERED  : ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-TOTAL-OUTSTAND TO WS-EDIT-TOTAL.
           STRING 'TOTAL OUTSTANDING: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1200-END.

       1210-LIST-ONE-WRITE-OFF.

           READ WRITE-OFF-FILE
               AT END
                   SET WOF-EOF TO TRUE
               NOT AT END
                   IF WOF-APPROVED
                       ADD 1 TO WS-WRITE-OFF-COUNT
                       COMPUTE WS-OUTSTANDING
                           = WOF-AMOUNT - WOF-RECOVERED
                       ADD WOF-AMOUNT TO WS-TOTAL-WRITTEN
                       ADD WOF-RECOVERED TO WS-TOTAL-RECOVERED
                       ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTAND
                       MOVE WOF-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE WOF-RECOVERED TO WS-EDIT-RECOVERED
                       MOVE WS-OUTSTANDING TO WS-EDIT-OUTSTANDING
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING WOF-STUDENT-ID DELIMITED BY SIZE
                              '    | ' DELIMITED BY SIZE
                              WOF-DECIDED-DATE DELIMITED BY SIZE
                              ' |   ' DELIMITED BY SIZE
                              WS-EDIT-AMOUNT DELIMITED BY SIZE
                              ' | ' DELIMITED BY SIZE
                              WS-EDIT-RECOVERED DELIMITED BY SIZE
                              ' |   ' DELIMITED BY SIZE
                              WS-EDIT-OUTSTANDING DELIMITED BY SIZE
                              ' | ' DELIMITED BY SIZE
                              WOF-LAST-RECOVERY-DATE DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                       PERFORM 1900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       1210-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0124.
