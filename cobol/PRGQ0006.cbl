      ******************************************************************
      * Author:
      * Date:
      * Purpose: SINGLE-STUDENT QUERY. ALONGSIDE THE CONTACTS AND
      *          BALANCE FLAG IT SHOWS THE STUDENT'S ASSIGNED ADVISOR
      *          (ADVISOR.VSAM) AND THEIR DATED ADVISING NOTES
      *          (ADVISING.NOTES) WITH ANY FOLLOW-UP STILL OPEN; IN
      *          MASKING MODE THE NOTE TEXT IS LEFT OFF. THE STUDENT'S
      *          FINANCE ROWS ARE READ BY KEY INSTEAD OF SCANNING THE
      *          WHOLE OF STUDENT.CHARGES AND STUDENT.PAYMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY PAYSEL.

           COPY INSSEL.

           COPY ADVSEL.

           COPY ADNSEL.

           SELECT LIVE-MODE-FLAG-FILE ASSIGN TO '../QUERY.LIVE'
               FILE STATUS IS LIV-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       FD QUERY-PARM-FILE.
       01  QUERY-PARM-RECORD.
           05 PARM-STUDENT-ID               PIC 9(6).
           05 PARM-SEPARATOR1-PARM          PIC X.
           05 PARM-TERM                     PIC X(10).

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD INSTRUCTOR-MASTER-FILE.
       COPY INSFD.

       FD ADVISOR-VSAM-FILE.
       COPY ADVFD.

       FD ADVISING-NOTE-FILE.
       COPY ADNFD.

       FD LIVE-MODE-FLAG-FILE.
       01  LIVE-MODE-FLAG-RECORD        PIC X.

       01  WS-CON-DONE        PIC X     VALUE 'N'.
           88  CON-SCAN-DONE        VALUE 'Y'.

       01  INS-FILE-STATUS    PIC XX.
       01  ADV-FILE-STATUS    PIC XX.
       01  ADN-FILE-STATUS    PIC XX.

       01  WS-ADVISING-AREAS.
           05  WS-INS-EOF         PIC X     VALUE 'N'.
               88  INS-EOF              VALUE 'Y'.
           05  WS-INS-FOUND       PIC X     VALUE 'N'.
               88  INSTRUCTOR-FOUND     VALUE 'Y'.
           05  WS-ADN-EOF         PIC X     VALUE 'N'.
               88  ADN-EOF              VALUE 'Y'.
           05  WS-ADVISOR-NAME    PIC X(27) VALUE SPACES.
           05  WS-NOTE-COUNT      PIC 9(3)  VALUE 0.

       COPY STUWRK.

       01  WS-USERINPUT.

           05 WS-INPUT-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X VALUE ','.
           05 WS-INPUT-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X VALUE ','.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-TERM-FILTER      PIC X(10) VALUE SPACES.

       01  ID-QUERY-HEADER.

       1210-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".

           ACCEPT STUDENT-VSAM-ID.


       DISPLAY '------------------------------------------------------'
               '-------------------------------------'
       DISPLAY 'ID     | STUDENT NAME                |'
                   ' BIRTHDAY | COURSE          |'
               ' INSERT DATE | UPDATE DATE '
       DISPLAY '------------------------------------------------------'

               PERFORM 1320-DISPLAY-CONTACTS

               PERFORM 1380-DISPLAY-ADVISING

               PERFORM 1350-DISPLAY-BALANCE-FLAG

               PERFORM 1340-WRITE-AUDIT-RECORD

       1330-END.

      *    THE ASSIGNED ADVISOR AND THE ADVISING NOTES KEPT BY
      *    PRGN0145, OLDEST FIRST. EITHER FILE MISSING IS SKIPPED.
       1380-DISPLAY-ADVISING.

           OPEN INPUT ADVISOR-VSAM-FILE.
           IF ADV-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO ADV-STUDENT-ID
               READ ADVISOR-VSAM-FILE
                   KEY IS ADV-STUDENT-ID
                   INVALID KEY
                       DISPLAY "ADVISOR: (NONE ASSIGNED)"
                   NOT INVALID KEY
                       PERFORM 1390-FIND-ADVISOR-NAME
                       DISPLAY "ADVISOR: " ADV-INSTRUCTOR-ID " "
                           WS-ADVISOR-NAME " SINCE " ADV-ASSIGNED-DATE
               END-READ
               CLOSE ADVISOR-VSAM-FILE
           END-IF.

           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 'N' TO WS-ADN-EOF.

           OPEN INPUT ADVISING-NOTE-FILE.
           IF ADN-FILE-STATUS = "00"
               MOVE LOW-VALUES TO ADN-KEY
               MOVE WS-STUDENT-VSAM-ID TO ADN-STUDENT-ID
               START ADVISING-NOTE-FILE KEY IS NOT LESS THAN ADN-KEY
                   INVALID KEY
                       SET ADN-EOF TO TRUE
               END-START
               PERFORM 1385-DISPLAY-ONE-NOTE UNTIL ADN-EOF
               CLOSE ADVISING-NOTE-FILE
               IF WS-NOTE-COUNT > 0 AND MASKING-ACTIVE
                   DISPLAY "ADVISING NOTES ON FILE: " WS-NOTE-COUNT
                       " (TEXT MASKED)"
               END-IF
           END-IF.

       1380-END.

       1385-DISPLAY-ONE-NOTE.

           READ ADVISING-NOTE-FILE NEXT RECORD
               AT END
                   SET ADN-EOF TO TRUE
               NOT AT END
                   IF ADN-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ADN-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       IF NOT MASKING-ACTIVE
                           IF WS-NOTE-COUNT = 1
                               DISPLAY "ADVISING NOTES:"
                           END-IF
                           IF ADN-FOLLOWUP-OPEN
                               DISPLAY "   " ADN-NOTE-DATE " "
                                   ADN-OPERATOR " FOLLOW-UP "
                                   ADN-FOLLOWUP-DATE " OPEN"
                           ELSE
                               DISPLAY "   " ADN-NOTE-DATE " "
                                   ADN-OPERATOR
                           END-IF
                           DISPLAY "      " ADN-TEXT
                       END-IF
                   END-IF
           END-READ.

       1385-END.

      *    THE INSTRUCTOR MASTER IS A SHORT LINE-SEQUENTIAL FILE, SO
      *    A LOOKUP IS A STRAIGHT SCAN.
       1390-FIND-ADVISOR-NAME.

           MOVE 'N' TO WS-INS-FOUND.
           MOVE 'N' TO WS-INS-EOF.
           MOVE SPACES TO WS-ADVISOR-NAME.

           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INS-FILE-STATUS = "00"
               PERFORM 1395-SCAN-ONE-INSTRUCTOR
                   UNTIL INS-EOF OR INSTRUCTOR-FOUND
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.

       1390-END.

       1395-SCAN-ONE-INSTRUCTOR.

           READ INSTRUCTOR-MASTER-FILE
               AT END
                   SET INS-EOF TO TRUE
               NOT AT END
                   IF INS-ID IS NUMERIC
                           AND INS-ID = ADV-INSTRUCTOR-ID
                       SET INSTRUCTOR-FOUND TO TRUE
                       MOVE INS-NAME TO WS-ADVISOR-NAME
                   END-IF
           END-READ.

       1395-END.

       1310-WRITE-CSV-ROW.

      *    QUOTE THE NAME FIELD SINCE IT MAY CONTAIN COMMAS; THE

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1360-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO PAY-STUDENT-ID
               MOVE 0 TO PAY-SEQUENCE
               START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET PAY-EOF TO TRUE
               END-START
               PERFORM 1370-TALLY-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1360-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-STUDENT-VSAM-ID
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           SUBTRACT CHG-AMOUNT
                               FROM WS-ACCOUNT-BALANCE
                       ELSE

       1370-TALLY-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET PAY-EOF TO TRUE
                   END-IF
                   IF PAY-STUDENT-ID = WS-STUDENT-VSAM-ID
                       IF PAY-IS-VOID
                           ADD PAY-AMOUNT TO WS-ACCOUNT-BALANCE
