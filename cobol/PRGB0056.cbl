      *          log with a status per request. A REQUEST IS CLEARLY
      *          REJECTED WHEN THE STUDENT IS NOT ON FILE, IS 'D'
      *          STATUS, OR HAS AN UNSETTLED ACCOUNT WITH THE BURSAR.
      *          ANY ACADEMIC MISCONDUCT NOTATION STILL RUNNING
      *          (PRGS0143) PRINTS ABOVE THE SERIAL LINE. THE STUDENT'S
      *          FINANCE ROWS ARE READ BY KEY INSTEAD OF SCANNING THE
      *          WHOLE OF STUDENT.CHARGES AND STUDENT.PAYMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD FULFILL-LOG-FILE.
       01  FULFILL-LOG-RECORD.
           05 FLG-STUDENT-ID            PIC 9(6).
           05 FLG-SEPARATOR1            PIC X VALUE ','.
           05 FLG-REQUESTER             PIC X(20).
           05 FLG-SEPARATOR2            PIC X VALUE ','.

       COPY STUWRK.

       COPY MNPWRK.

       01  WS-WORK-AREAS.
           05  WS-TRQ-EOF          PIC X     VALUE 'N'.
               88  TRQ-EOF                  VALUE 'Y'.
           05  WS-DOC-EOF          PIC X     VALUE 'N'.
               88  DOC-EOF                  VALUE 'Y'.
           05  WS-DOC-SERIAL       PIC 9(8)  VALUE 0.
           05  WS-MNP-IDX          PIC 9     VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(4)  VALUE 0.

      *    THE QUEUE IS SMALL ENOUGH TO HOLD IN STORAGE WHILE IT IS
           05  WS-TRQ-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-TRQ-TABLE.
               10  WS-TRQ-ENTRY    OCCURS 300 TIMES.
                   15  WS-TRQ-E-STUDENT    PIC 9(6).
                   15  WS-TRQ-E-REQUESTER  PIC X(20).
                   15  WS-TRQ-E-DEST       PIC X(30).
                   15  WS-TRQ-E-DATE       PIC 9(8).

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 2160-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO PAY-STUDENT-ID
               MOVE 0 TO PAY-SEQUENCE
               START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET PAY-EOF TO TRUE
               END-START
               PERFORM 2170-TALLY-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       2160-TALLY-ONE-CHARGE.

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

       2170-TALLY-ONE-PAYMENT.

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
               PERFORM 2210-WRITE-TRANSCRIPT-LINE
           END-IF.

           PERFORM 2370-PRINT-NOTATIONS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SERIAL: ' DELIMITED BY SIZE
                  WS-DOC-SERIAL DELIMITED BY SIZE

       2360-END.

      *    ONLY THE SANCTION ITSELF APPEARS; THE CASE DETAILS STAY ON
      *    THE RESTRICTED CASE FILE.
       2370-PRINT-NOTATIONS.

           MOVE WS-STUDENT-VSAM-ID TO MNP-STUDENT-ID.
           MOVE CURRENT-DATE TO MNP-AS-OF-DATE.
           CALL 'PRGS0143' USING MISCONDUCT-NOTATION-PARM.

           IF MNP-COUNT > 0
               IF WS-STUDENT-VSAM-LANGUAGE = 'F'
                   MOVE 'MENTION - INCONDUITE ACADEMIQUE:'
                       TO WS-PRINT-LINE
               ELSE
                   MOVE 'ACADEMIC MISCONDUCT NOTATION:'
                       TO WS-PRINT-LINE
               END-IF
               PERFORM 2210-WRITE-TRANSCRIPT-LINE
               PERFORM 2380-PRINT-ONE-NOTATION
                   VARYING WS-MNP-IDX FROM 1 BY 1
                   UNTIL WS-MNP-IDX > MNP-COUNT
           END-IF.

       2370-END.

       2380-PRINT-ONE-NOTATION.

           MOVE SPACES TO WS-PRINT-LINE.

           IF WS-STUDENT-VSAM-LANGUAGE = 'F'
               EVALUATE TRUE
                   WHEN MNP-GRADE-F (WS-MNP-IDX)
                       STRING '  NOTE F POUR INCONDUITE ACADEMIQUE - '
                                  DELIMITED BY SIZE
                              MNP-COURSE (WS-MNP-IDX) DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              MNP-TERM (WS-MNP-IDX) DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
                   WHEN MNP-SUSPENSION (WS-MNP-IDX)
                       STRING '  SUSPENSION POUR INCONDUITE '
                                  DELIMITED BY SIZE
                              'ACADEMIQUE - ' DELIMITED BY SIZE
                              MNP-SUSPEND-FROM-TERM (WS-MNP-IDX)
                                  DELIMITED BY SPACE
                              ' A ' DELIMITED BY SIZE
                              MNP-SUSPEND-TO-TERM (WS-MNP-IDX)
                                  DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
                   WHEN MNP-EXPULSION (WS-MNP-IDX)
                       STRING '  EXPULSION POUR INCONDUITE '
                                  DELIMITED BY SIZE
                              'ACADEMIQUE - ' DELIMITED BY SIZE
                              MNP-TERM (WS-MNP-IDX) DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN MNP-GRADE-F (WS-MNP-IDX)
                       STRING '  GRADE OF F FOR ACADEMIC MISCONDUCT - '
                                  DELIMITED BY SIZE
                              MNP-COURSE (WS-MNP-IDX) DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              MNP-TERM (WS-MNP-IDX) DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
                   WHEN MNP-SUSPENSION (WS-MNP-IDX)
                       STRING '  SUSPENDED FOR ACADEMIC MISCONDUCT - '
                                  DELIMITED BY SIZE
                              MNP-SUSPEND-FROM-TERM (WS-MNP-IDX)
                                  DELIMITED BY SPACE
                              ' THROUGH ' DELIMITED BY SIZE
                              MNP-SUSPEND-TO-TERM (WS-MNP-IDX)
                                  DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
                   WHEN MNP-EXPULSION (WS-MNP-IDX)
                       STRING '  EXPELLED FOR ACADEMIC MISCONDUCT - '
                                  DELIMITED BY SIZE
                              MNP-TERM (WS-MNP-IDX) DELIMITED BY SPACE
                           INTO WS-PRINT-LINE
               END-EVALUATE
           END-IF.

           PERFORM 2210-WRITE-TRANSCRIPT-LINE.

       2380-END.

       1500-REWRITE-QUEUE.

           OPEN OUTPUT TRANSCRIPT-REQUEST-FILE.
               MOVE CURRENT-DATE TO DOC-ISSUE-DATE
               MOVE ',' TO DOC-SEPARATOR4
               MOVE WS-TRQ-E-REQUESTER (WS-TRQ-IDX) TO DOC-REQUESTER
               MOVE ',' TO DOC-SEPARATOR5
               MOVE SPACE TO DOC-STATUS
               MOVE ',' TO DOC-SEPARATOR6
               MOVE SPACES TO DOC-RELATED-SERIAL
               WRITE DOCUMENT-REGISTER-RECORD
               CLOSE DOCUMENT-REGISTER-FILE
           ELSE
