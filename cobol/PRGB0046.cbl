      *          set, for the transcript request that surfaces years
      *          later. THE RESTORED MASTER KEEPS ITS 'D' STATUS -
      *          REINSTATEMENT IS A SEPARATE REGISTRAR DECISION MADE
      *          THROUGH PRGU0003. ARCHIVED STUDENT.CHARGES AND
      *          STUDENT.PAYMENTS ROWS COME BACK TOO, EACH TAKING THE
      *          NEXT FREE SEQUENCE FOR THE STUDENT SO THEY CANNOT
      *          COLLIDE WITH ANYTHING POSTED SINCE THE PURGE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CONSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY JRNSEL.

      *    ONE GENERIC PAIR OF SEQUENTIAL FDS WORKS EVERY ARCHIVE
       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD.
           05 ARI-STUDENT-ID            PIC 9(6).
           05 ARI-REST                  PIC X(114).

       FD ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

       COPY FPSWRK.

       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       01  JRN-FILE-STATUS   PIC XX.

       01  ARW-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-TARGET-ID        PIC 9(6)  VALUE 0.
           05  WS-TARGET-FOUND     PIC X     VALUE 'N'.
               88  TARGET-WAS-FOUND         VALUE 'Y'.
           05  WS-ARCHIVE-NAME     PIC X(30) VALUE SPACES.

           DISPLAY "===== RESTORE A STUDENT FROM THE ARCHIVE =====".

           DISPLAY "ENTER ARCHIVED STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT WS-TARGET-ID.

           MOVE '../ARCHIVE.STUDENT' TO WS-ARCHIVE-NAME.
           MOVE 'C' TO WS-CUR-SOURCE.
           PERFORM 2000-RESTORE-ONE-ARCHIVE.

           MOVE '../ARCHIVE.CHARGES' TO WS-ARCHIVE-NAME.
           MOVE 'H' TO WS-CUR-SOURCE.
           PERFORM 2000-RESTORE-ONE-ARCHIVE.

           MOVE '../ARCHIVE.PAYMENTS' TO WS-ARCHIVE-NAME.
           MOVE 'P' TO WS-CUR-SOURCE.
           PERFORM 2000-RESTORE-ONE-ARCHIVE.

           PERFORM 2900-WRITE-AUDIT-RECORD.

           DISPLAY "-------------------------------------------".

       0870-END.

      *    STUDENT.CHARGES IS KEYED STUDENT + SEQUENCE. STATUS 35
      *    MEANS THE FILE DOES NOT EXIST YET - IT IS CREATED, THEN
      *    REOPENED I-O SO THE SEQUENCE LOOKUP CAN READ IT.
       0890-OPEN-CHARGES-FOR-POSTING.

           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-CHARGE-FILE
               IF CHG-FILE-STATUS = "00"
                   CLOSE STUDENT-CHARGE-FILE
                   OPEN I-O STUDENT-CHARGE-FILE
               END-IF
           END-IF.

       0890-END.

      *    THE ROW BUILT IN STUDENT-CHARGE-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0892-POST-CHARGE-ROW.

           MOVE STUDENT-CHARGE-RECORD TO FPS-POST-IMAGE.
           MOVE CHG-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO CHG-SEQUENCE.
           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0893-READ-CHARGE-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-CHARGE-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING CHG-SEQUENCE.

           WRITE STUDENT-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.CHARGES FOR "
                       "STUDENT " CHG-STUDENT-ID " (STATUS = "
                       CHG-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'H' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-CHARGE-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0892-END.

       0893-READ-CHARGE-SEQUENCE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE CHG-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0893-END.

      *    STUDENT.PAYMENTS IS KEYED STUDENT + SEQUENCE. STATUS 35
      *    MEANS THE FILE DOES NOT EXIST YET - IT IS CREATED, THEN
      *    REOPENED I-O SO THE SEQUENCE LOOKUP CAN READ IT.
       0895-OPEN-PAYMENTS-FOR-POSTING.

           OPEN I-O STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-PAYMENT-FILE
               IF PAY-FILE-STATUS = "00"
                   CLOSE STUDENT-PAYMENT-FILE
                   OPEN I-O STUDENT-PAYMENT-FILE
               END-IF
           END-IF.

       0895-END.

      *    THE ROW BUILT IN STUDENT-PAYMENT-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0897-POST-PAYMENT-ROW.

           MOVE STUDENT-PAYMENT-RECORD TO FPS-POST-IMAGE.
           MOVE PAY-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO PAY-SEQUENCE.
           START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0898-READ-PAYMENT-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-PAYMENT-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING PAY-SEQUENCE.

           WRITE STUDENT-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.PAYMENTS FOR "
                       "STUDENT " PAY-STUDENT-ID " (STATUS = "
                       PAY-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'P' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-PAYMENT-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0897-END.

       0898-READ-PAYMENT-SEQUENCE.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE PAY-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0898-END.

       2000-RESTORE-ONE-ARCHIVE.

           MOVE 'N' TO WS-ARI-EOF.
                   IF CON-FILE-STATUS = "35"
                       OPEN OUTPUT CONTACT-VSAM-FILE
                   END-IF
               WHEN 'H'
                   PERFORM 0890-OPEN-CHARGES-FOR-POSTING
               WHEN 'P'
                   PERFORM 0895-OPEN-PAYMENTS-FOR-POSTING
           END-EVALUATE.

       2050-END.
               WHEN 'E' CLOSE ENROLLMENT-VSAM-FILE
               WHEN 'G' CLOSE GRADE-VSAM-FILE
               WHEN 'C' CLOSE CONTACT-VSAM-FILE
               WHEN 'H' CLOSE STUDENT-CHARGE-FILE
               WHEN 'P' CLOSE STUDENT-PAYMENT-FILE
           END-EVALUATE.

       2060-END.
                           MOVE CONTACT-VSAM-RECORD TO WS-JRN-IMAGE
                           PERFORM 0870-WRITE-JOURNAL
                   END-WRITE
               WHEN 'H'
                   MOVE ARCHIVE-IN-RECORD TO STUDENT-CHARGE-RECORD
                   PERFORM 0892-POST-CHARGE-ROW
                   IF FPS-ROW-POSTED
                       ADD 1 TO WS-RESTORED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               WHEN 'P'
                   MOVE ARCHIVE-IN-RECORD TO STUDENT-PAYMENT-RECORD
                   PERFORM 0897-POST-PAYMENT-ROW
                   IF FPS-ROW-POSTED
                       ADD 1 TO WS-RESTORED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
           END-EVALUATE.

       2150-END.
