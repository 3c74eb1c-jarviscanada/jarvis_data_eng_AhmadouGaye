      *          RESTORING A GENERATION OLDER THAN THE LATEST CUT IS
      *          REFUSED UNLESS THE OPERATOR TYPES 'FORCE', AND EVERY
      *          RESTORE IS CONFIRMED AND WRITTEN TO AUDIT.LOG.
      *          STUDENT.CHARGES AND STUDENT.PAYMENTS (H/P) ARE
      *          RESTORABLE LIKE THE OTHER INDEXED FILES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CONSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY SGNSEL.

           COPY PNDSEL.
       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.
       01  PND-FILE-STATUS   PIC XX.
               88  SOURCE-IS-ENROLLMENT     VALUE 'E'.
               88  SOURCE-IS-GRADE          VALUE 'G'.
               88  SOURCE-IS-CONTACT        VALUE 'C'.
               88  SOURCE-IS-CHARGES        VALUE 'H'.
               88  SOURCE-IS-PAYMENTS       VALUE 'P'.
           05  WS-SOURCE-VALID     PIC X     VALUE 'N'.
               88  SOURCE-IS-VALID          VALUE 'Y'.
           05  WS-GEN-CHOICE       PIC 9     VALUE 0.
       1100-PROMPT-FOR-SOURCE.

           DISPLAY "RESTORE WHICH FILE - STUDENT, ENROLLMENT, GRADE, "
               "CONTACT, CHARGES, OR PAYMENTS (S/E/G/C/H/P)? >>".
           ACCEPT WS-SOURCE-CHOICE.

           EVALUATE TRUE
               WHEN SOURCE-IS-CONTACT
                   MOVE 'BACKUP.CONTACT' TO WS-CUR-PREFIX
                   SET SOURCE-IS-VALID TO TRUE
               WHEN SOURCE-IS-CHARGES
                   MOVE 'BACKUP.CHARGES' TO WS-CUR-PREFIX
                   SET SOURCE-IS-VALID TO TRUE
               WHEN SOURCE-IS-PAYMENTS
                   MOVE 'BACKUP.PAYMENTS' TO WS-CUR-PREFIX
                   SET SOURCE-IS-VALID TO TRUE
               WHEN OTHER
                   DISPLAY "CHOICE MUST BE S, E, G, C, H, OR P."
           END-EVALUATE.

       1100-END.
                   PERFORM 1440-RELOAD-ONE-CONTACT
                       UNTIL RESTORE-EOF
                   CLOSE CONTACT-VSAM-FILE
               WHEN SOURCE-IS-CHARGES
                   OPEN OUTPUT STUDENT-CHARGE-FILE
                   PERFORM 1450-RELOAD-ONE-CHARGE
                       UNTIL RESTORE-EOF
                   CLOSE STUDENT-CHARGE-FILE
               WHEN SOURCE-IS-PAYMENTS
                   OPEN OUTPUT STUDENT-PAYMENT-FILE
                   PERFORM 1460-RELOAD-ONE-PAYMENT
                       UNTIL RESTORE-EOF
                   CLOSE STUDENT-PAYMENT-FILE
           END-EVALUATE.

           CLOSE BACKUP-IN-FILE.

       1440-END.

       1450-RELOAD-ONE-CHARGE.

           READ BACKUP-IN-FILE
               AT END
                   SET RESTORE-EOF TO TRUE
               NOT AT END
                   MOVE BACKUP-IN-RECORD TO STUDENT-CHARGE-RECORD
                   WRITE STUDENT-CHARGE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
           END-READ.

       1450-END.

       1460-RELOAD-ONE-PAYMENT.

           READ BACKUP-IN-FILE
               AT END
                   SET RESTORE-EOF TO TRUE
               NOT AT END
                   MOVE BACKUP-IN-RECORD TO STUDENT-PAYMENT-RECORD
                   WRITE STUDENT-PAYMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
           END-READ.

       1460-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGB0042" TO AUP-PROGRAM.
