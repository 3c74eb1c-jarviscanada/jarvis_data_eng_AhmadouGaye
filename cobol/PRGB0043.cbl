      *          restore of the last backup generation). WRITES THAT
      *          COLLIDE ARE APPLIED AS REWRITES AND VICE VERSA, SO
      *          REPLAYING THE SAME DAY TWICE IS HARMLESS.
      *          STUDENT.CHARGES AND STUDENT.PAYMENTS (H/P) CAN BE
      *          REBUILT THE SAME WAY NOW THAT THEIR POSTINGS ARE
      *          JOURNALED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CONSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
               88  SOURCE-IS-ENROLLMENT     VALUE 'E'.
               88  SOURCE-IS-GRADE          VALUE 'G'.
               88  SOURCE-IS-CONTACT        VALUE 'C'.
               88  SOURCE-IS-CHARGES        VALUE 'H'.
               88  SOURCE-IS-PAYMENTS       VALUE 'P'.
           05  WS-SOURCE-VALID     PIC X     VALUE 'N'.
               88  SOURCE-IS-VALID          VALUE 'Y'.
           05  WS-FROM-DATE        PIC X(8)  VALUE SPACES.
       1100-PROMPT-FOR-SOURCE.

           DISPLAY "REBUILD WHICH FILE - STUDENT, ENROLLMENT, GRADE, "
               "CONTACT, CHARGES, OR PAYMENTS (S/E/G/C/H/P)? >>".
           ACCEPT WS-SOURCE-CHOICE.

           IF SOURCE-IS-STUDENT OR SOURCE-IS-ENROLLMENT
                   OR SOURCE-IS-GRADE OR SOURCE-IS-CONTACT
                   OR SOURCE-IS-CHARGES OR SOURCE-IS-PAYMENTS
               SET SOURCE-IS-VALID TO TRUE
           ELSE
               DISPLAY "CHOICE MUST BE S, E, G, C, H, OR P."
           END-IF.

       1100-END.
                   IF CON-FILE-STATUS = "35"
                       OPEN OUTPUT CONTACT-VSAM-FILE
                   END-IF
               WHEN SOURCE-IS-CHARGES
                   OPEN I-O STUDENT-CHARGE-FILE
                   IF CHG-FILE-STATUS = "35"
                       OPEN OUTPUT STUDENT-CHARGE-FILE
                   END-IF
               WHEN SOURCE-IS-PAYMENTS
                   OPEN I-O STUDENT-PAYMENT-FILE
                   IF PAY-FILE-STATUS = "35"
                       OPEN OUTPUT STUDENT-PAYMENT-FILE
                   END-IF
           END-EVALUATE.

       1200-END.
                   CLOSE GRADE-VSAM-FILE
               WHEN SOURCE-IS-CONTACT
                   CLOSE CONTACT-VSAM-FILE
               WHEN SOURCE-IS-CHARGES
                   CLOSE STUDENT-CHARGE-FILE
               WHEN SOURCE-IS-PAYMENTS
                   CLOSE STUDENT-PAYMENT-FILE
           END-EVALUATE.

       1800-END.
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
               WHEN SOURCE-IS-CHARGES
                   MOVE JRN-IMAGE TO STUDENT-CHARGE-RECORD
                   WRITE STUDENT-CHARGE-RECORD
                       INVALID KEY
                           REWRITE STUDENT-CHARGE-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-FAILED-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-COUNT
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
               WHEN SOURCE-IS-PAYMENTS
                   MOVE JRN-IMAGE TO STUDENT-PAYMENT-RECORD
                   WRITE STUDENT-PAYMENT-RECORD
                       INVALID KEY
                           REWRITE STUDENT-PAYMENT-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-FAILED-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-COUNT
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
           END-EVALUATE.

       1410-END.
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
               WHEN SOURCE-IS-CHARGES
                   MOVE JRN-IMAGE TO STUDENT-CHARGE-RECORD
                   DELETE STUDENT-CHARGE-FILE
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
               WHEN SOURCE-IS-PAYMENTS
                   MOVE JRN-IMAGE TO STUDENT-PAYMENT-RECORD
                   DELETE STUDENT-PAYMENT-FILE
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
           END-EVALUATE.

       1450-END.
