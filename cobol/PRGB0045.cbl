      *          archive file set, and physically deletes them from
      *          the live files so the full-file scans and alternate
      *          indexes stop paying for them. PRGB0046 BRINGS AN
      *          ARCHIVED STUDENT BACK INTACT. THE STUDENT'S
      *          STUDENT.CHARGES AND STUDENT.PAYMENTS ROWS GO TO THE
      *          ARCHIVE WITH THEM, SO A LATER STUDENT GIVEN THE
      *          SAME ID DOES NOT INHERIT THE OLD ACCOUNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CONSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY LOCKSEL.

           COPY SGNSEL.
               FILE STATUS IS ARC-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-CHARGE-FILE ASSIGN TO '../ARCHIVE.CHARGES'
               FILE STATUS IS ARH-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-PAYMENT-FILE
               ASSIGN TO '../ARCHIVE.PAYMENTS'
               FILE STATUS IS ARP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-PARM-FILE ASSIGN TO '../PRGB0045.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD STUDENT-LOCK-FILE.
       COPY LOCKFD.

       FD ARCHIVE-CONTACT-FILE.
       01  ARCHIVE-CONTACT-RECORD       PIC X(120).

       FD ARCHIVE-CHARGE-FILE.
       01  ARCHIVE-CHARGE-RECORD        PIC X(120).

       FD ARCHIVE-PAYMENT-FILE.
       01  ARCHIVE-PAYMENT-RECORD       PIC X(120).

       FD ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-RECORD.
           05 PARM-RETENTION-YEARS      PIC 9(2).
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  LOCK-FILE-STATUS  PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.
       01  ARE-FILE-STATUS   PIC XX.
       01  ARG-FILE-STATUS   PIC XX.
       01  ARC-FILE-STATUS   PIC XX.
       01  ARH-FILE-STATUS   PIC XX.
       01  ARP-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.

       01  WS-LOCK-AREAS.
               88  STU-SWEEP-EOF            VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X     VALUE 'N'.
               88  SCAN-IS-DONE             VALUE 'Y'.
           05  WS-TARGET-ID        PIC 9(6)  VALUE 0.
           05  WS-ARCHIVED-COUNT   PIC 9(4)  VALUE 0.
           05  WS-CHILD-ROWS-MOVED PIC 9(5)  VALUE 0.

           05  WS-CAND-COUNT       PIC 9(3)  COMP VALUE 0.
           05  WS-CAND-IDX         PIC 9(3)  COMP VALUE 0.
           05  WS-CAND-TABLE.
               10  WS-CAND-ID      PIC 9(6) OCCURS 500 TIMES.

      *    CHILD KEYS OF THE STUDENT BEING ARCHIVED.
       01  WS-KEY-TABLE-AREAS.
                   15  WS-KEY-E-COURSE     PIC X(15).
                   15  WS-KEY-E-TERM       PIC X(10).
                   15  WS-KEY-E-SEQ        PIC 9(2).
                   15  WS-KEY-E-FIN-SEQ    PIC 9(6).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).

           PERFORM 2400-ARCHIVE-CONTACTS.

           PERFORM 2500-ARCHIVE-CHARGES.

           PERFORM 2600-ARCHIVE-PAYMENTS.

           PERFORM 2900-WRITE-AUDIT-RECORD.

           ADD 1 TO WS-CAND-IDX.

       2420-END.

       2500-ARCHIVE-CHARGES.

           MOVE 0 TO WS-KEY-COUNT.

      *    A MISSING CHILD FILE SIMPLY HAS NO ROWS TO MOVE.
           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 2505-SWEEP-CHARGES
           END-IF.

       2500-END.

       2505-SWEEP-CHARGES.

           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-TARGET-ID TO CHG-STUDENT-ID.
           MOVE 0 TO CHG-SEQUENCE.

           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.

           PERFORM 2510-COLLECT-ONE-CHG-KEY
               UNTIL SCAN-IS-DONE.

           MOVE 1 TO WS-KEY-IDX.
           PERFORM 2520-MOVE-ONE-CHARGE
               UNTIL WS-KEY-IDX > WS-KEY-COUNT.

           CLOSE STUDENT-CHARGE-FILE.

       2505-END.

       2510-COLLECT-ONE-CHG-KEY.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END SET SCAN-IS-DONE TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-TARGET-ID
                       SET SCAN-IS-DONE TO TRUE
                   ELSE
                       IF WS-KEY-COUNT < 200
                           ADD 1 TO WS-KEY-COUNT
                           MOVE CHG-SEQUENCE
                               TO WS-KEY-E-FIN-SEQ (WS-KEY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2510-END.

       2520-MOVE-ONE-CHARGE.

           MOVE WS-TARGET-ID TO CHG-STUDENT-ID.
           MOVE WS-KEY-E-FIN-SEQ (WS-KEY-IDX) TO CHG-SEQUENCE.

           READ STUDENT-CHARGE-FILE
               KEY IS CHG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   OPEN EXTEND ARCHIVE-CHARGE-FILE
                   IF ARH-FILE-STATUS NOT = "00"
                       OPEN OUTPUT ARCHIVE-CHARGE-FILE
                   END-IF
                   MOVE SPACES TO ARCHIVE-CHARGE-RECORD
                   MOVE STUDENT-CHARGE-RECORD TO ARCHIVE-CHARGE-RECORD
                   WRITE ARCHIVE-CHARGE-RECORD
                   CLOSE ARCHIVE-CHARGE-FILE
                   DELETE STUDENT-CHARGE-FILE
                   ADD 1 TO WS-CHILD-ROWS-MOVED
           END-READ.

           ADD 1 TO WS-KEY-IDX.

       2520-END.

       2600-ARCHIVE-PAYMENTS.

           MOVE 0 TO WS-KEY-COUNT.

      *    A MISSING CHILD FILE SIMPLY HAS NO ROWS TO MOVE.
           OPEN I-O STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               PERFORM 2605-SWEEP-PAYMENTS
           END-IF.

       2600-END.

       2605-SWEEP-PAYMENTS.

           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-TARGET-ID TO PAY-STUDENT-ID.
           MOVE 0 TO PAY-SEQUENCE.

           START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   SET SCAN-IS-DONE TO TRUE
           END-START.

           PERFORM 2610-COLLECT-ONE-PAY-KEY
               UNTIL SCAN-IS-DONE.

           MOVE 1 TO WS-KEY-IDX.
           PERFORM 2620-MOVE-ONE-PAYMENT
               UNTIL WS-KEY-IDX > WS-KEY-COUNT.

           CLOSE STUDENT-PAYMENT-FILE.

       2605-END.

       2610-COLLECT-ONE-PAY-KEY.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END SET SCAN-IS-DONE TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = WS-TARGET-ID
                       SET SCAN-IS-DONE TO TRUE
                   ELSE
                       IF WS-KEY-COUNT < 200
                           ADD 1 TO WS-KEY-COUNT
                           MOVE PAY-SEQUENCE
                               TO WS-KEY-E-FIN-SEQ (WS-KEY-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2610-END.

       2620-MOVE-ONE-PAYMENT.

           MOVE WS-TARGET-ID TO PAY-STUDENT-ID.
           MOVE WS-KEY-E-FIN-SEQ (WS-KEY-IDX) TO PAY-SEQUENCE.

           READ STUDENT-PAYMENT-FILE
               KEY IS PAY-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   OPEN EXTEND ARCHIVE-PAYMENT-FILE
                   IF ARP-FILE-STATUS NOT = "00"
                       OPEN OUTPUT ARCHIVE-PAYMENT-FILE
                   END-IF
                   MOVE SPACES TO ARCHIVE-PAYMENT-RECORD
                   MOVE STUDENT-PAYMENT-RECORD TO ARCHIVE-PAYMENT-RECORD
                   WRITE ARCHIVE-PAYMENT-RECORD
                   CLOSE ARCHIVE-PAYMENT-FILE
                   DELETE STUDENT-PAYMENT-FILE
                   ADD 1 TO WS-CHILD-ROWS-MOVED
           END-READ.

           ADD 1 TO WS-KEY-IDX.

       2620-END.

       2900-WRITE-AUDIT-RECORD.

           MOVE "PRGB0045" TO AUP-PROGRAM.
