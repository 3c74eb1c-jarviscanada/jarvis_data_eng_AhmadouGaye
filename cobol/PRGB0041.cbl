      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generation backup of the six indexed files - cuts a
      *          dated unload-style copy of STUDENT.VSAM,
      *          ENROLLMENT.VSAM, GRADE.VSAM, CONTACT.VSAM,
      *          STUDENT.CHARGES, AND STUDENT.PAYMENTS into
      *          generation slot G1, shifting older generations to G2
      *          and G3 first (the number of generations kept is
      *          configurable). BELONGS IN THE NIGHTLY WINDOW BEFORE

           COPY CONSEL.

           COPY CHGSEL.

           COPY PAYSEL.

      *    THE GENERATION COPIES ARE PLAIN SEQUENTIAL UNLOADS WITH
      *    RUNTIME-BUILT NAMES (../BACKUP.<FILE>.G1 AND SO ON), SO
      *    ONE PAIR OF FDS SERVES EVERY SOURCE AND SLOT.
       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD BACKUP-IN-FILE.
       01  BACKUP-IN-RECORD             PIC X(120).

       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  BKI-FILE-STATUS   PIC XX.
       01  BKO-FILE-STATUS   PIC XX.
       01  BKC-FILE-STATUS   PIC XX.
      *    CONTENTS.
       01  WS-CONTROL-TABLE-AREAS.
           05  WS-CTL-TABLE.
               10  WS-CTL-SOURCE-GROUP OCCURS 6 TIMES.
                   15  WS-CTL-GEN-ENTRY OCCURS 3 TIMES.
                       20  WS-CTL-DATE     PIC 9(8).
                       20  WS-CTL-TIME     PIC 9(6).
           MOVE 4 TO WS-CTL-SRC-IDX.
           PERFORM 2000-BACKUP-ONE-SOURCE.

           MOVE 'H' TO WS-CUR-SOURCE.
           MOVE 'BACKUP.CHARGES' TO WS-CUR-PREFIX.
           MOVE 5 TO WS-CTL-SRC-IDX.
           PERFORM 2000-BACKUP-ONE-SOURCE.

           MOVE 'P' TO WS-CUR-SOURCE.
           MOVE 'BACKUP.PAYMENTS' TO WS-CUR-PREFIX.
           MOVE 6 TO WS-CTL-SRC-IDX.
           PERFORM 2000-BACKUP-ONE-SOURCE.

           PERFORM 1300-REWRITE-CONTROL-FILE.

           DISPLAY "-------------------------------------------".
                       WHEN 'E' MOVE 2 TO WS-CTL-SRC-IDX
                       WHEN 'G' MOVE 3 TO WS-CTL-SRC-IDX
                       WHEN 'C' MOVE 4 TO WS-CTL-SRC-IDX
                       WHEN 'H' MOVE 5 TO WS-CTL-SRC-IDX
                       WHEN 'P' MOVE 6 TO WS-CTL-SRC-IDX
                       WHEN OTHER MOVE 0 TO WS-CTL-SRC-IDX
                   END-EVALUATE
                   IF WS-CTL-SRC-IDX > 0
           ELSE
               MOVE 1 TO WS-CTL-SRC-IDX
               PERFORM 1310-WRITE-ONE-SOURCE-CONTROL
                   UNTIL WS-CTL-SRC-IDX > 6
               CLOSE BACKUP-CONTROL-FILE
           END-IF.

               WHEN 2 MOVE 'E' TO BKC-SOURCE
               WHEN 3 MOVE 'G' TO BKC-SOURCE
               WHEN 4 MOVE 'C' TO BKC-SOURCE
               WHEN 5 MOVE 'H' TO BKC-SOURCE
               WHEN 6 MOVE 'P' TO BKC-SOURCE
           END-EVALUATE.
           MOVE ',' TO BKC-SEPARATOR1.
           MOVE WS-CTL-GEN-IDX TO BKC-GENERATION.
                   WHEN 'E' PERFORM 2220-UNLOAD-ENROLLMENT
                   WHEN 'G' PERFORM 2230-UNLOAD-GRADE
                   WHEN 'C' PERFORM 2240-UNLOAD-CONTACT
                   WHEN 'H' PERFORM 2250-UNLOAD-CHARGE
                   WHEN 'P' PERFORM 2260-UNLOAD-PAYMENT
               END-EVALUATE
               CLOSE BACKUP-OUT-FILE
               DISPLAY WS-CUR-PREFIX ".G1 CUT - " WS-RECORDS-COPIED

       2245-END.

       2250-UNLOAD-CHARGE.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT.CHARGES UNAVAILABLE (STATUS = "
                   CHG-FILE-STATUS ") - EMPTY G1 CUT"
           ELSE
               PERFORM 2251-SWEEP-AND-CLOSE
           END-IF.

       2250-END.

       2251-SWEEP-AND-CLOSE.

           MOVE LOW-VALUES TO CHG-KEY.
           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY SET UNLOAD-EOF TO TRUE
           END-START.

           IF NOT UNLOAD-EOF
               READ STUDENT-CHARGE-FILE NEXT RECORD
                   AT END SET UNLOAD-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 2255-WRITE-ONE-CHARGE UNTIL UNLOAD-EOF.

           CLOSE STUDENT-CHARGE-FILE.

       2251-END.

       2255-WRITE-ONE-CHARGE.

           MOVE SPACES TO BACKUP-OUT-RECORD.
           MOVE STUDENT-CHARGE-RECORD TO BACKUP-OUT-RECORD.
           WRITE BACKUP-OUT-RECORD.
           ADD 1 TO WS-RECORDS-COPIED.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.

       2255-END.

       2260-UNLOAD-PAYMENT.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT.PAYMENTS UNAVAILABLE (STATUS = "
                   PAY-FILE-STATUS ") - EMPTY G1 CUT"
           ELSE
               PERFORM 2261-SWEEP-AND-CLOSE
           END-IF.

       2260-END.

       2261-SWEEP-AND-CLOSE.

           MOVE LOW-VALUES TO PAY-KEY.
           START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY SET UNLOAD-EOF TO TRUE
           END-START.

           IF NOT UNLOAD-EOF
               READ STUDENT-PAYMENT-FILE NEXT RECORD
                   AT END SET UNLOAD-EOF TO TRUE
               END-READ
           END-IF.

           PERFORM 2265-WRITE-ONE-PAYMENT UNTIL UNLOAD-EOF.

           CLOSE STUDENT-PAYMENT-FILE.

       2261-END.

       2265-WRITE-ONE-PAYMENT.

           MOVE SPACES TO BACKUP-OUT-RECORD.
           MOVE STUDENT-PAYMENT-RECORD TO BACKUP-OUT-RECORD.
           WRITE BACKUP-OUT-RECORD.
           ADD 1 TO WS-RECORDS-COPIED.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END SET UNLOAD-EOF TO TRUE
           END-READ.

       2265-END.

       END PROGRAM PRGB0041.
