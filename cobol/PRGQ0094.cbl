      *          posted grades, and account balance. NO MAINTENANCE
      *          OPTIONS, NO OTHER IDS; THREE FAILED PIN ATTEMPTS
      *          END THE SESSION, AND EVERY FAILED ATTEMPT LANDS ON
      *          AUDIT.LOG. THE STUDENT'S FINANCE ROWS ARE READ BY KEY
      *          INSTEAD OF SCANNING THE WHOLE OF STUDENT.CHARGES AND
      *          STUDENT.PAYMENTS. THE STUDENT IS GREETED BY THE
      *          PREFERRED NAME WHERE ONE IS ON FILE (PRGS0159).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY STUWRK.

       COPY PNPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-INPUT-ID            PIC X(6).
           05  WS-KIOSK-ID            PIC 9(6)  VALUE 0.
           05  WS-INPUT-PIN           PIC X(4).
           05  WS-PIN-EOF             PIC X     VALUE 'N'.
               88  PIN-EOF                   VALUE 'Y'.
      *    LEAVES AN AUDIT LINE.
       1200-SIGN-ON.

           DISPLAY "ENTER YOUR STUDENT ID (6 DIGITS) >>".
           ACCEPT WS-INPUT-ID.
           DISPLAY "ENTER YOUR PIN (4 CHARACTERS) >>".
           ACCEPT WS-INPUT-PIN.

           CLOSE STUDENT-VSAM-FILE.

           MOVE WS-STUDENT-VSAM-ID TO PNP-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO PNP-LEGAL-NAME.
           CALL 'PRGS0159' USING PREFERRED-NAME-PARM.

           DISPLAY "-------------------------------------------".
           DISPLAY "NAME    : " PNP-DISPLAY-NAME.
           DISPLAY "PROGRAM : " WS-STUDENT-VSAM-COURSE.
           DISPLAY "STATUS  : " WS-STUDENT-VSAM-STATUS.
           DISPLAY "TERM    : " WS-STUDENT-VSAM-TERM.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-KIOSK-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1610-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               MOVE WS-KIOSK-ID TO PAY-STUDENT-ID
               MOVE 0 TO PAY-SEQUENCE
               START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET PAY-EOF TO TRUE
               END-START
               PERFORM 1620-TALLY-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1610-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-KIOSK-ID
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-KIOSK-ID
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           SUBTRACT CHG-AMOUNT FROM WS-BALANCE
                       ELSE
                           ADD CHG-AMOUNT TO WS-BALANCE

       1620-TALLY-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = WS-KIOSK-ID
                       SET PAY-EOF TO TRUE
                   END-IF
                   IF PAY-STUDENT-ID = WS-KIOSK-ID
                       IF PAY-IS-VOID
                           ADD PAY-AMOUNT TO WS-BALANCE
