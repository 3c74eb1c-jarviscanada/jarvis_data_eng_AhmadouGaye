      *          whole term's balance. ONE PLAN PER STUDENT/TERM; AN
      *          EXISTING PLAN MUST BE REVIEWED, NOT SILENTLY
      *          REPLACED. MODELED ON PRGN0024'S PROMPT-AND-VALIDATE
      *          MAINTENANCE FLOW. THE STUDENT'S FINANCE ROWS ARE READ
      *          BY KEY INSTEAD OF SCANNING THE WHOLE OF STUDENT.CHARGES
      *          AND STUDENT.PAYMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1310-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE

       1310-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND CHG-TERM = WS-INPUT-TERM
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
