      *          LENGTH), so the capacity report (PRGQ0101) can show
      *          growth rates and doubling dates instead of someone
      *          discovering a full pack at 2 A.M. A FILE THAT IS
      *          NOT ON HAND CAPTURES AS ZERO ROWS. STUDENT.CHARGES AND
      *          STUDENT.PAYMENTS ARE COUNTED LIKE THE OTHER INDEXED
      *          FILES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE LOW-VALUES TO CHG-KEY
               START STUDENT-CHARGE-FILE
                   KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET SCAN-EOF TO TRUE
               END-START
               PERFORM 1510-COUNT-ONE-CHARGE UNTIL SCAN-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1510-COUNT-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               MOVE LOW-VALUES TO PAY-KEY
               START STUDENT-PAYMENT-FILE
                   KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET SCAN-EOF TO TRUE
               END-START
               PERFORM 1610-COUNT-ONE-PAYMENT UNTIL SCAN-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1610-COUNT-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET SCAN-EOF TO TRUE
               NOT AT END
