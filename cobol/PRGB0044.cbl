
       1360-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-DATE = CURRENT-DATE
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           ADD CHG-AMOUNT TO WS-T-CHG-CREDITS
                       ELSE
                           ADD CHG-AMOUNT TO WS-T-CHG-DEBITS

       1370-TALLY-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
