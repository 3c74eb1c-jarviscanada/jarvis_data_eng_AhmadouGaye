      *          stands. A STUDENT ALREADY CARRYING AN ACTIVE HOLD IS
      *          NOT HELD TWICE. THE THRESHOLD COMES FROM
      *          ../PRGB0067.PARM (7 DIGITS, DOLLARS AND CENTS, NO
      *          POINT); WITH NO PARM FILE THE DEFAULT IS 500.00. THE
      *          KEYED FINANCE FILES RETURN EACH STUDENT'S ROWS
      *          TOGETHER, SO THE BALANCE TABLE IS ONLY SEARCHED WHEN
      *          THE STUDENT CHANGES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-BAL-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-BAL-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-BAL-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-BAL-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-BAL-TABLE.
               10  WS-BAL-ENTRY    OCCURS 500 TIMES.
                   15  WS-BAL-E-STUDENT    PIC 9(6).
                   15  WS-BAL-E-BALANCE    PIC S9(7)V99.
                   15  WS-BAL-E-HELD       PIC X.


       1110-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   PERFORM 1130-FIND-BALANCE-ROW
                   IF WS-BAL-HIT > 0
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           SUBTRACT CHG-AMOUNT
                               FROM WS-BAL-E-BALANCE (WS-BAL-HIT)
                       ELSE

       1120-TALLY-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END

       1120-END.

      *    THE KEYED FINANCE FILES DELIVER EACH STUDENT'S ROWS
      *    TOGETHER, SO THE ROW HIT LAST TIME IS TRIED BEFORE THE
      *    TABLE IS SEARCHED.
       1130-FIND-BALANCE-ROW.

           IF WS-BAL-HIT > 0
               IF WS-BAL-E-STUDENT (WS-BAL-HIT) NOT = WS-BAL-LOOKUP-ID
                   MOVE 0 TO WS-BAL-HIT
               END-IF
           END-IF.
           MOVE 1 TO WS-BAL-IDX.

           PERFORM 1135-MATCH-ONE-ROW
