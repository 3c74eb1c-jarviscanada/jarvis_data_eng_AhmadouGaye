      *          statement line per student with the open balance
      *          spread over current/30/60/90-day buckets. DAY COUNTS
      *          USE THE 30/360 CONVENTION, WHICH IS PLENTY FOR
      *          AGEING BUCKETS. ANCILLARY FEES ('N' ROWS FROM THE
      *          ASSESSMENT BATCH) AGE LIKE TUITION AND ARE ALSO
      *          SHOWN IN THEIR OWN COLUMN AS THE TOTAL OF FEES
      *          BILLED, SO THE STUDENT CAN TELL FEES FROM TUITION. THE
      *          KEYED FINANCE FILES RETURN EACH STUDENT'S ROWS
      *          TOGETHER, SO THE ACCOUNT TABLE IS ONLY SEARCHED WHEN
      *          THE STUDENT CHANGES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-EDIT-30          PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-60          PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-90          PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-FEES        PIC -Z,ZZZ,ZZ9.99.

      *    EVERY NET CHARGE ROW, IN FILE (POSTING) ORDER, SO PAYMENTS
      *    CAN BE APPLIED OLDEST CHARGE FIRST.
           05  WS-CHG-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-CHG-TABLE.
               10  WS-CHG-ENTRY    OCCURS 500 TIMES.
                   15  WS-CHG-E-STUDENT    PIC 9(6).
                   15  WS-CHG-E-COURSE     PIC X(15).
                   15  WS-CHG-E-TERM       PIC X(10).
                   15  WS-CHG-E-AMOUNT     PIC S9(7)V99.
                   15  WS-CHG-E-DATE       PIC 9(8).
                   15  WS-CHG-E-TYPE       PIC X.

      *    ONE ROW PER STUDENT: PAYMENT POOL IN, AGED BUCKETS OUT.
       01  WS-ACCOUNT-TABLE-AREAS.
           05  WS-ACC-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-ACC-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-ACC-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-ACC-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-ACC-TABLE.
               10  WS-ACC-ENTRY    OCCURS 500 TIMES.
                   15  WS-ACC-E-STUDENT    PIC 9(6).
                   15  WS-ACC-E-POOL       PIC 9(7)V99.
                   15  WS-ACC-E-CURRENT    PIC 9(7)V99.
                   15  WS-ACC-E-DAYS30     PIC 9(7)V99.
                   15  WS-ACC-E-DAYS60     PIC 9(7)V99.
                   15  WS-ACC-E-DAYS90     PIC 9(7)V99.
                   15  WS-ACC-E-CREDIT     PIC 9(7)V99.
                   15  WS-ACC-E-FEES       PIC 9(7)V99.

       01  WS-PRINT-LINE             PIC X(120).

      *    THAN STANDING AS ITS OWN LINE, SO THE AGEING ONLY EVER
      *    SEES WHAT IS ACTUALLY STILL OWED PER CHARGE. AID ('A')
      *    AND SPONSOR ('S') CREDITS ARE NOT TIED TO ONE CHARGE -
      *    THEY JOIN THE PAYMENT POOL AND SETTLE OLDEST FIRST, AS
      *    DOES A BAD-DEBT WRITE-OFF ('W'). A RECOVERY ('B') AGES
      *    LIKE A NEW CHARGE FROM THE DAY IT WAS REINSTATED, AND A
      *    REFUND PAYOUT ('F') IS A CHARGE THAT SOAKS UP THE CREDIT.
      *    AN ANCILLARY FEE ('N') AGES LIKE A CHARGE AND IS ALSO
      *    TOTALLED FOR THE FEES COLUMN.
       1110-LOAD-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-IS-AID OR CHG-IS-SPONSOR
                           OR CHG-IS-WRITE-OFF
                       MOVE CHG-STUDENT-ID TO WS-ACC-LOOKUP-ID
                       PERFORM 1220-FIND-ACCOUNT-ROW
                       IF WS-ACC-HIT > 0
                               TO WS-CHG-E-AMOUNT (WS-CHG-COUNT)
                           MOVE CHG-DATE
                               TO WS-CHG-E-DATE (WS-CHG-COUNT)
                           MOVE CHG-TYPE
                               TO WS-CHG-E-TYPE (WS-CHG-COUNT)
                       END-IF
                       IF CHG-IS-ANCILLARY
                           MOVE CHG-STUDENT-ID TO WS-ACC-LOOKUP-ID
                           PERFORM 1220-FIND-ACCOUNT-ROW
                           IF WS-ACC-HIT > 0
                               ADD CHG-AMOUNT
                                   TO WS-ACC-E-FEES (WS-ACC-HIT)
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           IF WS-CHG-E-STUDENT (WS-CHG-IDX) = CHG-STUDENT-ID
                   AND WS-CHG-E-COURSE (WS-CHG-IDX) = CHG-COURSE
                   AND WS-CHG-E-TERM (WS-CHG-IDX) = CHG-TERM
                   AND WS-CHG-E-TYPE (WS-CHG-IDX) NOT = 'N'
               MOVE WS-CHG-IDX TO WS-CHG-HIT
           END-IF.


       1210-LOAD-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END

       1210-END.

      *    THE KEYED FINANCE FILES DELIVER EACH STUDENT'S ROWS
      *    TOGETHER, SO THE ACCOUNT HIT LAST TIME IS TRIED BEFORE THE
      *    TABLE IS SEARCHED.
       1220-FIND-ACCOUNT-ROW.

           IF WS-ACC-HIT > 0
               IF WS-ACC-E-STUDENT (WS-ACC-HIT) NOT = WS-ACC-LOOKUP-ID
                   MOVE 0 TO WS-ACC-HIT
               END-IF
           END-IF.
           MOVE 1 TO WS-ACC-IDX.

           PERFORM 1225-MATCH-ONE-ACCOUNT
               MOVE 0 TO WS-ACC-E-DAYS60 (WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-E-DAYS90 (WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-E-CREDIT (WS-ACC-COUNT)
               MOVE 0 TO WS-ACC-E-FEES (WS-ACC-COUNT)
               MOVE WS-ACC-COUNT TO WS-ACC-HIT
           END-IF.

       1400-PRINT-STATEMENTS.

           MOVE '---------------------------------------------------'
               & '---------------------------------------------'
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   STUDENT ACCOUNT STATEMENTS AS OF '
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               & '---------------------------------------------'
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE 'STUDENT |      CURRENT |        31-60 |        61-90'
               & ' |      OVER 90 |  FEES BILLED |      BALANCE'
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               & '---------------------------------------------'
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.

           MOVE 1 TO WS-ACC-IDX.
               UNTIL WS-ACC-IDX > WS-ACC-COUNT.

           MOVE '---------------------------------------------------'
               & '---------------------------------------------'
               TO WS-PRINT-LINE
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STATEMENTS PRINTED : ' DELIMITED BY SIZE
           MOVE WS-ACC-E-DAYS30 (WS-ACC-IDX) TO WS-EDIT-30.
           MOVE WS-ACC-E-DAYS60 (WS-ACC-IDX) TO WS-EDIT-60.
           MOVE WS-ACC-E-DAYS90 (WS-ACC-IDX) TO WS-EDIT-90.
           MOVE WS-ACC-E-FEES (WS-ACC-IDX) TO WS-EDIT-FEES.
           COMPUTE WS-EDIT-AMOUNT
               = WS-RESIDUAL - WS-ACC-E-CREDIT (WS-ACC-IDX).

                  ' |' DELIMITED BY SIZE
                  WS-EDIT-90 DELIMITED BY SIZE
                  ' |' DELIMITED BY SIZE
                  WS-EDIT-FEES DELIMITED BY SIZE
                  ' |' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
