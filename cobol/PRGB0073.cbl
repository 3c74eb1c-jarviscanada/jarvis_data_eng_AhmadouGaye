      *          OUT-OF-BALANCE EXTRACT ENDS WITH A BAD RETURN CODE
      *          AND IS NOT TO BE RELEASED TO FINANCE. ACCOUNT
      *          NUMBERS COME FROM ../GLMAP.PARM (SOURCE,DEBIT
      *          ACCOUNT,CREDIT ACCOUNT; SOURCES TUI/REF/AID/PAY/VOD/
      *          SPN/BDW/BDR/RFD/ANC/RES); WITH NO PARM FILE THE HOUSE
      *          DEFAULTS APPLY. APPROVED BAD-DEBT WRITE-OFFS ('W'
      *          ROWS) GO TO THE BAD-DEBT ACCOUNT UNDER BDW AND
      *          RECOVERIES ('B' ROWS) COME BACK OUT OF IT UNDER BDR.
      *          CREDIT-BALANCE REFUND PAYOUTS ('F' ROWS) LEAVE CASH
      *          UNDER RFD. ANCILLARY FEES ('N' ROWS) DEBIT A/R
      *          UNDER ANC AND CREDIT THE REVENUE ACCOUNT OF THEIR FEE
      *          TYPE ON FEE.TYPES, ONE CREDIT LINE PER ACCOUNT; A FEE
      *          CODE NOT ON FILE CREDITS THE ANC DEFAULT ACCOUNT.
      *          TUITION BILLED (TUI) AND REVERSED (REF) NOW GOES TO
      *          DEFERRED TUITION REVENUE BY DEFAULT; THE MONTH-END
      *          BATCH PRGB0127 RECOGNISES IT OVER THE TERM'S MONTHS.
      *          RESIDENCE FEES ('H' ROWS) DEBIT A/R AND CREDIT
      *          RESIDENCE REVENUE UNDER SOURCE RES, WHICH GLMAP.PARM
      *          CAN ALSO MAP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY PAYSEL.

           COPY FTYSEL.

           SELECT GL-MAP-PARM-FILE ASSIGN TO '../GLMAP.PARM'
               FILE STATUS IS GLM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD FEE-TYPE-FILE.
       COPY FTYFD.

       FD GL-MAP-PARM-FILE.
       01  GL-MAP-PARM-RECORD.
           05 GLM-SOURCE                PIC X(3).
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  FTY-FILE-STATUS   PIC XX.
       01  GLM-FILE-STATUS   PIC XX.
       01  GLI-FILE-STATUS   PIC XX.
       01  CTL-FILE-STATUS   PIC XX.
               88  GLM-EOF                  VALUE 'Y'.
           05  WS-CTL-EOF          PIC X     VALUE 'N'.
               88  CTL-EOF                  VALUE 'Y'.
           05  WS-FTY-EOF          PIC X     VALUE 'N'.
               88  FTY-EOF                  VALUE 'Y'.
           05  WS-ROWS-READ        PIC 9(6)  VALUE 0.
           05  WS-LINES-WRITTEN    PIC 9(4)  VALUE 0.
           05  WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
      *    ONE BUCKET PER SOURCE: WHAT WAS POSTED TODAY AND WHICH
      *    ACCOUNTS ITS BALANCED PAIR OF JOURNAL LINES HITS.
       01  WS-BUCKET-AREAS.
           05  WS-BKT-IDX          PIC 9(2)  COMP VALUE 0.
           05  WS-BKT-TABLE.
               10  WS-BKT-ENTRY    OCCURS 11 TIMES.
                   15  WS-BKT-SOURCE       PIC X(3).
                   15  WS-BKT-AMOUNT       PIC 9(9)V99.
                   15  WS-BKT-DEBIT-ACCT   PIC X(8).
                   15  WS-BKT-CREDIT-ACCT  PIC X(8).

      *    FEE CODE TO REVENUE ACCOUNT, FROM FEE.TYPES.
       01  WS-FEE-ACCOUNT-AREAS.
           05  WS-FTA-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-FTA-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-FTA-TABLE.
               10  WS-FTA-ENTRY    OCCURS 100 TIMES.
                   15  WS-FTA-E-CODE       PIC X(6).
                   15  WS-FTA-E-ACCOUNT    PIC X(8).

      *    TODAY'S ANCILLARY FEES BY REVENUE ACCOUNT. AT MOST ONE
      *    ROW PER FEE TYPE PLUS THE ANC DEFAULT, SO IT CANNOT FILL.
       01  WS-ANCILLARY-GL-AREAS.
           05  WS-AGL-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-AGL-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-AGL-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-AGL-ACCOUNT      PIC X(8).
           05  WS-AGL-TABLE.
               10  WS-AGL-ENTRY    OCCURS 101 TIMES.
                   15  WS-AGL-E-ACCOUNT    PIC X(8).
                   15  WS-AGL-E-AMOUNT     PIC 9(9)V99.

       01  WS-CONTROL-MOVEMENT.
           05  WS-CTL-CHG-DEBITS   PIC 9(9)V99 VALUE 0.
           05  WS-CTL-CHG-CREDITS  PIC 9(9)V99 VALUE 0.

           PERFORM 1060-READ-ACCOUNT-MAP.

           PERFORM 1070-LOAD-FEE-ACCOUNTS.

           PERFORM 1100-BUCKET-TODAYS-CHARGES.

           PERFORM 1200-BUCKET-TODAYS-PAYMENTS.

       0860-END.

      *    BUCKETS: TUI = TUITION CHARGE (DR A/R, CR DEFERRED
      *    TUITION REVENUE),
      *    REF = DROP REVERSAL/REFUND (DR DEFERRED, CR A/R),
      *    AID = AWARD CREDIT (DR AID EXPENSE, CR A/R),
      *    PAY = CASH RECEIPT (DR CASH, CR A/R),
      *    VOD = VOIDED RECEIPT (DR A/R, CR CASH),
      *    SPN = SPONSOR TRANSFER (DR SPONSOR A/R, CR STUDENT A/R),
      *    BDW = BAD-DEBT WRITE-OFF (DR BAD-DEBT EXPENSE, CR A/R),
      *    BDR = BAD-DEBT RECOVERY (DR A/R, CR BAD-DEBT EXPENSE),
      *    RFD = REFUND PAYOUT (DR A/R, CR CASH),
      *    ANC = ANCILLARY FEE (DR A/R, CR THE FEE'S REVENUE
      *    ACCOUNT; THE CREDIT ACCOUNT HERE IS ONLY THE DEFAULT),
      *    RES = RESIDENCE FEE (DR A/R, CR RESIDENCE REVENUE).
       1050-SET-DEFAULT-ACCOUNTS.

           MOVE 'TUI' TO WS-BKT-SOURCE (1).
           MOVE '12000AR ' TO WS-BKT-DEBIT-ACCT (1).
           MOVE '24000DEF' TO WS-BKT-CREDIT-ACCT (1).
           MOVE 'REF' TO WS-BKT-SOURCE (2).
           MOVE '24000DEF' TO WS-BKT-DEBIT-ACCT (2).
           MOVE '12000AR ' TO WS-BKT-CREDIT-ACCT (2).
           MOVE 'AID' TO WS-BKT-SOURCE (3).
           MOVE '50000AID' TO WS-BKT-DEBIT-ACCT (3).
           MOVE 'SPN' TO WS-BKT-SOURCE (6).
           MOVE '12100SPA' TO WS-BKT-DEBIT-ACCT (6).
           MOVE '12000AR ' TO WS-BKT-CREDIT-ACCT (6).
           MOVE 'BDW' TO WS-BKT-SOURCE (7).
           MOVE '51500BDX' TO WS-BKT-DEBIT-ACCT (7).
           MOVE '12000AR ' TO WS-BKT-CREDIT-ACCT (7).
           MOVE 'BDR' TO WS-BKT-SOURCE (8).
           MOVE '12000AR ' TO WS-BKT-DEBIT-ACCT (8).
           MOVE '51500BDX' TO WS-BKT-CREDIT-ACCT (8).
           MOVE 'RFD' TO WS-BKT-SOURCE (9).
           MOVE '12000AR ' TO WS-BKT-DEBIT-ACCT (9).
           MOVE '10000CSH' TO WS-BKT-CREDIT-ACCT (9).
           MOVE 'ANC' TO WS-BKT-SOURCE (10).
           MOVE '12000AR ' TO WS-BKT-DEBIT-ACCT (10).
           MOVE '40500ANC' TO WS-BKT-CREDIT-ACCT (10).
           MOVE 'RES' TO WS-BKT-SOURCE (11).
           MOVE '12000AR ' TO WS-BKT-DEBIT-ACCT (11).
           MOVE '40600RES' TO WS-BKT-CREDIT-ACCT (11).

           MOVE 1 TO WS-BKT-IDX.
           PERFORM 1055-ZERO-ONE-BUCKET UNTIL WS-BKT-IDX > 11.

       1050-END.

               NOT AT END
                   MOVE 1 TO WS-BKT-IDX
                   PERFORM 1067-MATCH-ONE-BUCKET
                       UNTIL WS-BKT-IDX > 11
           END-READ.

       1065-END.

       1067-END.

       1070-LOAD-FEE-ACCOUNTS.

           OPEN INPUT FEE-TYPE-FILE.
           IF FTY-FILE-STATUS = "00"
               PERFORM 1075-LOAD-ONE-FEE-ACCOUNT UNTIL FTY-EOF
               CLOSE FEE-TYPE-FILE
           END-IF.

       1070-END.

       1075-LOAD-ONE-FEE-ACCOUNT.

           READ FEE-TYPE-FILE
               AT END
                   SET FTY-EOF TO TRUE
               NOT AT END
                   IF WS-FTA-COUNT < 100
                           AND FTY-GL-ACCOUNT NOT = SPACES
                       ADD 1 TO WS-FTA-COUNT
                       MOVE FTY-CODE TO WS-FTA-E-CODE (WS-FTA-COUNT)
                       MOVE FTY-GL-ACCOUNT
                           TO WS-FTA-E-ACCOUNT (WS-FTA-COUNT)
                   END-IF
           END-READ.

       1075-END.

       1100-BUCKET-TODAYS-CHARGES.

           OPEN INPUT STUDENT-CHARGE-FILE.

       1110-BUCKET-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (6)
                           WHEN CHG-IS-REVERSAL
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (2)
                           WHEN CHG-IS-WRITE-OFF
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (7)
                           WHEN CHG-IS-RECOVERY
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (8)
                           WHEN CHG-IS-REFUND-PAYOUT
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (9)
                           WHEN CHG-IS-ANCILLARY
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (10)
                               PERFORM 1120-BUCKET-ANCILLARY-FEE
                           WHEN CHG-IS-RESIDENCE
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (11)
                           WHEN OTHER
                               ADD CHG-AMOUNT TO WS-BKT-AMOUNT (1)
                       END-EVALUATE

       1110-END.

       1120-BUCKET-ANCILLARY-FEE.

           MOVE WS-BKT-CREDIT-ACCT (10) TO WS-AGL-ACCOUNT.
           MOVE 1 TO WS-FTA-IDX.
           PERFORM 1125-MATCH-ONE-FEE-ACCOUNT
               UNTIL WS-FTA-IDX > WS-FTA-COUNT.

           MOVE 0 TO WS-AGL-HIT.
           MOVE 1 TO WS-AGL-IDX.
           PERFORM 1127-MATCH-ONE-GL-ROW
               UNTIL WS-AGL-HIT > 0 OR WS-AGL-IDX > WS-AGL-COUNT.

           IF WS-AGL-HIT = 0
               ADD 1 TO WS-AGL-COUNT
               MOVE WS-AGL-ACCOUNT TO WS-AGL-E-ACCOUNT (WS-AGL-COUNT)
               MOVE 0 TO WS-AGL-E-AMOUNT (WS-AGL-COUNT)
               MOVE WS-AGL-COUNT TO WS-AGL-HIT
           END-IF.

           ADD CHG-AMOUNT TO WS-AGL-E-AMOUNT (WS-AGL-HIT).

       1120-END.

       1125-MATCH-ONE-FEE-ACCOUNT.

           IF WS-FTA-E-CODE (WS-FTA-IDX) = CHG-FEE-CODE
               MOVE WS-FTA-E-ACCOUNT (WS-FTA-IDX) TO WS-AGL-ACCOUNT
           END-IF.

           ADD 1 TO WS-FTA-IDX.

       1125-END.

       1127-MATCH-ONE-GL-ROW.

           IF WS-AGL-E-ACCOUNT (WS-AGL-IDX) = WS-AGL-ACCOUNT
               MOVE WS-AGL-IDX TO WS-AGL-HIT
           END-IF.

           ADD 1 TO WS-AGL-IDX.

       1127-END.

       1200-BUCKET-TODAYS-PAYMENTS.

           OPEN INPUT STUDENT-PAYMENT-FILE.

       1210-BUCKET-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
               MOVE 'N' TO WS-RELEASED
           ELSE
               MOVE 1 TO WS-BKT-IDX
               PERFORM 1310-WRITE-ONE-BUCKET UNTIL WS-BKT-IDX > 11
               CLOSE GL-INTERFACE-FILE
           END-IF.

               ADD 1 TO WS-LINES-WRITTEN
               ADD WS-BKT-AMOUNT (WS-BKT-IDX) TO WS-TOTAL-DEBITS

               IF WS-BKT-IDX = 10
                   MOVE 1 TO WS-AGL-IDX
                   PERFORM 1320-WRITE-ONE-ANCILLARY-CREDIT
                       UNTIL WS-AGL-IDX > WS-AGL-COUNT
               ELSE
                   MOVE CURRENT-DATE TO GLJ-DATE
                   MOVE ',' TO GLJ-SEPARATOR1
                   MOVE WS-BKT-CREDIT-ACCT (WS-BKT-IDX) TO GLJ-ACCOUNT
                   MOVE ',' TO GLJ-SEPARATOR2
                   MOVE 'C' TO GLJ-SIDE
                   MOVE ',' TO GLJ-SEPARATOR3
                   MOVE WS-BKT-AMOUNT (WS-BKT-IDX) TO GLJ-AMOUNT
                   MOVE ',' TO GLJ-SEPARATOR4
                   MOVE WS-BKT-SOURCE (WS-BKT-IDX) TO GLJ-SOURCE
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-LINES-WRITTEN
                   ADD WS-BKT-AMOUNT (WS-BKT-IDX) TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

           ADD 1 TO WS-BKT-IDX.

       1310-END.

      *    THE ANC DEBIT IS ONE LINE; ITS CREDIT IS SPLIT ACROSS THE
      *    REVENUE ACCOUNTS THE DAY'S FEES BELONG TO.
       1320-WRITE-ONE-ANCILLARY-CREDIT.

           MOVE CURRENT-DATE TO GLJ-DATE.
           MOVE ',' TO GLJ-SEPARATOR1.
           MOVE WS-AGL-E-ACCOUNT (WS-AGL-IDX) TO GLJ-ACCOUNT.
           MOVE ',' TO GLJ-SEPARATOR2.
           MOVE 'C' TO GLJ-SIDE.
           MOVE ',' TO GLJ-SEPARATOR3.
           MOVE WS-AGL-E-AMOUNT (WS-AGL-IDX) TO GLJ-AMOUNT.
           MOVE ',' TO GLJ-SEPARATOR4.
           MOVE WS-BKT-SOURCE (10) TO GLJ-SOURCE.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-AGL-E-AMOUNT (WS-AGL-IDX) TO WS-TOTAL-CREDITS.

           ADD 1 TO WS-AGL-IDX.

       1320-END.

      *    THE LAST CONTROL LINE FOR TODAY'S DATE CARRIES THE DAY
      *    MOVEMENT PRGB0044 COUNTED; OLDER LINES WITHOUT THE MONEY
      *    COLUMNS READ AS SPACES AND ARE IGNORED.
           PERFORM 1060-PRINT-LINE.

           MOVE 1 TO WS-BKT-IDX.
           PERFORM 1520-PRINT-ONE-BUCKET UNTIL WS-BKT-IDX > 11.

           MOVE 1 TO WS-AGL-IDX.
           PERFORM 1530-PRINT-ONE-ANCILLARY-ACCOUNT
               UNTIL WS-AGL-IDX > WS-AGL-COUNT.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.

       1520-END.

       1530-PRINT-ONE-ANCILLARY-ACCOUNT.

           MOVE WS-AGL-E-AMOUNT (WS-AGL-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '     ANC CR ' DELIMITED BY SIZE
                  WS-AGL-E-ACCOUNT (WS-AGL-IDX) DELIMITED BY SIZE
                  '                ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           ADD 1 TO WS-AGL-IDX.

       1530-END.

       1550-TIE-TO-CONTROL-TOTALS.

           IF NOT CONTROL-ROW-ON-FILE
               PERFORM 1060-PRINT-LINE
               MOVE 'N' TO WS-RELEASED
           ELSE
               IF WS-BKT-AMOUNT (1) + WS-BKT-AMOUNT (8)
                           + WS-BKT-AMOUNT (9) + WS-BKT-AMOUNT (10)
                           + WS-BKT-AMOUNT (11)
                           = WS-CTL-CHG-DEBITS
                       AND WS-BKT-AMOUNT (2) + WS-BKT-AMOUNT (3)
                           + WS-BKT-AMOUNT (6) + WS-BKT-AMOUNT (7)
                           = WS-CTL-CHG-CREDITS
                       AND WS-BKT-AMOUNT (4) = WS-CTL-PAY-RECEIPTS
                       AND WS-BKT-AMOUNT (5) = WS-CTL-PAY-VOIDS
