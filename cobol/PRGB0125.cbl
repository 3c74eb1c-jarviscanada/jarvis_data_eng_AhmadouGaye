      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-balance refund payout batch - nets every
      *          student's STUDENT.CHARGES (charges and recoveries
      *          less reversals, aid, sponsor credits and write-offs)
      *          against STUDENT.PAYMENTS (receipts less voids) the
      *          way PRGB0067 does, and pays out each credit above
      *          the minimum in ../PRGB0125.PARM (DIGITS, 0001000 =
      *          10.00, THE DEFAULT). EACH PAYOUT POSTS AN 'F' ROW ON
      *          STUDENT.CHARGES SO THE ACCOUNT NETS TO ZERO AND A
      *          NUMBERED LINE ON ../REFUND.REGISTER WITH THE PAYEE
      *          NAME AND BEST ADDRESS FROM ADDRESS-VSAM-FILE
      *          (MAILING, ELSE HOME, ELSE BILLING). A STUDENT WITH
      *          AN ACTIVE HOLD ON STUDENT.HOLDS, A PENDING AWARD ON
      *          AWARD.MASTER, AN ADMISSION DEPOSIT ON
      *          ADMISSION.OFFERS NOT YET CREDITED AGAINST FIRST-TERM
      *          TUITION BY PRGB0034, NO ADDRESS, OR A CREDIT TOO LARGE
      *          FOR ONE CHEQUE IS HELD BACK AND PRINTED WITH THE REASON
      *          ON THE EXCEPTIONS PAGE OF ../PRGB0125.PRT. NOTHING
      *          IS PAID WHILE THE POSTING MONTH IS CLOSED
      *          (PRGN0076). RERUNS ARE SAFE: A CREDIT ALREADY PAID
      *          OUT NETS TO ZERO AND IS NOT PAID AGAIN. EACH PAYOUT ROW
      *          IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE NEXT
      *          FREE SEQUENCE FOR THE STUDENT AND JOURNALED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0125.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGSEL.

           COPY PAYSEL.

           COPY HLDSEL.

           COPY AWDSEL.

           COPY OFRSEL.

           COPY STUSEL.

           COPY ADRSEL.

           COPY RFPSEL.

           SELECT REFUND-PARM-FILE ASSIGN TO '../PRGB0125.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-REPORT-FILE ASSIGN TO '../PRGB0125.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

           COPY PRDSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD FINANCIAL-HOLD-FILE.
       COPY HLDFD.

       FD AWARD-MASTER-FILE.
       COPY AWDFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

       FD REFUND-REGISTER-FILE.
       COPY RFPFD.

       FD REFUND-PARM-FILE.
       01  REFUND-PARM-RECORD.
           05 RPM-MINIMUM               PIC 9(7).

       FD REFUND-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0125'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0125'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  HLD-FILE-STATUS   PIC XX.
       01  AWD-FILE-STATUS   PIC XX.
       01  OFR-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  RFP-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY STUWRK.

       01  WS-WORK-AREAS.
      *    THE BATCH IDENTITY EVERY PAYOUT IS AUDITED UNDER.
           05  WS-BATCH-OPERATOR   PIC X(8)  VALUE 'REFUNDS'.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               88  CHG-EOF                  VALUE 'Y'.
           05  WS-PAY-EOF          PIC X     VALUE 'N'.
               88  PAY-EOF                  VALUE 'Y'.
           05  WS-HLD-EOF          PIC X     VALUE 'N'.
               88  HLD-EOF                  VALUE 'Y'.
           05  WS-AWD-EOF          PIC X     VALUE 'N'.
               88  AWD-EOF                  VALUE 'Y'.
           05  WS-OFR-EOF          PIC X     VALUE 'N'.
               88  OFR-EOF                  VALUE 'Y'.
           05  WS-RFP-EOF          PIC X     VALUE 'N'.
               88  RFP-EOF                  VALUE 'Y'.
           05  WS-STU-OPEN         PIC X     VALUE 'N'.
               88  STUDENT-FILE-OPEN        VALUE 'Y'.
           05  WS-ADR-OPEN         PIC X     VALUE 'N'.
               88  ADDRESS-FILE-OPEN        VALUE 'Y'.
           05  WS-ADDR-FOUND       PIC X     VALUE 'N'.
               88  ADDRESS-WAS-FOUND        VALUE 'Y'.
           05  WS-ADDR-TRY         PIC 9     VALUE 0.
           05  WS-MINIMUM-REFUND   PIC 9(5)V99 VALUE 10.00.
           05  WS-CREDIT           PIC 9(7)V99 VALUE 0.
           05  WS-CHEQUE-NUMBER    PIC 9(6)  VALUE 0.
           05  WS-HOLD-REASON      PIC X(30) VALUE SPACES.
           05  WS-PAID-COUNT       PIC 9(5)  VALUE 0.
           05  WS-PAID-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-HELD-COUNT       PIC 9(5)  VALUE 0.
           05  WS-HELD-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-SMALL-COUNT      PIC 9(5)  VALUE 0.
           05  WS-EDIT-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-MINIMUM     PIC ZZ,ZZ9.99.
           05  WS-PRINT-LINE       PIC X(100).

      *    ADDRESS TYPES TRIED IN ORDER OF PREFERENCE.
       01  WS-ADDRESS-ORDER-AREAS.
           05  WS-ADDRESS-ORDER    PIC X(3)  VALUE 'MHB'.
           05  WS-ADDRESS-ORDER-T REDEFINES WS-ADDRESS-ORDER.
               10  WS-ADDRESS-TYPE PIC X     OCCURS 3 TIMES.

      *    ONE ROW PER STUDENT WITH A CHARGE OR PAYMENT ON FILE: THE
      *    NET BALANCE (NEGATIVE = CREDIT) AND WHAT HOLDS IT BACK.
       01  WS-ACCOUNT-TABLE-AREAS.
           05  WS-ACC-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-ACC-ADD-MISSING  PIC X     VALUE 'Y'.
               88  ADD-MISSING-ACCOUNT      VALUE 'Y'.
           05  WS-ACC-OVERFLOW     PIC X     VALUE 'N'.
               88  ACCOUNTS-OVERFLOWED      VALUE 'Y'.
           05  WS-ACC-TABLE.
               10  WS-ACC-ENTRY    OCCURS 2000 TIMES.
                   15  WS-ACC-E-STUDENT    PIC 9(6).
                   15  WS-ACC-E-BALANCE    PIC S9(7)V99.
                   15  WS-ACC-E-HOLD       PIC X.
                   15  WS-ACC-E-AWARD      PIC X.
                   15  WS-ACC-E-DEPOSIT    PIC X.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== CREDIT-BALANCE REFUND PAYOUT BATCH =====".

           PERFORM 0900-CHECK-PERIOD-OPEN.
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "FINANCIAL PERIOD " CURRENT-YEAR "/"
                   CURRENT-MONTH " IS CLOSED - NO REFUNDS PAID."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1050-READ-MINIMUM-PARM.

           PERFORM 1100-NET-CHARGES.
           PERFORM 1200-NET-PAYMENTS.

      *    A TRUNCATED ACCOUNT TABLE WOULD LEAVE SOME BALANCES HALF
      *    COUNTED, AND A HALF-COUNTED BALANCE CAN LOOK LIKE A CREDIT,
      *    SO NOTHING IS PAID FROM AN OVERSIZED FILE.
           IF ACCOUNTS-OVERFLOWED
               DISPLAY "MORE THAN 2000 STUDENT ACCOUNTS ON FILE - "
                   "REFUND RUN REFUSED, NOTHING PAID."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-MARK-ACTIVE-HOLDS.
           PERFORM 1400-MARK-PENDING-AWARDS.
           PERFORM 1450-MARK-UNAPPLIED-DEPOSITS.

           PERFORM 1500-FIND-LAST-CHEQUE.

           PERFORM 1600-PAY-OUT-CREDITS.

           MOVE WS-ACC-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-PAID-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-HELD-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               MOVE 'OK  ' TO RUN-FINAL-STATUS
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    FULL AFTER-IMAGE OF EVERY SUCCESSFUL WRITE/REWRITE AGAINST
      *    THE INDEXED FILES, SO PRGB0043 CAN REPLAY THE DAY FORWARD
      *    FROM THE LAST BACKUP GENERATION.
       0870-WRITE-JOURNAL.

           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.

           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

           IF JRN-FILE-STATUS = "00"
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE ',' TO JRN-SEPARATOR1
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE ',' TO JRN-SEPARATOR2
               MOVE WS-JRN-PROGRAM TO JRN-PROGRAM
               MOVE ',' TO JRN-SEPARATOR3
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE ',' TO JRN-SEPARATOR4
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE ',' TO JRN-SEPARATOR5
               MOVE WS-JRN-IMAGE TO JRN-IMAGE
               WRITE RECOVERY-JOURNAL-RECORD
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

       0870-END.

      *    STUDENT.CHARGES IS KEYED STUDENT + SEQUENCE. STATUS 35
      *    MEANS THE FILE DOES NOT EXIST YET - IT IS CREATED, THEN
      *    REOPENED I-O SO THE SEQUENCE LOOKUP CAN READ IT.
       0890-OPEN-CHARGES-FOR-POSTING.

           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-CHARGE-FILE
               IF CHG-FILE-STATUS = "00"
                   CLOSE STUDENT-CHARGE-FILE
                   OPEN I-O STUDENT-CHARGE-FILE
               END-IF
           END-IF.

       0890-END.

      *    THE ROW BUILT IN STUDENT-CHARGE-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0892-POST-CHARGE-ROW.

           MOVE STUDENT-CHARGE-RECORD TO FPS-POST-IMAGE.
           MOVE CHG-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO CHG-SEQUENCE.
           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0893-READ-CHARGE-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-CHARGE-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING CHG-SEQUENCE.

           WRITE STUDENT-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.CHARGES FOR "
                       "STUDENT " CHG-STUDENT-ID " (STATUS = "
                       CHG-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'H' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-CHARGE-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0892-END.

       0893-READ-CHARGE-SEQUENCE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE CHG-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0893-END.

      *    A CHARGE OR PAYMENT MUST NEVER LAND IN A MONTH FINANCE
      *    HAS ALREADY CLOSED. A MONTH WITH NO CONTROL LINE - OR NO
      *    CONTROL FILE AT ALL - IS OPEN.
       0900-CHECK-PERIOD-OPEN.

           MOVE 'Y' TO WS-PERIOD-OPEN.
           MOVE 'N' TO WS-PRD-EOF.

           OPEN INPUT FINANCIAL-PERIOD-FILE.
           IF PRD-FILE-STATUS = "00"
               PERFORM 0910-SCAN-ONE-PERIOD UNTIL PRD-SCAN-EOF
               CLOSE FINANCIAL-PERIOD-FILE
           END-IF.

       0900-END.

       0910-SCAN-ONE-PERIOD.

           READ FINANCIAL-PERIOD-FILE
               AT END
                   SET PRD-SCAN-EOF TO TRUE
               NOT AT END
                   IF PRD-YEAR = CURRENT-YEAR
                           AND PRD-MONTH = CURRENT-MONTH
                           AND PRD-CLOSED
                       MOVE 'N' TO WS-PERIOD-OPEN
                   END-IF
           END-READ.

       0910-END.

       1050-READ-MINIMUM-PARM.

           OPEN INPUT REFUND-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ REFUND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPM-MINIMUM IS NUMERIC
                           COMPUTE WS-MINIMUM-REFUND
                               = RPM-MINIMUM / 100
                       END-IF
               END-READ
               CLOSE REFUND-PARM-FILE
           END-IF.

           MOVE WS-MINIMUM-REFUND TO WS-EDIT-MINIMUM.
           DISPLAY "MINIMUM REFUND : " WS-EDIT-MINIMUM.

       1050-END.

       1100-NET-CHARGES.

           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1110-NET-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           ELSE
               DISPLAY "NO CHARGES FILE ON HAND (STATUS = "
                   CHG-FILE-STATUS ")"
           END-IF.

       1100-END.

       1110-NET-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   MOVE CHG-STUDENT-ID TO WS-ACC-LOOKUP-ID
                   MOVE 'Y' TO WS-ACC-ADD-MISSING
                   PERFORM 1900-FIND-ACCOUNT-ROW
                   IF WS-ACC-HIT > 0
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           SUBTRACT CHG-AMOUNT
                               FROM WS-ACC-E-BALANCE (WS-ACC-HIT)
                       ELSE
                           ADD CHG-AMOUNT
                               TO WS-ACC-E-BALANCE (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1110-END.

       1200-NET-PAYMENTS.

           MOVE 'N' TO WS-PAY-EOF.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               PERFORM 1210-NET-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1200-END.

       1210-NET-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   MOVE PAY-STUDENT-ID TO WS-ACC-LOOKUP-ID
                   MOVE 'Y' TO WS-ACC-ADD-MISSING
                   PERFORM 1900-FIND-ACCOUNT-ROW
                   IF WS-ACC-HIT > 0
                       IF PAY-IS-VOID
                           ADD PAY-AMOUNT
                               TO WS-ACC-E-BALANCE (WS-ACC-HIT)
                       ELSE
                           SUBTRACT PAY-AMOUNT
                               FROM WS-ACC-E-BALANCE (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1210-END.

       1300-MARK-ACTIVE-HOLDS.

           MOVE 'N' TO WS-HLD-EOF.

           OPEN INPUT FINANCIAL-HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               PERFORM 1310-MARK-ONE-HOLD UNTIL HLD-EOF
               CLOSE FINANCIAL-HOLD-FILE
           END-IF.

       1300-END.

       1310-MARK-ONE-HOLD.

           READ FINANCIAL-HOLD-FILE
               AT END
                   SET HLD-EOF TO TRUE
               NOT AT END
                   IF HLD-ACTIVE
                       MOVE HLD-STUDENT-ID TO WS-ACC-LOOKUP-ID
                       MOVE 'N' TO WS-ACC-ADD-MISSING
                       PERFORM 1900-FIND-ACCOUNT-ROW
                       IF WS-ACC-HIT > 0
                           MOVE 'Y' TO WS-ACC-E-HOLD (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1310-END.

      *    A PENDING AWARD WILL MOVE THE BALANCE AGAIN WHEN PRGB0070
      *    DISBURSES IT, SO THE CREDIT IS NOT FINAL UNTIL THEN.
       1400-MARK-PENDING-AWARDS.

           MOVE 'N' TO WS-AWD-EOF.

           OPEN INPUT AWARD-MASTER-FILE.
           IF AWD-FILE-STATUS = "00"
               PERFORM 1410-MARK-ONE-AWARD UNTIL AWD-EOF
               CLOSE AWARD-MASTER-FILE
           END-IF.

       1400-END.

       1410-MARK-ONE-AWARD.

           READ AWARD-MASTER-FILE
               AT END
                   SET AWD-EOF TO TRUE
               NOT AT END
                   IF AWD-PENDING
                       MOVE AWD-STUDENT-ID TO WS-ACC-LOOKUP-ID
                       MOVE 'N' TO WS-ACC-ADD-MISSING
                       PERFORM 1900-FIND-ACCOUNT-ROW
                       IF WS-ACC-HIT > 0
                           MOVE 'Y' TO WS-ACC-E-AWARD (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1410-END.

      *    A CONFIRMED OFFER'S DEPOSIT SITS ON THE ACCOUNT AS A CREDIT
      *    UNTIL PRGB0034 BILLS THE OFFER TERM AND APPLIES IT AGAINST
      *    THE TUITION; PAYING IT OUT FIRST WOULD HAND THE DEPOSIT
      *    BACK TO THE STUDENT.
       1450-MARK-UNAPPLIED-DEPOSITS.

           MOVE 'N' TO WS-OFR-EOF.

           OPEN INPUT ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "00"
               PERFORM 1460-MARK-ONE-OFFER UNTIL OFR-EOF
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

       1450-END.

       1460-MARK-ONE-OFFER.

           READ ADMISSION-OFFER-FILE NEXT RECORD
               AT END
                   SET OFR-EOF TO TRUE
               NOT AT END
                   IF OFR-CONFIRMED AND OFR-DEPOSIT-APPLIED = 0
                       MOVE OFR-STUDENT-ID TO WS-ACC-LOOKUP-ID
                       MOVE 'N' TO WS-ACC-ADD-MISSING
                       PERFORM 1900-FIND-ACCOUNT-ROW
                       IF WS-ACC-HIT > 0
                           MOVE 'Y' TO WS-ACC-E-DEPOSIT (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1460-END.

      *    CHEQUE NUMBERS RUN ON FROM THE HIGHEST ONE ALREADY ISSUED.
       1500-FIND-LAST-CHEQUE.

           MOVE 0 TO WS-CHEQUE-NUMBER.
           MOVE 'N' TO WS-RFP-EOF.

           OPEN INPUT REFUND-REGISTER-FILE.
           IF RFP-FILE-STATUS = "00"
               PERFORM 1510-SCAN-ONE-CHEQUE UNTIL RFP-EOF
               CLOSE REFUND-REGISTER-FILE
           END-IF.

       1500-END.

       1510-SCAN-ONE-CHEQUE.

           READ REFUND-REGISTER-FILE
               AT END
                   SET RFP-EOF TO TRUE
               NOT AT END
                   IF RFP-CHEQUE-NUMBER IS NUMERIC
                           AND RFP-CHEQUE-NUMBER > WS-CHEQUE-NUMBER
                       MOVE RFP-CHEQUE-NUMBER TO WS-CHEQUE-NUMBER
                   END-IF
           END-READ.

       1510-END.

       1600-PAY-OUT-CREDITS.

           OPEN OUTPUT REFUND-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0125.PRT (STATUS = "
                   PRT-FILE-STATUS ") - NOTHING PAID."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND REFUND-REGISTER-FILE.
           IF RFP-FILE-STATUS NOT = "00"
               OPEN OUTPUT REFUND-REGISTER-FILE
           END-IF.
           IF RFP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REFUND.REGISTER (STATUS = "
                   RFP-FILE-STATUS ") - NOTHING PAID."
               CLOSE REFUND-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ") - NOTHING PAID."
               CLOSE REFUND-REGISTER-FILE
               CLOSE REFUND-REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               SET STUDENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-VSAM-FILE.
           IF ADR-FILE-STATUS = "00"
               SET ADDRESS-FILE-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   REFUND CHEQUE REGISTER FOR ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
                  '   MINIMUM ' DELIMITED BY SIZE
                  WS-EDIT-MINIMUM DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.
           MOVE 'CHEQUE | STUDENT | PAYEE                       |     '
               & '  AMOUNT' TO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.

      *    FIRST PASS PAYS; SECOND PASS PRINTS THE EXCEPTIONS PAGE.
           PERFORM 1610-PAY-ONE-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT.

           MOVE WS-PAID-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CHEQUES ISSUED: ' DELIMITED BY SIZE
                  WS-PAID-COUNT DELIMITED BY SIZE
                  '  TOTAL PAID OUT: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.
           MOVE '   EXCEPTIONS - CREDITS HELD BACK' TO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.
           MOVE 'STUDENT |        CREDIT | REASON' TO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.

           PERFORM 1700-PRINT-ONE-EXCEPTION
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT.

           MOVE WS-HELD-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'HELD BACK: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  '  TOTAL HELD: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CREDITS UNDER THE MINIMUM LEFT ON ACCOUNT: '
                  DELIMITED BY SIZE
                  WS-SMALL-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.

           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-VSAM-FILE
           END-IF.
           IF STUDENT-FILE-OPEN
               CLOSE STUDENT-VSAM-FILE
           END-IF.
           CLOSE STUDENT-CHARGE-FILE.
           CLOSE REFUND-REGISTER-FILE.
           CLOSE REFUND-REPORT-FILE.

           DISPLAY "CHEQUES ISSUED   : " WS-PAID-COUNT.
           DISPLAY "HELD BACK        : " WS-HELD-COUNT.
           DISPLAY "SEE ../REFUND.REGISTER AND ../PRGB0125.PRT".

       1600-END.

       1610-PAY-ONE-ACCOUNT.

           IF WS-ACC-E-BALANCE (WS-ACC-IDX) < 0
               COMPUTE WS-CREDIT = 0 - WS-ACC-E-BALANCE (WS-ACC-IDX)
               IF WS-CREDIT < WS-MINIMUM-REFUND
                   ADD 1 TO WS-SMALL-COUNT
               ELSE
                   PERFORM 1620-FETCH-NAME-AND-ADDRESS
                   PERFORM 1630-CHECK-HOLD-BACK
                   IF WS-HOLD-REASON = SPACES
                       PERFORM 1640-ISSUE-CHEQUE
                   END-IF
               END-IF
           END-IF.

       1610-END.

      *    BEST ADDRESS: MAILING, ELSE HOME, ELSE BILLING.
       1620-FETCH-NAME-AND-ADDRESS.

           MOVE SPACES TO WS-STUDENT-VSAM-NAME.
           IF STUDENT-FILE-OPEN
               MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-RECORD
                           TO WS-STUDENT-VSAM-RECORD
               END-READ
           END-IF.

           MOVE 'N' TO WS-ADDR-FOUND.
           MOVE 0 TO WS-ADDR-TRY.
           PERFORM 1625-TRY-ONE-ADDRESS
               UNTIL ADDRESS-WAS-FOUND OR WS-ADDR-TRY = 3.

       1620-END.

       1625-TRY-ONE-ADDRESS.

           ADD 1 TO WS-ADDR-TRY.

           IF ADDRESS-FILE-OPEN
               MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO ADR-STUDENT-ID
               MOVE WS-ADDRESS-TYPE (WS-ADDR-TRY) TO ADR-TYPE
               READ ADDRESS-VSAM-FILE
                   KEY IS ADR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADDRESS-WAS-FOUND TO TRUE
               END-READ
           END-IF.

       1625-END.

      *    THE FIRST REASON THAT APPLIES IS THE ONE PRINTED.
       1630-CHECK-HOLD-BACK.

           MOVE SPACES TO WS-HOLD-REASON.

           EVALUATE TRUE
               WHEN WS-ACC-E-HOLD (WS-ACC-IDX) = 'Y'
                   MOVE 'ACTIVE FINANCIAL HOLD' TO WS-HOLD-REASON
               WHEN WS-ACC-E-AWARD (WS-ACC-IDX) = 'Y'
                   MOVE 'AWARD PENDING DISBURSEMENT'
                       TO WS-HOLD-REASON
               WHEN WS-ACC-E-DEPOSIT (WS-ACC-IDX) = 'Y'
                   MOVE 'DEPOSIT NOT YET APPLIED' TO WS-HOLD-REASON
               WHEN WS-CREDIT > 99999.99
                   MOVE 'CREDIT TOO LARGE FOR ONE CHEQUE'
                       TO WS-HOLD-REASON
               WHEN NOT ADDRESS-WAS-FOUND
                   MOVE 'NO ADDRESS ON FILE' TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1630-END.

       1640-ISSUE-CHEQUE.

           ADD 1 TO WS-CHEQUE-NUMBER.

           MOVE WS-CHEQUE-NUMBER TO RFP-CHEQUE-NUMBER.
           MOVE ',' TO RFP-SEPARATOR1.
           MOVE CURRENT-DATE TO RFP-ISSUE-DATE.
           MOVE ',' TO RFP-SEPARATOR2.
           MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO RFP-STUDENT-ID.
           MOVE ',' TO RFP-SEPARATOR3.
           MOVE WS-STUDENT-VSAM-NAME TO RFP-PAYEE-NAME.
           MOVE ',' TO RFP-SEPARATOR4.
           MOVE WS-CREDIT TO RFP-AMOUNT.
           MOVE ',' TO RFP-SEPARATOR5.
           MOVE ADR-STREET TO RFP-STREET.
           MOVE ',' TO RFP-SEPARATOR6.
           MOVE ADR-CITY TO RFP-CITY.
           MOVE ',' TO RFP-SEPARATOR7.
           MOVE ADR-PROVINCE TO RFP-PROVINCE.
           MOVE ',' TO RFP-SEPARATOR8.
           MOVE ADR-POSTAL-CODE TO RFP-POSTAL-CODE.
           WRITE REFUND-REGISTER-RECORD.

      *    THE OFFSETTING PAYOUT ROW NETS THE ACCOUNT BACK TO ZERO
      *    AND CARRIES THE CHEQUE NUMBER IN THE COURSE COLUMN.
           MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO CHG-STUDENT-ID.
           MOVE ',' TO CHG-SEPARATOR1.
           MOVE SPACES TO CHG-COURSE.
           STRING 'REFUND ' DELIMITED BY SIZE
                  WS-CHEQUE-NUMBER DELIMITED BY SIZE
               INTO CHG-COURSE.
           MOVE ',' TO CHG-SEPARATOR2.
           MOVE SPACES TO CHG-TERM.
           MOVE ',' TO CHG-SEPARATOR3.
           SET CHG-IS-REFUND-PAYOUT TO TRUE.
           MOVE ',' TO CHG-SEPARATOR4.
           MOVE WS-CREDIT TO CHG-AMOUNT.
           MOVE ',' TO CHG-SEPARATOR5.
           MOVE CURRENT-DATE TO CHG-DATE.
           MOVE ',' TO CHG-SEPARATOR6.
           MOVE SPACES TO CHG-FEE-CODE.
           PERFORM 0892-POST-CHARGE-ROW.

           MOVE 0 TO WS-ACC-E-BALANCE (WS-ACC-IDX).
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-CREDIT TO WS-PAID-AMOUNT.

           MOVE WS-CREDIT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-CHEQUE-NUMBER DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-ACC-E-STUDENT (WS-ACC-IDX) DELIMITED BY SIZE
                  '    | ' DELIMITED BY SIZE
                  WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1800-PRINT-LINE.

           MOVE "PRGB0125" TO AUP-PROGRAM.
           MOVE "REFUND" TO AUP-ACTION.
           MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "REFUND CHEQUE " DELIMITED BY SIZE
                  WS-CHEQUE-NUMBER DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO AUP-DETAIL.
           MOVE WS-BATCH-OPERATOR TO AUP-USER.
           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1640-END.

      *    A CREDIT STILL STANDING AFTER THE PAY PASS AND OVER THE
      *    MINIMUM WAS HELD BACK; THE REASON IS WORKED OUT AGAIN.
       1700-PRINT-ONE-EXCEPTION.

           IF WS-ACC-E-BALANCE (WS-ACC-IDX) < 0
               COMPUTE WS-CREDIT = 0 - WS-ACC-E-BALANCE (WS-ACC-IDX)
               IF WS-CREDIT NOT < WS-MINIMUM-REFUND
                   PERFORM 1620-FETCH-NAME-AND-ADDRESS
                   PERFORM 1630-CHECK-HOLD-BACK
                   ADD 1 TO WS-HELD-COUNT
                   ADD WS-CREDIT TO WS-HELD-AMOUNT
                   MOVE WS-CREDIT TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-ACC-E-STUDENT (WS-ACC-IDX)
                              DELIMITED BY SIZE
                          '    | ' DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          ' | ' DELIMITED BY SIZE
                          WS-HOLD-REASON DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1800-PRINT-LINE
               END-IF
           END-IF.

       1700-END.

       1800-PRINT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1800-END.

      *    FIND A STUDENT'S ACCOUNT ROW; WHEN ASKED, ADD ONE FOR A
      *    STUDENT NOT YET SEEN.
       1900-FIND-ACCOUNT-ROW.

           MOVE 0 TO WS-ACC-HIT.
           MOVE 1 TO WS-ACC-IDX.

           PERFORM 1910-MATCH-ONE-ACCOUNT
               UNTIL WS-ACC-HIT > 0 OR WS-ACC-IDX > WS-ACC-COUNT.

           IF WS-ACC-HIT = 0 AND ADD-MISSING-ACCOUNT
               IF WS-ACC-COUNT < 2000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-LOOKUP-ID
                       TO WS-ACC-E-STUDENT (WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-E-BALANCE (WS-ACC-COUNT)
                   MOVE 'N' TO WS-ACC-E-HOLD (WS-ACC-COUNT)
                   MOVE 'N' TO WS-ACC-E-AWARD (WS-ACC-COUNT)
                   MOVE 'N' TO WS-ACC-E-DEPOSIT (WS-ACC-COUNT)
                   MOVE WS-ACC-COUNT TO WS-ACC-HIT
               ELSE
                   SET ACCOUNTS-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1900-END.

       1910-MATCH-ONE-ACCOUNT.

           IF WS-ACC-E-STUDENT (WS-ACC-IDX) = WS-ACC-LOOKUP-ID
               MOVE WS-ACC-IDX TO WS-ACC-HIT
           END-IF.

           ADD 1 TO WS-ACC-IDX.

       1910-END.

       END PROGRAM PRGB0125.
