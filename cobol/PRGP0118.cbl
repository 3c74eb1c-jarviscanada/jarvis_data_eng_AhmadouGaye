      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank payment import - reads the bank's daily
      *          remittance file and posts every payment that names a
      *          student on STUDENT.VSAM as a STUDENT.PAYMENTS receipt,
      *          checked as PRGP0035 checks a keyed one (student on
      *          file, amount 7 digits), with PAY-REFERENCE = THE
      *          BANK TRACE NUMBER AND PAY-OPERATOR = 'BANKIMPT'.
      *          A PAYMENT THAT CANNOT BE MATCHED GOES TO
      *          PAYMENT.SUSPENSE FOR THE BURSAR TO APPLY OR RETURN
      *          IN PRGP0119. THE RUN IS REFUSED WHEN THE POSTING
      *          MONTH IS CLOSED (PRGN0076), WHEN THE FILE'S HEADER
      *          ID IS ALREADY ON BANK.IMPORTS, OR WHEN THE FILE
      *          DOES NOT AGREE WITH ITS OWN TRAILER - NOTHING IS
      *          POSTED FROM A FILE THAT IS REFUSED. A RECEIPT FROM
      *          A STUDENT WHOSE BALANCE WAS WRITTEN OFF AS BAD DEBT
      *          IS CLAIMED BACK AGAINST THE WRITE-OFF BY PRGS0122 AND
      *          TOTALLED SEPARATELY ON THE REPORT AS A RECOVERY. EACH
      *          ROW IS POSTED TO THE KEYED STUDENT.PAYMENTS UNDER THE
      *          NEXT FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW
      *          THAT WILL NOT WRITE GOES TO SUSPENSE AS POST FAILED.
      *          THE REMITTANCE LAYOUT (BNKFD) CARRIES THE FULL 6-DIGIT
      *          STUDENT ID, SO EVERY STUDENT NUMBER CAN BE MATCHED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGP0118.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BNKSEL.

           COPY BILSEL.

           COPY SUSSEL.

           COPY STUSEL.

           COPY PAYSEL.

           COPY PRDSEL.

           COPY RUNSEL.

           SELECT BANK-IMPORT-REPORT-FILE ASSIGN TO '../PRGP0118.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD BANK-REMITTANCE-FILE.
       COPY BNKFD.

       FD BANK-IMPORT-LOG-FILE.
       COPY BILFD.

       FD PAYMENT-SUSPENSE-FILE.
       COPY SUSFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD BANK-IMPORT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGP0118'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  BNK-FILE-STATUS   PIC XX.
       01  BIL-FILE-STATUS   PIC XX.
       01  SUS-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  PRD-FILE-STATUS   PIC XX.
       01  RUN-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       COPY RCPWRK.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGP0118'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.

       01  WS-WORK-AREAS.
      *    THE BATCH IDENTITY EVERY IMPORTED RECEIPT IS POSTED UNDER,
      *    SO THE CASH BALANCING RUN TOTALS IT AS ITS OWN DRAWER.
           05  WS-BATCH-OPERATOR      PIC X(8)  VALUE 'BANKIMPT'.
           05  WS-BNK-EOF             PIC X     VALUE 'N'.
               88  BNK-EOF                   VALUE 'Y'.
           05  WS-BIL-EOF             PIC X     VALUE 'N'.
               88  BIL-EOF                   VALUE 'Y'.
           05  WS-FILE-VALID          PIC X     VALUE 'Y'.
               88  BANK-FILE-IS-VALID        VALUE 'Y'.
           05  WS-FILE-PROBLEM        PIC X(50) VALUE SPACES.
           05  WS-ALREADY-IMPORTED    PIC X     VALUE 'N'.
               88  FILE-ALREADY-IMPORTED     VALUE 'Y'.
           05  WS-HEADER-SEEN         PIC X     VALUE 'N'.
               88  HEADER-WAS-SEEN           VALUE 'Y'.
           05  WS-TRAILER-SEEN        PIC X     VALUE 'N'.
               88  TRAILER-WAS-SEEN          VALUE 'Y'.
           05  WS-BANK-FILE-ID        PIC X(12) VALUE SPACES.
           05  WS-BANK-FILE-DATE      PIC 9(8)  VALUE 0.
           05  WS-DETAIL-COUNT        PIC 9(6)  VALUE 0.
           05  WS-DETAIL-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-TRAILER-COUNT       PIC 9(6)  VALUE 0.
           05  WS-TRAILER-TOTAL       PIC 9(9)V99 VALUE 0.
           05  WS-RAW-TOTAL           PIC 9(11) VALUE 0.
           05  WS-RAW-AMOUNT          PIC 9(7)  VALUE 0.
           05  WS-PAY-AMOUNT          PIC 9(5)V99 VALUE 0.
           05  WS-MATCH-RESULT        PIC X(20) VALUE SPACES.
           05  WS-POSTED-COUNT        PIC 9(5)  VALUE 0.
           05  WS-POSTED-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-SUSPENSE-COUNT      PIC 9(5)  VALUE 0.
           05  WS-SUSPENSE-AMOUNT     PIC 9(7)V99 VALUE 0.
           05  WS-RECOVERY-COUNT      PIC 9(5)  VALUE 0.
           05  WS-RECOVERY-AMOUNT     PIC 9(7)V99 VALUE 0.
           05  WS-AMOUNT-EDIT         PIC Z,ZZZ,ZZ9.99.

       01  WS-PRINT-LINE             PIC X(100).

       01  WS-DETAIL-LINE.
           05  WS-DL-TRACE           PIC X(12).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-STUDENT         PIC X(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-AMOUNT          PIC ZZ,ZZ9.99.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-PAYER           PIC X(25).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-RESULT          PIC X(20).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== BANK PAYMENT IMPORT =====".

           PERFORM 0900-CHECK-PERIOD-OPEN.
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "FINANCIAL PERIOD " CURRENT-YEAR "/"
                   CURRENT-MONTH " IS CLOSED - NO RECEIPTS MAY BE "
                   "POSTED. BANK FILE LEFT FOR THE BURSAR."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BANK-REMITTANCE-FILE.
           IF BNK-FILE-STATUS NOT = "00"
               DISPLAY "NO BANK REMITTANCE FILE TODAY (STATUS = "
                   BNK-FILE-STATUS ") - NOTHING TO IMPORT."
               GOBACK
           END-IF.

           PERFORM 1100-VALIDATE-BANK-FILE.
           CLOSE BANK-REMITTANCE-FILE.

           IF NOT BANK-FILE-IS-VALID
               DISPLAY "BANK FILE REFUSED - " WS-FILE-PROBLEM
               DISPLAY "NOTHING POSTED. ASK THE BANK TO RESEND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-CHECK-IMPORT-LOG.
           IF FILE-ALREADY-IMPORTED
               DISPLAY "BANK FILE " WS-BANK-FILE-ID " WAS ALREADY "
                   "IMPORTED - REFUSED SO NO PAYMENT POSTS TWICE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-OPEN-POSTING-FILES.

           PERFORM 1400-PRINT-HEADINGS.

           MOVE 'N' TO WS-BNK-EOF.
           OPEN INPUT BANK-REMITTANCE-FILE.
           PERFORM 1500-IMPORT-ONE-RECORD UNTIL BNK-EOF.
           CLOSE BANK-REMITTANCE-FILE.

           CLOSE STUDENT-VSAM-FILE.
           CLOSE STUDENT-PAYMENT-FILE.
           CLOSE PAYMENT-SUSPENSE-FILE.

           PERFORM 1700-LOG-THE-IMPORT.

           PERFORM 1800-PRINT-TOTALS.

           CLOSE BANK-IMPORT-REPORT-FILE.

           MOVE WS-DETAIL-COUNT TO WS-RUN-READ-COUNT.
           MOVE WS-POSTED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-SUSPENSE-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           DISPLAY "SEE ../PRGP0118.PRT FOR THE PRINTED REPORT".

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

      *    STUDENT.PAYMENTS IS KEYED STUDENT + SEQUENCE. STATUS 35
      *    MEANS THE FILE DOES NOT EXIST YET - IT IS CREATED, THEN
      *    REOPENED I-O SO THE SEQUENCE LOOKUP CAN READ IT.
       0895-OPEN-PAYMENTS-FOR-POSTING.

           OPEN I-O STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-PAYMENT-FILE
               IF PAY-FILE-STATUS = "00"
                   CLOSE STUDENT-PAYMENT-FILE
                   OPEN I-O STUDENT-PAYMENT-FILE
               END-IF
           END-IF.

       0895-END.

      *    THE ROW BUILT IN STUDENT-PAYMENT-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0897-POST-PAYMENT-ROW.

           MOVE STUDENT-PAYMENT-RECORD TO FPS-POST-IMAGE.
           MOVE PAY-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO PAY-SEQUENCE.
           START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0898-READ-PAYMENT-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-PAYMENT-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING PAY-SEQUENCE.

           WRITE STUDENT-PAYMENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.PAYMENTS FOR "
                       "STUDENT " PAY-STUDENT-ID " (STATUS = "
                       PAY-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'P' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-PAYMENT-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0897-END.

       0898-READ-PAYMENT-SEQUENCE.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE PAY-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0898-END.

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

      *    FIRST PASS: THE FILE MUST OPEN WITH A HEADER, EVERY
      *    AMOUNT MUST BE DIGITS, AND THE COUNT AND TOTAL OF THE
      *    PAYMENT LINES MUST AGREE WITH THE BANK'S TRAILER. A FILE
      *    TRUNCATED IN TRANSMISSION FAILS HERE, BEFORE ANYTHING
      *    POSTS.
       1100-VALIDATE-BANK-FILE.

           MOVE 'N' TO WS-BNK-EOF.

           PERFORM 1110-VALIDATE-ONE-RECORD
               UNTIL BNK-EOF OR NOT BANK-FILE-IS-VALID.

           IF BANK-FILE-IS-VALID AND NOT HEADER-WAS-SEEN
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'NO HEADER RECORD' TO WS-FILE-PROBLEM
           END-IF.

           IF BANK-FILE-IS-VALID AND NOT TRAILER-WAS-SEEN
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'NO TRAILER RECORD - FILE MAY BE TRUNCATED'
                   TO WS-FILE-PROBLEM
           END-IF.

           IF BANK-FILE-IS-VALID
               IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'N' TO WS-FILE-VALID
                   MOVE 'PAYMENT COUNT DOES NOT MATCH THE TRAILER'
                       TO WS-FILE-PROBLEM
               ELSE
                   IF WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
                       MOVE 'N' TO WS-FILE-VALID
                       MOVE 'PAYMENT TOTAL DOES NOT MATCH THE TRAILER'
                           TO WS-FILE-PROBLEM
                   END-IF
               END-IF
           END-IF.

       1100-END.

       1110-VALIDATE-ONE-RECORD.

           READ BANK-REMITTANCE-FILE
               AT END
                   SET BNK-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BNK-IS-HEADER AND NOT HEADER-WAS-SEEN
                           SET HEADER-WAS-SEEN TO TRUE
                           MOVE BNK-FILE-ID TO WS-BANK-FILE-ID
                           IF BNK-FILE-DATE IS NUMERIC
                               MOVE BNK-FILE-DATE TO WS-BANK-FILE-DATE
                           END-IF
                           IF WS-BANK-FILE-ID = SPACES
                               MOVE 'N' TO WS-FILE-VALID
                               MOVE 'HEADER CARRIES NO FILE ID'
                                   TO WS-FILE-PROBLEM
                           END-IF
                       WHEN NOT HEADER-WAS-SEEN
                           MOVE 'N' TO WS-FILE-VALID
                           MOVE 'FIRST RECORD IS NOT A HEADER'
                               TO WS-FILE-PROBLEM
                       WHEN BNK-IS-DETAIL
                           PERFORM 1120-VALIDATE-ONE-PAYMENT
                       WHEN BNK-IS-TRAILER
                           PERFORM 1130-VALIDATE-TRAILER
                       WHEN OTHER
                           MOVE 'N' TO WS-FILE-VALID
                           MOVE 'UNKNOWN RECORD TYPE ON FILE'
                               TO WS-FILE-PROBLEM
                   END-EVALUATE
           END-READ.

       1110-END.

       1120-VALIDATE-ONE-PAYMENT.

           ADD 1 TO WS-DETAIL-COUNT.

           IF BNK-AMOUNT IS NUMERIC
               MOVE BNK-AMOUNT TO WS-RAW-AMOUNT
               COMPUTE WS-PAY-AMOUNT = WS-RAW-AMOUNT / 100
               ADD WS-PAY-AMOUNT TO WS-DETAIL-TOTAL
           ELSE
               MOVE 'N' TO WS-FILE-VALID
               MOVE SPACES TO WS-FILE-PROBLEM
               STRING 'AMOUNT NOT NUMERIC ON TRACE ' DELIMITED BY SIZE
                      BNK-TRACE-NUMBER DELIMITED BY SIZE
                   INTO WS-FILE-PROBLEM
           END-IF.

       1120-END.

       1130-VALIDATE-TRAILER.

           SET TRAILER-WAS-SEEN TO TRUE.

           IF BNK-DETAIL-COUNT IS NUMERIC
                   AND BNK-TOTAL-AMOUNT IS NUMERIC
               MOVE BNK-DETAIL-COUNT TO WS-TRAILER-COUNT
               MOVE BNK-TOTAL-AMOUNT TO WS-RAW-TOTAL
               COMPUTE WS-TRAILER-TOTAL = WS-RAW-TOTAL / 100
           ELSE
               MOVE 'N' TO WS-FILE-VALID
               MOVE 'TRAILER COUNT OR TOTAL NOT NUMERIC'
                   TO WS-FILE-PROBLEM
           END-IF.

       1130-END.

       1200-CHECK-IMPORT-LOG.

           MOVE 'N' TO WS-BIL-EOF.

           OPEN INPUT BANK-IMPORT-LOG-FILE.
           IF BIL-FILE-STATUS = "00"
               PERFORM 1210-CHECK-ONE-LOG-LINE
                   UNTIL BIL-EOF OR FILE-ALREADY-IMPORTED
               CLOSE BANK-IMPORT-LOG-FILE
           END-IF.

       1200-END.

       1210-CHECK-ONE-LOG-LINE.

           READ BANK-IMPORT-LOG-FILE
               AT END
                   SET BIL-EOF TO TRUE
               NOT AT END
                   IF BIL-FILE-ID = WS-BANK-FILE-ID
                       SET FILE-ALREADY-IMPORTED TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1300-OPEN-POSTING-FILES.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ") - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0895-OPEN-PAYMENTS-FOR-POSTING.
           IF PAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.PAYMENTS (STATUS = "
                   PAY-FILE-STATUS ") - NOTHING POSTED."
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND PAYMENT-SUSPENSE-FILE.
           IF SUS-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-SUSPENSE-FILE
           END-IF.
           IF SUS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENT.SUSPENSE (STATUS = "
                   SUS-FILE-STATUS ") - NOTHING POSTED."
               CLOSE STUDENT-VSAM-FILE
               CLOSE STUDENT-PAYMENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BANK-IMPORT-REPORT-FILE.

       1300-END.

       1400-PRINT-HEADINGS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   BANK PAYMENT IMPORT - FILE ' DELIMITED BY SIZE
                  WS-BANK-FILE-ID DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-BANK-FILE-DATE DELIMITED BY SIZE
                  ' - RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE 'TRACE        | STU    |    AMOUNT | PAYER'
               TO WS-PRINT-LINE.
           MOVE '| RESULT' TO WS-PRINT-LINE (63:8).
           PERFORM 1060-PRINT-LINE.

       1400-END.

      *    SECOND PASS: POST OR SUSPEND EACH PAYMENT LINE.
       1500-IMPORT-ONE-RECORD.

           READ BANK-REMITTANCE-FILE
               AT END
                   SET BNK-EOF TO TRUE
               NOT AT END
                   IF BNK-IS-DETAIL
                       PERFORM 1510-MATCH-ONE-PAYMENT
                   END-IF
           END-READ.

       1500-END.

      *    THE SAME CHECKS PRGP0035 MAKES OF A KEYED RECEIPT: THE
      *    STUDENT MUST BE ON FILE AND THE AMOUNT MUST BE DIGITS. A
      *    ZERO AMOUNT IS NOT A PAYMENT AND IS SUSPENDED TOO.
       1510-MATCH-ONE-PAYMENT.

           MOVE BNK-AMOUNT TO WS-RAW-AMOUNT.
           COMPUTE WS-PAY-AMOUNT = WS-RAW-AMOUNT / 100.
           MOVE SPACES TO WS-MATCH-RESULT.

           IF BNK-STUDENT-ID IS NOT NUMERIC
               MOVE 'ID NOT NUMERIC' TO WS-MATCH-RESULT
           ELSE
               MOVE BNK-STUDENT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       MOVE 'NO SUCH STUDENT' TO WS-MATCH-RESULT
               END-READ
           END-IF.

           IF WS-MATCH-RESULT = SPACES AND WS-PAY-AMOUNT = 0
               MOVE 'ZERO AMOUNT' TO WS-MATCH-RESULT
           END-IF.

           IF WS-MATCH-RESULT = SPACES
               PERFORM 1520-POST-RECEIPT
           ELSE
               PERFORM 1530-WRITE-SUSPENSE
           END-IF.

           MOVE BNK-TRACE-NUMBER TO WS-DL-TRACE.
           MOVE BNK-STUDENT-ID TO WS-DL-STUDENT.
           MOVE WS-PAY-AMOUNT TO WS-DL-AMOUNT.
           MOVE BNK-PAYER-NAME TO WS-DL-PAYER.
           MOVE WS-MATCH-RESULT TO WS-DL-RESULT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1510-END.

       1520-POST-RECEIPT.

           MOVE STUDENT-VSAM-ID TO PAY-STUDENT-ID.
           MOVE ',' TO PAY-SEPARATOR1.
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT.
           MOVE ',' TO PAY-SEPARATOR2.
           MOVE CURRENT-DATE TO PAY-DATE.
           MOVE ',' TO PAY-SEPARATOR3.
           MOVE BNK-TRACE-NUMBER TO PAY-REFERENCE.
           MOVE ',' TO PAY-SEPARATOR4.
           MOVE WS-BATCH-OPERATOR TO PAY-OPERATOR.
           MOVE ',' TO PAY-SEPARATOR5.
           SET PAY-IS-RECEIPT TO TRUE.
           MOVE ',' TO PAY-SEPARATOR6.
           MOVE SPACES TO PAY-REASON.
           PERFORM 0897-POST-PAYMENT-ROW.

      *    A RECEIPT THAT WOULD NOT WRITE IS PARKED ON SUSPENSE LIKE
      *    ANY OTHER UNPOSTED PAYMENT, SO THE MONEY IS NOT LOST.
           IF FPS-ROW-POSTED
               MOVE 'POSTED' TO WS-MATCH-RESULT
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-PAY-AMOUNT TO WS-POSTED-AMOUNT
               PERFORM 1600-WRITE-AUDIT-RECORD
               PERFORM 1540-CLAIM-RECOVERY
           ELSE
               MOVE 'POST FAILED' TO WS-MATCH-RESULT
               PERFORM 1530-WRITE-SUSPENSE
           END-IF.

       1520-END.

       1530-WRITE-SUSPENSE.

           MOVE BNK-TRACE-NUMBER TO SUS-TRACE-NUMBER.
           MOVE ',' TO SUS-SEPARATOR1.
           MOVE WS-BANK-FILE-ID TO SUS-FILE-ID.
           MOVE ',' TO SUS-SEPARATOR2.
           MOVE BNK-STUDENT-ID TO SUS-GIVEN-ID.
           MOVE ',' TO SUS-SEPARATOR3.
           MOVE WS-PAY-AMOUNT TO SUS-AMOUNT.
           MOVE ',' TO SUS-SEPARATOR4.
           MOVE CURRENT-DATE TO SUS-RECEIVED-DATE.
           MOVE ',' TO SUS-SEPARATOR5.
           MOVE BNK-PAYER-NAME TO SUS-PAYER-NAME.
           MOVE ',' TO SUS-SEPARATOR6.
           SET SUS-IS-OPEN TO TRUE.
           MOVE ',' TO SUS-SEPARATOR7.
           MOVE 0 TO SUS-RESOLVED-DATE.
           MOVE ',' TO SUS-SEPARATOR8.
           MOVE SPACES TO SUS-RESOLVED-BY.
           MOVE ',' TO SUS-SEPARATOR9.
           MOVE 0 TO SUS-APPLIED-TO.
           MOVE ',' TO SUS-SEPARATOR10.
           MOVE WS-MATCH-RESULT TO SUS-NOTE.
           WRITE PAYMENT-SUSPENSE-RECORD.

           MOVE SPACES TO WS-MATCH-RESULT.
           STRING 'SUSPENSE - ' DELIMITED BY SIZE
                  SUS-NOTE DELIMITED BY SIZE
               INTO WS-MATCH-RESULT.
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD WS-PAY-AMOUNT TO WS-SUSPENSE-AMOUNT.

       1530-END.

      *    A RECEIPT FROM A WRITTEN-OFF STUDENT REINSTATES THE PART OF
      *    THE DEBT IT REPAYS, SO THE ACCOUNT DOES NOT GO INTO CREDIT.
       1540-CLAIM-RECOVERY.

           MOVE STUDENT-VSAM-ID TO RCP-STUDENT-ID.
           MOVE WS-PAY-AMOUNT TO RCP-RECEIPT-AMOUNT.
           MOVE "PRGP0118" TO RCP-PROGRAM.
           MOVE WS-BATCH-OPERATOR TO RCP-USER.

           CALL 'PRGS0122' USING RECOVERY-CHECK-PARM.

           IF RCP-RECOVERY-POSTED
               MOVE 'POSTED - RECOVERY' TO WS-MATCH-RESULT
               ADD 1 TO WS-RECOVERY-COUNT
               ADD RCP-RECOVERED-AMOUNT TO WS-RECOVERY-AMOUNT
           END-IF.
           IF RCP-RECOVERY-FAILED
               MOVE 'POSTED - RECOV FAIL' TO WS-MATCH-RESULT
           END-IF.

       1540-END.

       1600-WRITE-AUDIT-RECORD.

           MOVE "PRGP0118" TO AUP-PROGRAM.
           MOVE "PAYMENT" TO AUP-ACTION.
           MOVE STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "BANK TRACE " DELIMITED BY SIZE
                  BNK-TRACE-NUMBER DELIMITED BY SPACE
                  " POSTED" DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-BATCH-OPERATOR TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1600-END.

       1700-LOG-THE-IMPORT.

           OPEN EXTEND BANK-IMPORT-LOG-FILE.
           IF BIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT BANK-IMPORT-LOG-FILE
           END-IF.

           IF BIL-FILE-STATUS = "00"
               MOVE WS-BANK-FILE-ID TO BIL-FILE-ID
               MOVE ',' TO BIL-SEPARATOR1
               MOVE WS-BANK-FILE-DATE TO BIL-FILE-DATE
               MOVE ',' TO BIL-SEPARATOR2
               MOVE CURRENT-DATE TO BIL-RUN-DATE
               MOVE ',' TO BIL-SEPARATOR3
               MOVE WS-POSTED-COUNT TO BIL-POSTED-COUNT
               MOVE ',' TO BIL-SEPARATOR4
               MOVE WS-POSTED-AMOUNT TO BIL-POSTED-AMOUNT
               MOVE ',' TO BIL-SEPARATOR5
               MOVE WS-SUSPENSE-COUNT TO BIL-SUSPENSE-COUNT
               MOVE ',' TO BIL-SEPARATOR6
               MOVE WS-SUSPENSE-AMOUNT TO BIL-SUSPENSE-AMOUNT
               WRITE BANK-IMPORT-LOG-RECORD
               CLOSE BANK-IMPORT-LOG-FILE
           ELSE
               DISPLAY "*** ERROR WRITING BANK.IMPORTS (STATUS = "
                   BIL-FILE-STATUS ") - DO NOT RERUN THIS FILE."
               MOVE 4 TO RETURN-CODE
           END-IF.

       1700-END.

       1800-PRINT-TOTALS.

           MOVE '==================================================='
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-DETAIL-TOTAL TO WS-AMOUNT-EDIT.
           STRING 'PAYMENTS ON FILE  : ' DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
           STRING 'POSTED AS RECEIPTS: ' DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-SUSPENSE-AMOUNT TO WS-AMOUNT-EDIT.
           STRING 'SENT TO SUSPENSE  : ' DELIMITED BY SIZE
                  WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '  (CLEAR IN PRGP0119)' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-RECOVERY-AMOUNT TO WS-AMOUNT-EDIT.
           STRING 'BAD-DEBT RECOVERED: ' DELIMITED BY SIZE
                  WS-RECOVERY-COUNT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '  (SEE PRGQ0124)' DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1800-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       END PROGRAM PRGP0118.
