      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment suspense clearing - lists the bank payments
      *          PRGP0118 could not match and lets the bursar apply
      *          each one to a student (a STUDENT.PAYMENTS receipt is
      *          posted under the bank trace number and the signed-on
      *          operator) or return it to the payer with a reason.
      *          CLEARED LINES STAY ON PAYMENT.SUSPENSE MARKED
      *          APPLIED OR RETURNED, WITH THE DATE AND OPERATOR, SO
      *          THE FILE IS ITS OWN HISTORY. NO PAYMENT MAY BE
      *          APPLIED WHILE THE POSTING MONTH IS CLOSED (PRGN0076);
      *          RETURNS ARE STILL ALLOWED. A PAYMENT APPLIED TO A
      *          STUDENT WHOSE BALANCE WAS WRITTEN OFF AS BAD DEBT IS
      *          CLAIMED BACK AGAINST THE WRITE-OFF BY PRGS0122. EACH
      *          ROW IS POSTED TO THE KEYED STUDENT.PAYMENTS UNDER THE
      *          NEXT FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW
      *          THAT WILL NOT WRITE IS REPORTED AND NOTHING THAT
      *          DEPENDS ON IT IS RECORDED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGP0119.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUSSEL.

           COPY STUSEL.

           COPY PAYSEL.

           COPY PRDSEL.

           COPY SGNSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD PAYMENT-SUSPENSE-FILE.
       COPY SUSFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGP0119'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  SUS-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  PRD-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       COPY RCPWRK.

       COPY SGNWRK.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-SUS-EOF             PIC X     VALUE 'N'.
               88  SUS-EOF                   VALUE 'Y'.
           05  WS-TABLE-CHANGED       PIC X     VALUE 'N'.
               88  TABLE-WAS-CHANGED         VALUE 'Y'.
           05  WS-STOP-CLEARING       PIC X     VALUE 'N'.
               88  STOP-CLEARING             VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-APPLY              VALUE 'A'.
               88  ACTION-RETURN             VALUE 'R'.
               88  ACTION-SKIP               VALUE 'S' ' '.
               88  ACTION-QUIT               VALUE 'Q'.
           05  WS-ACTION-OK           PIC X     VALUE 'N'.
               88  ACTION-IS-OK              VALUE 'Y'.
           05  WS-INPUT-STUDENT-ID    PIC X(6)  VALUE SPACES.
           05  WS-INPUT-NOTE          PIC X(20) VALUE SPACES.
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-OPEN-COUNT          PIC 9(4)  VALUE 0.
           05  WS-APPLIED-COUNT       PIC 9(4)  VALUE 0.
           05  WS-RETURNED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-AMOUNT-EDIT         PIC ZZ,ZZ9.99.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-STUDENT       PIC 9(6)  VALUE 0.
           05  WS-EDIT-RECOVERED      PIC ZZ,ZZ9.99.

      *    THE SUSPENSE FILE IS HELD IN STORAGE AND REWRITTEN WITH
      *    THE CLEARED LINES - THE SAME PATTERN PRGN0076 USES FOR THE
      *    PERIOD FILE.
       01  WS-SUSPENSE-TABLE-AREAS.
           05  WS-SST-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SST-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SST-OVERFLOW     PIC X     VALUE 'N'.
               88  SUSPENSE-OVERFLOWED      VALUE 'Y'.
           05  WS-SST-TABLE.
               10  WS-SST-ENTRY    OCCURS 3000 TIMES.
                   15  WS-SST-E-TRACE       PIC X(12).
                   15  WS-SST-E-FILE-ID     PIC X(12).
                   15  WS-SST-E-GIVEN-ID    PIC X(6).
                   15  WS-SST-E-AMOUNT      PIC 9(5)V99.
                   15  WS-SST-E-RECEIVED    PIC 9(8).
                   15  WS-SST-E-PAYER       PIC X(25).
                   15  WS-SST-E-STATUS      PIC X.
                       88  WS-SST-E-IS-OPEN        VALUE 'O'.
                   15  WS-SST-E-RESOLVED    PIC 9(8).
                   15  WS-SST-E-BY          PIC X(8).
                   15  WS-SST-E-APPLIED-TO  PIC 9(4).
                   15  WS-SST-E-NOTE        PIC X(20).

       01  SUS-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  SUS-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' P A Y M E N T '.
           05 TITRE12      PIC X(15) VALUE 'S U S P E N S E'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 0900-CHECK-PERIOD-OPEN.
           IF NOT POSTING-PERIOD-OPEN
               DISPLAY "FINANCIAL PERIOD " CURRENT-YEAR "/"
                   CURRENT-MONTH " IS CLOSED - PAYMENTS MAY BE "
                   "RETURNED BUT NOT APPLIED."
           END-IF.

           PERFORM 1200-LOAD-SUSPENSE.

           IF SUSPENSE-OVERFLOWED
               DISPLAY "PAYMENT.SUSPENSE HOLDS MORE THAN 3000 LINES - "
                   "ARCHIVE THE CLEARED LINES BEFORE CLEARING MORE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-OPEN-COUNT = 0
               DISPLAY "NO PAYMENTS ARE WAITING IN SUSPENSE."
               GOBACK
           END-IF.

           DISPLAY WS-OPEN-COUNT " PAYMENT(S) WAITING IN SUSPENSE.".
           DISPLAY "FOR EACH: A = APPLY TO A STUDENT, R = RETURN TO "
               "PAYER, BLANK/S = LEAVE, Q = STOP".

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0895-OPEN-PAYMENTS-FOR-POSTING.
           IF PAY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.PAYMENTS (STATUS = "
                   PAY-FILE-STATUS ")"
               CLOSE STUDENT-VSAM-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-CLEAR-ONE-LINE
               VARYING WS-SST-IDX FROM 1 BY 1
               UNTIL WS-SST-IDX > WS-SST-COUNT OR STOP-CLEARING.

           CLOSE STUDENT-VSAM-FILE.
           CLOSE STUDENT-PAYMENT-FILE.

           IF TABLE-WAS-CHANGED
               PERFORM 1700-REWRITE-SUSPENSE
           END-IF.

           DISPLAY OUTPUTLINE.
           DISPLAY "APPLIED  : " WS-APPLIED-COUNT.
           DISPLAY "RETURNED : " WS-RETURNED-COUNT.

           GOBACK.

       0000-END.

      *    PICK UP THE SIGNED-ON OPERATOR LEFT BY PRGMENU SO EVERY
      *    AUDIT LINE NAMES THE PERSON, NOT JUST THE PROGRAM.
       0800-READ-SIGNON.

           OPEN INPUT SIGNON-SESSION-FILE.
           IF SGN-FILE-STATUS = "00"
               READ SIGNON-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SGN-USER-ID TO WS-SIGNON-USER
                       MOVE SGN-ROLE TO WS-SIGNON-ROLE
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.

       0800-END.

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

       1100-DISPLAY-HEADER.

           DISPLAY SUS-HEADER.
           DISPLAY SUS-HEADER2.
           DISPLAY SUS-HEADER.
           DISPLAY OUTPUTLINE.

       1100-END.

       1200-LOAD-SUSPENSE.

           MOVE 'N' TO WS-SUS-EOF.

           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF SUS-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-LINE UNTIL SUS-EOF
               CLOSE PAYMENT-SUSPENSE-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-LINE.

           READ PAYMENT-SUSPENSE-FILE
               AT END
                   SET SUS-EOF TO TRUE
               NOT AT END
                   IF WS-SST-COUNT < 3000
                       ADD 1 TO WS-SST-COUNT
                       MOVE SUS-TRACE-NUMBER
                           TO WS-SST-E-TRACE (WS-SST-COUNT)
                       MOVE SUS-FILE-ID
                           TO WS-SST-E-FILE-ID (WS-SST-COUNT)
                       MOVE SUS-GIVEN-ID
                           TO WS-SST-E-GIVEN-ID (WS-SST-COUNT)
                       MOVE SUS-AMOUNT
                           TO WS-SST-E-AMOUNT (WS-SST-COUNT)
                       MOVE SUS-RECEIVED-DATE
                           TO WS-SST-E-RECEIVED (WS-SST-COUNT)
                       MOVE SUS-PAYER-NAME
                           TO WS-SST-E-PAYER (WS-SST-COUNT)
                       MOVE SUS-STATUS
                           TO WS-SST-E-STATUS (WS-SST-COUNT)
                       MOVE SUS-RESOLVED-DATE
                           TO WS-SST-E-RESOLVED (WS-SST-COUNT)
                       MOVE SUS-RESOLVED-BY
                           TO WS-SST-E-BY (WS-SST-COUNT)
                       MOVE SUS-APPLIED-TO
                           TO WS-SST-E-APPLIED-TO (WS-SST-COUNT)
                       MOVE SUS-NOTE
                           TO WS-SST-E-NOTE (WS-SST-COUNT)
                       IF SUS-IS-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
                   ELSE
                       SET SUSPENSE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1300-CLEAR-ONE-LINE.

           IF WS-SST-E-IS-OPEN (WS-SST-IDX)
               MOVE WS-SST-E-AMOUNT (WS-SST-IDX) TO WS-AMOUNT-EDIT
               DISPLAY OUTPUTLINE
               DISPLAY "TRACE " WS-SST-E-TRACE (WS-SST-IDX)
                   "  FILE " WS-SST-E-FILE-ID (WS-SST-IDX)
                   "  RECEIVED " WS-SST-E-RECEIVED (WS-SST-IDX)
               DISPLAY "PAYER " WS-SST-E-PAYER (WS-SST-IDX)
                   "  GAVE ID " WS-SST-E-GIVEN-ID (WS-SST-IDX)
                   "  AMOUNT " WS-AMOUNT-EDIT
               DISPLAY "HELD BECAUSE: " WS-SST-E-NOTE (WS-SST-IDX)
               MOVE 'N' TO WS-ACTION-OK
               PERFORM 1310-PROMPT-FOR-ACTION UNTIL ACTION-IS-OK
               EVALUATE TRUE
                   WHEN ACTION-APPLY
                       PERFORM 1400-APPLY-PAYMENT
                   WHEN ACTION-RETURN
                       PERFORM 1500-RETURN-PAYMENT
                   WHEN ACTION-QUIT
                       SET STOP-CLEARING TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1300-END.

       1310-PROMPT-FOR-ACTION.

           MOVE SPACE TO WS-ACTION.
           DISPLAY "APPLY, RETURN, LEAVE OR STOP (A/R/S/Q) >>".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-APPLY AND NOT POSTING-PERIOD-OPEN
                   DISPLAY "THE POSTING MONTH IS CLOSED - THIS "
                       "PAYMENT CANNOT BE APPLIED NOW."
               WHEN ACTION-APPLY OR ACTION-RETURN
                       OR ACTION-SKIP OR ACTION-QUIT
                   SET ACTION-IS-OK TO TRUE
               WHEN OTHER
                   DISPLAY "ANSWER A, R, S OR Q."
           END-EVALUATE.

       1310-END.

      *    THE STUDENT IS CHECKED THE WAY PRGP0035 CHECKS A KEYED
      *    RECEIPT; A BLANK ANSWER LEAVES THE LINE IN SUSPENSE.
       1400-APPLY-PAYMENT.

           MOVE 'N' TO WS-STUDENT-FOUND.
           MOVE SPACES TO WS-INPUT-STUDENT-ID.
           DISPLAY "APPLY TO STUDENT ID (BLANK = LEAVE) >>".
           ACCEPT WS-INPUT-STUDENT-ID.

           IF WS-INPUT-STUDENT-ID NOT = SPACES
               IF WS-INPUT-STUDENT-ID IS NUMERIC
                   MOVE WS-INPUT-STUDENT-ID TO STUDENT-VSAM-ID
                   READ STUDENT-VSAM-FILE
                       KEY IS STUDENT-VSAM-ID
                       INVALID KEY
                           DISPLAY "STUDENT " WS-INPUT-STUDENT-ID
                               " IS NOT ON FILE - LINE LEFT OPEN."
                       NOT INVALID KEY
                           SET STUDENT-WAS-FOUND TO TRUE
                   END-READ
               ELSE
                   DISPLAY "STUDENT ID MUST BE 6 DIGITS - LINE LEFT "
                       "OPEN."
               END-IF
           END-IF.

           IF STUDENT-WAS-FOUND
               PERFORM 1410-POST-RECEIPT
           END-IF.

      *    A RECEIPT THAT WOULD NOT WRITE LEAVES THE LINE OPEN.
           IF STUDENT-WAS-FOUND AND FPS-ROW-POSTED
               MOVE 'A' TO WS-SST-E-STATUS (WS-SST-IDX)
               MOVE CURRENT-DATE TO WS-SST-E-RESOLVED (WS-SST-IDX)
               MOVE WS-SIGNON-USER TO WS-SST-E-BY (WS-SST-IDX)
               MOVE STUDENT-VSAM-ID TO WS-SST-E-APPLIED-TO (WS-SST-IDX)
               SET TABLE-WAS-CHANGED TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "SUSP APPLY" TO WS-AUDIT-ACTION
               MOVE STUDENT-VSAM-ID TO WS-AUDIT-STUDENT
               PERFORM 1800-WRITE-AUDIT-RECORD
               DISPLAY "RECEIPT POSTED TO STUDENT " STUDENT-VSAM-ID
                   " UNDER TRACE " WS-SST-E-TRACE (WS-SST-IDX)
               PERFORM 1420-CLAIM-RECOVERY
           END-IF.

       1400-END.

       1410-POST-RECEIPT.

           MOVE STUDENT-VSAM-ID TO PAY-STUDENT-ID.
           MOVE ',' TO PAY-SEPARATOR1.
           MOVE WS-SST-E-AMOUNT (WS-SST-IDX) TO PAY-AMOUNT.
           MOVE ',' TO PAY-SEPARATOR2.
           MOVE CURRENT-DATE TO PAY-DATE.
           MOVE ',' TO PAY-SEPARATOR3.
           MOVE WS-SST-E-TRACE (WS-SST-IDX) TO PAY-REFERENCE.
           MOVE ',' TO PAY-SEPARATOR4.
           MOVE WS-SIGNON-USER TO PAY-OPERATOR.
           MOVE ',' TO PAY-SEPARATOR5.
           SET PAY-IS-RECEIPT TO TRUE.
           MOVE ',' TO PAY-SEPARATOR6.
           MOVE SPACES TO PAY-REASON.
           PERFORM 0897-POST-PAYMENT-ROW.

       1410-END.

      *    A RECEIPT FROM A WRITTEN-OFF STUDENT REINSTATES THE PART OF
      *    THE DEBT IT REPAYS, SO THE ACCOUNT DOES NOT GO INTO CREDIT.
       1420-CLAIM-RECOVERY.

           MOVE STUDENT-VSAM-ID TO RCP-STUDENT-ID.
           MOVE WS-SST-E-AMOUNT (WS-SST-IDX) TO RCP-RECEIPT-AMOUNT.
           MOVE "PRGP0119" TO RCP-PROGRAM.
           MOVE WS-SIGNON-USER TO RCP-USER.

           CALL 'PRGS0122' USING RECOVERY-CHECK-PARM.

           IF RCP-RECOVERY-POSTED
               MOVE RCP-RECOVERED-AMOUNT TO WS-EDIT-RECOVERED
               DISPLAY "BAD-DEBT RECOVERY OF " WS-EDIT-RECOVERED
                   " RECORDED AGAINST THE WRITE-OFF."
           END-IF.
           IF RCP-RECOVERY-FAILED
               DISPLAY "WARNING: STUDENT HAS A WRITTEN-OFF BALANCE BUT "
                   "THE RECOVERY COULD NOT BE RECORDED - TELL THE "
                   "BURSAR."
           END-IF.

       1420-END.

       1500-RETURN-PAYMENT.

           MOVE SPACES TO WS-INPUT-NOTE.
           DISPLAY "REASON FOR RETURN (20 CHARACTERS) >>".
           ACCEPT WS-INPUT-NOTE.

           IF WS-INPUT-NOTE = SPACES
               MOVE 'RETURNED TO PAYER' TO WS-INPUT-NOTE
           END-IF.

           MOVE 'R' TO WS-SST-E-STATUS (WS-SST-IDX).
           MOVE CURRENT-DATE TO WS-SST-E-RESOLVED (WS-SST-IDX).
           MOVE WS-SIGNON-USER TO WS-SST-E-BY (WS-SST-IDX).
           MOVE 0 TO WS-SST-E-APPLIED-TO (WS-SST-IDX).
           MOVE WS-INPUT-NOTE TO WS-SST-E-NOTE (WS-SST-IDX).
           SET TABLE-WAS-CHANGED TO TRUE.
           ADD 1 TO WS-RETURNED-COUNT.

           MOVE "SUSP RETRN" TO WS-AUDIT-ACTION.
           MOVE 0 TO WS-AUDIT-STUDENT.
           PERFORM 1800-WRITE-AUDIT-RECORD.

       1500-END.

       1700-REWRITE-SUSPENSE.

           OPEN OUTPUT PAYMENT-SUSPENSE-FILE.
           IF SUS-FILE-STATUS = "00"
               PERFORM 1710-REWRITE-ONE-LINE
                   VARYING WS-SST-IDX FROM 1 BY 1
                   UNTIL WS-SST-IDX > WS-SST-COUNT
               CLOSE PAYMENT-SUSPENSE-FILE
           ELSE
               DISPLAY "ERROR REWRITING PAYMENT.SUSPENSE (STATUS = "
                   SUS-FILE-STATUS ") - RECEIPTS ABOVE WERE POSTED; "
                   "DO NOT APPLY THEM AGAIN."
               MOVE 8 TO RETURN-CODE
           END-IF.

       1700-END.

       1710-REWRITE-ONE-LINE.

           MOVE WS-SST-E-TRACE (WS-SST-IDX) TO SUS-TRACE-NUMBER.
           MOVE ',' TO SUS-SEPARATOR1.
           MOVE WS-SST-E-FILE-ID (WS-SST-IDX) TO SUS-FILE-ID.
           MOVE ',' TO SUS-SEPARATOR2.
           MOVE WS-SST-E-GIVEN-ID (WS-SST-IDX) TO SUS-GIVEN-ID.
           MOVE ',' TO SUS-SEPARATOR3.
           MOVE WS-SST-E-AMOUNT (WS-SST-IDX) TO SUS-AMOUNT.
           MOVE ',' TO SUS-SEPARATOR4.
           MOVE WS-SST-E-RECEIVED (WS-SST-IDX) TO SUS-RECEIVED-DATE.
           MOVE ',' TO SUS-SEPARATOR5.
           MOVE WS-SST-E-PAYER (WS-SST-IDX) TO SUS-PAYER-NAME.
           MOVE ',' TO SUS-SEPARATOR6.
           MOVE WS-SST-E-STATUS (WS-SST-IDX) TO SUS-STATUS.
           MOVE ',' TO SUS-SEPARATOR7.
           MOVE WS-SST-E-RESOLVED (WS-SST-IDX) TO SUS-RESOLVED-DATE.
           MOVE ',' TO SUS-SEPARATOR8.
           MOVE WS-SST-E-BY (WS-SST-IDX) TO SUS-RESOLVED-BY.
           MOVE ',' TO SUS-SEPARATOR9.
           MOVE WS-SST-E-APPLIED-TO (WS-SST-IDX) TO SUS-APPLIED-TO.
           MOVE ',' TO SUS-SEPARATOR10.
           MOVE WS-SST-E-NOTE (WS-SST-IDX) TO SUS-NOTE.

           WRITE PAYMENT-SUSPENSE-RECORD.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGP0119" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-AUDIT-STUDENT TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "BANK TRACE " DELIMITED BY SIZE
                  WS-SST-E-TRACE (WS-SST-IDX) DELIMITED BY SPACE
                  " CLEARED" DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGP0119.
