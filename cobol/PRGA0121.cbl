      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off approval - the second-person step
      *          of the write-off workflow (ROLE 3). Walks the pending
      *          rows on BAD.DEBT.WRITEOFFS one at a time; THE PERSON
      *          WHO PROPOSED A WRITE-OFF MAY NOT APPROVE IT. AN
      *          APPROVAL POSTS A 'W' CREDIT ON STUDENT.CHARGES FOR
      *          THE STUDENT'S BALANCE AS IT STANDS TODAY (NEVER MORE
      *          THAN WAS PROPOSED) SO THE ACCOUNT NETS TO ZERO, AND
      *          CLEARS ANY ACTIVE FINANCIAL HOLD THE DEBT WAS
      *          CARRYING. A REJECTION JUST MARKS THE PROPOSAL OFF.
      *          NOTHING IS APPROVED WHILE THE POSTING MONTH IS
      *          CLOSED (PRGN0076). EVERY DECISION IS AUDITED. EACH ROW
      *          IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE NEXT
      *          FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW THAT
      *          WILL NOT WRITE IS REPORTED AND NOTHING THAT DEPENDS ON
      *          IT IS RECORDED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0121.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOFSEL.

           COPY CHGSEL.

           COPY PAYSEL.

           COPY HLDSEL.

           COPY PRDSEL.

           COPY SGNSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD WRITE-OFF-FILE.
       COPY WOFFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD FINANCIAL-HOLD-FILE.
       COPY HLDFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGA0121'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  WOF-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  HLD-FILE-STATUS   PIC XX.
       01  PRD-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-WOF-EOF             PIC X     VALUE 'N'.
               88  WOF-EOF                   VALUE 'Y'.
           05  WS-CHG-EOF             PIC X     VALUE 'N'.
               88  CHG-EOF                   VALUE 'Y'.
           05  WS-PAY-EOF             PIC X     VALUE 'N'.
               88  PAY-EOF                   VALUE 'Y'.
           05  WS-HLD-EOF             PIC X     VALUE 'N'.
               88  HLD-EOF                   VALUE 'Y'.
           05  WS-PENDING-COUNT       PIC 9(4)  VALUE 0.
           05  WS-APPROVED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-REJECTED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-SKIPPED-COUNT       PIC 9(4)  VALUE 0.
           05  WS-HOLDS-CLEARED       PIC 9(4)  VALUE 0.
           05  WS-DECISION            PIC X     VALUE SPACE.
               88  DECISION-APPROVE          VALUE 'A'.
               88  DECISION-REJECT           VALUE 'R'.
               88  DECISION-SKIP             VALUE 'S'.
           05  WS-TABLE-CHANGED       PIC X     VALUE 'N'.
               88  TABLE-WAS-CHANGED         VALUE 'Y'.
           05  WS-ACCOUNT-BALANCE     PIC S9(7)V99 VALUE 0.
           05  WS-WRITE-OFF-AMOUNT    PIC 9(5)V99 VALUE 0.
           05  WS-EDIT-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-PROPOSED       PIC Z,ZZZ,ZZ9.99.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE WRITE-OFF FILE IS HELD IN STORAGE WHILE IT IS
      *    REWRITTEN WITH EACH DECISION MARKED OFF, AS PRGA0029 DOES
      *    FOR GRADE AMENDMENTS.
       01  WS-WRITE-OFF-TABLE-AREAS.
           05  WS-WOT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-WOT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-WOT-OVERFLOW     PIC X     VALUE 'N'.
               88  WRITE-OFFS-OVERFLOWED    VALUE 'Y'.
           05  WS-WOT-TABLE.
               10  WS-WOT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-WOT-E-STUDENT     PIC 9(6).
                   15  WS-WOT-E-AMOUNT      PIC 9(5)V99.
                   15  WS-WOT-E-STATUS      PIC X.
                       88  WS-WOT-E-PENDING       VALUE 'P'.
                   15  WS-WOT-E-PROPOSED    PIC 9(8).
                   15  WS-WOT-E-PROPOSED-BY PIC X(8).
                   15  WS-WOT-E-REASON      PIC X(30).
                   15  WS-WOT-E-DECIDED     PIC 9(8).
                   15  WS-WOT-E-DECIDED-BY  PIC X(8).
                   15  WS-WOT-E-REFERRED    PIC 9(8).
                   15  WS-WOT-E-RECOVERED   PIC 9(5)V99.
                   15  WS-WOT-E-LAST-RECOV  PIC 9(8).

      *    THE HOLD FILE IS REWRITTEN THE WAY PRGN0068 DOES IT, WITH
      *    EACH WRITTEN-OFF STUDENT'S ACTIVE HOLD CLEARED IN PLACE.
       01  WS-HOLD-TABLE-AREAS.
           05  WS-HLT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-HLT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-HLT-OVERFLOW     PIC X     VALUE 'N'.
               88  HOLD-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-HLT-TABLE.
               10  WS-HLT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-HLT-E-STUDENT    PIC 9(6).
                   15  WS-HLT-E-STATUS     PIC X.
                   15  WS-HLT-E-RAISED     PIC 9(8).
                   15  WS-HLT-E-BALANCE    PIC 9(7)V99.
                   15  WS-HLT-E-CLEARED    PIC 9(8).
                   15  WS-HLT-E-CLEARER    PIC X(8).

       01  APPROVE-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  APPROVE-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' A P P R O V E '.
           05 TITRE12      PIC X(15) VALUE 'W R I T E-O F F'.
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
                   CURRENT-MONTH " IS CLOSED - NO WRITE-OFF MAY BE "
                   "POSTED. SEE THE BURSAR."
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-WRITE-OFFS.

           IF WS-PENDING-COUNT = 0
               DISPLAY "NO PENDING WRITE-OFFS TO APPROVE."
               GOBACK
           END-IF.

      *    REWRITING THE FILE FROM A TRUNCATED TABLE WOULD DESTROY
      *    EVERY WRITE-OFF PAST THE TABLE LIMIT, SO AN OVERSIZED
      *    FILE REFUSES THE RUN INSTEAD.
           IF WRITE-OFFS-OVERFLOWED
               DISPLAY "BAD.DEBT.WRITEOFFS HOLDS MORE THAN 2000 ROWS "
                   "- RUN REFUSED SO NO PROPOSAL IS LOST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-LOAD-HOLDS.

           PERFORM 1300-DECIDE-ONE-WRITE-OFF
               VARYING WS-WOT-IDX FROM 1 BY 1
               UNTIL WS-WOT-IDX > WS-WOT-COUNT.

           IF TABLE-WAS-CHANGED
               PERFORM 1600-REWRITE-WRITE-OFFS
           END-IF.

           IF WS-HOLDS-CLEARED > 0
               PERFORM 1700-REWRITE-HOLDS
           END-IF.

           DISPLAY "-------------------------------------------".
           DISPLAY "WRITE-OFF APPROVAL SUMMARY".
           DISPLAY "APPROVED      : " WS-APPROVED-COUNT.
           DISPLAY "REJECTED      : " WS-REJECTED-COUNT.
           DISPLAY "SKIPPED       : " WS-SKIPPED-COUNT.
           DISPLAY "HOLDS CLEARED : " WS-HOLDS-CLEARED.
           DISPLAY "-------------------------------------------".

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

       1100-DISPLAY-HEADER.

           DISPLAY APPROVE-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY APPROVE-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY APPROVE-HEADER.

       1100-END.

       1200-LOAD-WRITE-OFFS.

           MOVE 'N' TO WS-WOF-EOF.

           OPEN INPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-WRITE-OFF UNTIL WOF-EOF
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "NO WRITE-OFF FILE ON HAND (STATUS = "
                   WOF-FILE-STATUS ")"
           END-IF.

       1200-END.

       1210-LOAD-ONE-WRITE-OFF.

           READ WRITE-OFF-FILE
               AT END
                   SET WOF-EOF TO TRUE
               NOT AT END
                   IF WS-WOT-COUNT < 2000
                       ADD 1 TO WS-WOT-COUNT
                       MOVE WOF-STUDENT-ID
                           TO WS-WOT-E-STUDENT (WS-WOT-COUNT)
                       MOVE WOF-AMOUNT
                           TO WS-WOT-E-AMOUNT (WS-WOT-COUNT)
                       MOVE WOF-STATUS
                           TO WS-WOT-E-STATUS (WS-WOT-COUNT)
                       MOVE WOF-PROPOSED-DATE
                           TO WS-WOT-E-PROPOSED (WS-WOT-COUNT)
                       MOVE WOF-PROPOSED-BY
                           TO WS-WOT-E-PROPOSED-BY (WS-WOT-COUNT)
                       MOVE WOF-REASON
                           TO WS-WOT-E-REASON (WS-WOT-COUNT)
                       MOVE WOF-DECIDED-DATE
                           TO WS-WOT-E-DECIDED (WS-WOT-COUNT)
                       MOVE WOF-DECIDED-BY
                           TO WS-WOT-E-DECIDED-BY (WS-WOT-COUNT)
                       MOVE WOF-REFERRED-DATE
                           TO WS-WOT-E-REFERRED (WS-WOT-COUNT)
                       MOVE WOF-RECOVERED
                           TO WS-WOT-E-RECOVERED (WS-WOT-COUNT)
                       MOVE WOF-LAST-RECOVERY-DATE
                           TO WS-WOT-E-LAST-RECOV (WS-WOT-COUNT)
                       IF WOF-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
                   ELSE
                       SET WRITE-OFFS-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1300-DECIDE-ONE-WRITE-OFF.

           IF WS-WOT-E-PENDING (WS-WOT-IDX)
               MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO WS-EDIT-PROPOSED
               DISPLAY "-------------------------------------------"
               DISPLAY "STUDENT     : " WS-WOT-E-STUDENT (WS-WOT-IDX)
               DISPLAY "AMOUNT      : " WS-EDIT-PROPOSED
               DISPLAY "REASON      : " WS-WOT-E-REASON (WS-WOT-IDX)
               DISPLAY "PROPOSED    : " WS-WOT-E-PROPOSED (WS-WOT-IDX)
                   " BY " WS-WOT-E-PROPOSED-BY (WS-WOT-IDX)
               IF WS-WOT-E-PROPOSED-BY (WS-WOT-IDX) = WS-SIGNON-USER
                   DISPLAY "YOU PROPOSED THIS WRITE-OFF - ANOTHER "
                       "PERSON MUST APPROVE IT."
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE SPACE TO WS-DECISION
                   DISPLAY "APPROVE, REJECT, OR SKIP (A/R/S) >>"
                   ACCEPT WS-DECISION
                   EVALUATE TRUE
                       WHEN DECISION-APPROVE
                           PERFORM 1400-APPROVE-WRITE-OFF
                       WHEN DECISION-REJECT
                           MOVE 'R' TO WS-WOT-E-STATUS (WS-WOT-IDX)
                           MOVE CURRENT-DATE
                               TO WS-WOT-E-DECIDED (WS-WOT-IDX)
                           MOVE WS-SIGNON-USER
                               TO WS-WOT-E-DECIDED-BY (WS-WOT-IDX)
                           SET TABLE-WAS-CHANGED TO TRUE
                           ADD 1 TO WS-REJECTED-COUNT
                           MOVE "WOFF REJ" TO WS-AUDIT-ACTION
                           MOVE "WRITE-OFF PROPOSAL REJECTED"
                               TO WS-AUDIT-DETAIL
                           PERFORM 1800-WRITE-AUDIT-RECORD
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

       1300-END.

      *    THE BALANCE IS TAKEN AGAIN TODAY: A PAYMENT SINCE THE
      *    PROPOSAL SHRINKS THE WRITE-OFF, AND AN ACCOUNT SINCE
      *    SETTLED HAS NOTHING LEFT TO WRITE OFF.
       1400-APPROVE-WRITE-OFF.

           PERFORM 1410-TAKE-BALANCE.

           IF WS-ACCOUNT-BALANCE <= 0
               DISPLAY "ACCOUNT NO LONGER OWES ANYTHING - PROPOSAL "
                   "MARKED REJECTED."
               MOVE 'R' TO WS-WOT-E-STATUS (WS-WOT-IDX)
               MOVE CURRENT-DATE TO WS-WOT-E-DECIDED (WS-WOT-IDX)
               MOVE WS-SIGNON-USER TO WS-WOT-E-DECIDED-BY (WS-WOT-IDX)
               SET TABLE-WAS-CHANGED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "WOFF REJ" TO WS-AUDIT-ACTION
               MOVE "WRITE-OFF DROPPED - BALANCE SETTLED"
                   TO WS-AUDIT-DETAIL
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               IF WS-ACCOUNT-BALANCE < WS-WOT-E-AMOUNT (WS-WOT-IDX)
                   MOVE WS-ACCOUNT-BALANCE TO WS-WRITE-OFF-AMOUNT
               ELSE
                   MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX)
                       TO WS-WRITE-OFF-AMOUNT
               END-IF
               PERFORM 1450-POST-WRITE-OFF-CREDIT
           END-IF.

       1400-END.

       1410-TAKE-BALANCE.

           MOVE 0 TO WS-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-CHG-EOF.
           MOVE 'N' TO WS-PAY-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1420-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS = "00"
               MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO PAY-STUDENT-ID
               MOVE 0 TO PAY-SEQUENCE
               START STUDENT-PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY SET PAY-EOF TO TRUE
               END-START
               PERFORM 1430-TALLY-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1410-END.

       1420-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-WOT-E-STUDENT (WS-WOT-IDX)
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-WOT-E-STUDENT (WS-WOT-IDX)
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           SUBTRACT CHG-AMOUNT
                               FROM WS-ACCOUNT-BALANCE
                       ELSE
                           ADD CHG-AMOUNT TO WS-ACCOUNT-BALANCE
                       END-IF
                   END-IF
           END-READ.

       1420-END.

       1430-TALLY-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   IF PAY-STUDENT-ID NOT = WS-WOT-E-STUDENT (WS-WOT-IDX)
                       SET PAY-EOF TO TRUE
                   END-IF
                   IF PAY-STUDENT-ID = WS-WOT-E-STUDENT (WS-WOT-IDX)
                       IF PAY-IS-VOID
                           ADD PAY-AMOUNT TO WS-ACCOUNT-BALANCE
                       ELSE
                           SUBTRACT PAY-AMOUNT
                               FROM WS-ACCOUNT-BALANCE
                       END-IF
                   END-IF
           END-READ.

       1430-END.

       1450-POST-WRITE-OFF-CREDIT.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.

           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ") - WRITE-OFF LEFT PENDING."
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO CHG-STUDENT-ID
               MOVE ',' TO CHG-SEPARATOR1
               MOVE 'BAD DEBT W/O' TO CHG-COURSE
               MOVE ',' TO CHG-SEPARATOR2
               MOVE SPACES TO CHG-TERM
               MOVE ',' TO CHG-SEPARATOR3
               SET CHG-IS-WRITE-OFF TO TRUE
               MOVE ',' TO CHG-SEPARATOR4
               MOVE WS-WRITE-OFF-AMOUNT TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE SPACES TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               CLOSE STUDENT-CHARGE-FILE
               IF FPS-ROW-POSTED
                   PERFORM 1455-RECORD-APPROVAL
               ELSE
                   DISPLAY "WRITE-OFF LEFT PENDING."
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

       1450-END.

       1455-RECORD-APPROVAL.

           MOVE WS-WRITE-OFF-AMOUNT TO WS-WOT-E-AMOUNT (WS-WOT-IDX).
           MOVE 'A' TO WS-WOT-E-STATUS (WS-WOT-IDX).
           MOVE CURRENT-DATE TO WS-WOT-E-DECIDED (WS-WOT-IDX).
           MOVE WS-SIGNON-USER TO WS-WOT-E-DECIDED-BY (WS-WOT-IDX).
           SET TABLE-WAS-CHANGED TO TRUE.
           ADD 1 TO WS-APPROVED-COUNT.

           MOVE WS-WRITE-OFF-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY "WRITE-OFF OF " WS-EDIT-AMOUNT " POSTED.".
           MOVE "WOFF APPR" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "WRITE-OFF " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  " POSTED" DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM 1800-WRITE-AUDIT-RECORD.

           PERFORM 1460-CLEAR-ONE-HOLD
               VARYING WS-HLT-IDX FROM 1 BY 1
               UNTIL WS-HLT-IDX > WS-HLT-COUNT.

       1455-END.

       1460-CLEAR-ONE-HOLD.

           IF WS-HLT-E-STUDENT (WS-HLT-IDX)
                   = WS-WOT-E-STUDENT (WS-WOT-IDX)
                   AND WS-HLT-E-STATUS (WS-HLT-IDX) = 'A'
                   AND NOT HOLD-TABLE-OVERFLOWED
               MOVE 'C' TO WS-HLT-E-STATUS (WS-HLT-IDX)
               MOVE CURRENT-DATE TO WS-HLT-E-CLEARED (WS-HLT-IDX)
               MOVE WS-SIGNON-USER TO WS-HLT-E-CLEARER (WS-HLT-IDX)
               ADD 1 TO WS-HOLDS-CLEARED
               DISPLAY "FINANCIAL HOLD CLEARED."
               MOVE "RELEASE" TO WS-AUDIT-ACTION
               MOVE "FINANCIAL HOLD CLEARED BY WRITE-OFF"
                   TO WS-AUDIT-DETAIL
               PERFORM 1800-WRITE-AUDIT-RECORD
           END-IF.

       1460-END.

       1500-LOAD-HOLDS.

           MOVE 'N' TO WS-HLD-EOF.

           OPEN INPUT FINANCIAL-HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               PERFORM 1510-LOAD-ONE-HOLD UNTIL HLD-EOF
               CLOSE FINANCIAL-HOLD-FILE
           END-IF.

           IF HOLD-TABLE-OVERFLOWED
               DISPLAY "WARNING: STUDENT.HOLDS HOLDS MORE THAN 2000 "
                   "ROWS - HOLDS MUST BE CLEARED IN PRGN0068."
           END-IF.

       1500-END.

       1510-LOAD-ONE-HOLD.

           READ FINANCIAL-HOLD-FILE
               AT END
                   SET HLD-EOF TO TRUE
               NOT AT END
                   IF WS-HLT-COUNT < 2000
                       ADD 1 TO WS-HLT-COUNT
                       MOVE HLD-STUDENT-ID
                           TO WS-HLT-E-STUDENT (WS-HLT-COUNT)
                       MOVE HLD-STATUS
                           TO WS-HLT-E-STATUS (WS-HLT-COUNT)
                       MOVE HLD-RAISE-DATE
                           TO WS-HLT-E-RAISED (WS-HLT-COUNT)
                       MOVE HLD-BALANCE
                           TO WS-HLT-E-BALANCE (WS-HLT-COUNT)
                       MOVE HLD-CLEAR-DATE
                           TO WS-HLT-E-CLEARED (WS-HLT-COUNT)
                       MOVE HLD-CLEARED-BY
                           TO WS-HLT-E-CLEARER (WS-HLT-COUNT)
                   ELSE
                       SET HOLD-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1510-END.

       1600-REWRITE-WRITE-OFFS.

           OPEN OUTPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1610-REWRITE-ONE-ROW
                   VARYING WS-WOT-IDX FROM 1 BY 1
                   UNTIL WS-WOT-IDX > WS-WOT-COUNT
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "ERROR REWRITING BAD.DEBT.WRITEOFFS (STATUS = "
                   WOF-FILE-STATUS ") - CREDITS ABOVE WERE POSTED; "
                   "DO NOT APPROVE THEM AGAIN."
               MOVE 8 TO RETURN-CODE
           END-IF.

       1600-END.

       1610-REWRITE-ONE-ROW.

           MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO WOF-STUDENT-ID.
           MOVE ',' TO WOF-SEPARATOR1.
           MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO WOF-AMOUNT.
           MOVE ',' TO WOF-SEPARATOR2.
           MOVE WS-WOT-E-STATUS (WS-WOT-IDX) TO WOF-STATUS.
           MOVE ',' TO WOF-SEPARATOR3.
           MOVE WS-WOT-E-PROPOSED (WS-WOT-IDX) TO WOF-PROPOSED-DATE.
           MOVE ',' TO WOF-SEPARATOR4.
           MOVE WS-WOT-E-PROPOSED-BY (WS-WOT-IDX) TO WOF-PROPOSED-BY.
           MOVE ',' TO WOF-SEPARATOR5.
           MOVE WS-WOT-E-REASON (WS-WOT-IDX) TO WOF-REASON.
           MOVE ',' TO WOF-SEPARATOR6.
           MOVE WS-WOT-E-DECIDED (WS-WOT-IDX) TO WOF-DECIDED-DATE.
           MOVE ',' TO WOF-SEPARATOR7.
           MOVE WS-WOT-E-DECIDED-BY (WS-WOT-IDX) TO WOF-DECIDED-BY.
           MOVE ',' TO WOF-SEPARATOR8.
           MOVE WS-WOT-E-REFERRED (WS-WOT-IDX) TO WOF-REFERRED-DATE.
           MOVE ',' TO WOF-SEPARATOR9.
           MOVE WS-WOT-E-RECOVERED (WS-WOT-IDX) TO WOF-RECOVERED.
           MOVE ',' TO WOF-SEPARATOR10.
           MOVE WS-WOT-E-LAST-RECOV (WS-WOT-IDX)
               TO WOF-LAST-RECOVERY-DATE.

           WRITE WRITE-OFF-RECORD.

       1610-END.

       1700-REWRITE-HOLDS.

           OPEN OUTPUT FINANCIAL-HOLD-FILE.
           IF HLD-FILE-STATUS = "00"
               PERFORM 1710-REWRITE-ONE-HOLD
                   VARYING WS-HLT-IDX FROM 1 BY 1
                   UNTIL WS-HLT-IDX > WS-HLT-COUNT
               CLOSE FINANCIAL-HOLD-FILE
           ELSE
               DISPLAY "ERROR REWRITING STUDENT.HOLDS (STATUS = "
                   HLD-FILE-STATUS ") - CLEAR THE HOLDS IN PRGN0068."
           END-IF.

       1700-END.

       1710-REWRITE-ONE-HOLD.

           MOVE WS-HLT-E-STUDENT (WS-HLT-IDX) TO HLD-STUDENT-ID.
           MOVE ',' TO HLD-SEPARATOR1.
           MOVE WS-HLT-E-STATUS (WS-HLT-IDX) TO HLD-STATUS.
           MOVE ',' TO HLD-SEPARATOR2.
           MOVE WS-HLT-E-RAISED (WS-HLT-IDX) TO HLD-RAISE-DATE.
           MOVE ',' TO HLD-SEPARATOR3.
           MOVE WS-HLT-E-BALANCE (WS-HLT-IDX) TO HLD-BALANCE.
           MOVE ',' TO HLD-SEPARATOR4.
           MOVE WS-HLT-E-CLEARED (WS-HLT-IDX) TO HLD-CLEAR-DATE.
           MOVE ',' TO HLD-SEPARATOR5.
           MOVE WS-HLT-E-CLEARER (WS-HLT-IDX) TO HLD-CLEARED-BY.

           WRITE FINANCIAL-HOLD-RECORD.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGA0121" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGA0121.
