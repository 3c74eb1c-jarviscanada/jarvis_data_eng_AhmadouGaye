      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off proposal - ages every account the
      *          way PRGQ0036 does and lists each student whose
      *          balance has sat in the over-90-day bucket for a
      *          further year, so the bursar can propose writing the
      *          open balance off. A PROPOSAL ONLY LANDS ON
      *          BAD.DEBT.WRITEOFFS AS PENDING; NOTHING IS POSTED
      *          HERE. A SECOND, ROLE-3 PERSON APPROVES IT IN
      *          PRGA0121, AS WITH GRADE AMENDMENTS. A STUDENT WITH A
      *          PROPOSAL ALREADY PENDING IS NOT LISTED AGAIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGA0120.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGSEL.

           COPY PAYSEL.

           COPY WOFSEL.

           COPY STUSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD WRITE-OFF-FILE.
       COPY WOFFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  WOF-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       COPY AUPWRK.

       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.
       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               88  CHG-EOF                  VALUE 'Y'.
           05  WS-PAY-EOF          PIC X     VALUE 'N'.
               88  PAY-EOF                  VALUE 'Y'.
           05  WS-WOF-EOF          PIC X     VALUE 'N'.
               88  WOF-EOF                  VALUE 'Y'.
      *    90 DAYS PAST DUE PLUS A FULL YEAR IN THAT BUCKET.
           05  WS-STALE-DAYS       PIC 9(3)  VALUE 455.
           05  WS-AGE-DAYS         PIC S9(5) COMP VALUE 0.
           05  WS-RUN-SERIAL       PIC 9(7)  COMP VALUE 0.
           05  WS-CHG-SERIAL       PIC 9(7)  COMP VALUE 0.
           05  WS-CHG-DATE-WORK    PIC 9(8)  VALUE 0.
           05  WS-CHG-DATE-SPLIT REDEFINES WS-CHG-DATE-WORK.
               10  WS-CHG-YYYY     PIC 9(4).
               10  WS-CHG-MM       PIC 9(2).
               10  WS-CHG-DD       PIC 9(2).
           05  WS-PAY-APPLIED      PIC 9(7)V99 VALUE 0.
           05  WS-RESIDUAL         PIC 9(7)V99 VALUE 0.
           05  WS-CANDIDATE-COUNT  PIC 9(4)  VALUE 0.
           05  WS-PROPOSED-COUNT   PIC 9(4)  VALUE 0.
           05  WS-STOP-PROPOSING   PIC X     VALUE 'N'.
               88  STOP-PROPOSING           VALUE 'Y'.
           05  WS-ANSWER           PIC X     VALUE SPACE.
               88  ANSWER-PROPOSE           VALUE 'Y'.
               88  ANSWER-QUIT              VALUE 'Q'.
           05  WS-INPUT-REASON     PIC X(30) VALUE SPACES.
           05  WS-EDIT-BALANCE     PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-STALE       PIC Z,ZZZ,ZZ9.99.

      *    EVERY NET CHARGE ROW, IN FILE (POSTING) ORDER, SO CREDITS
      *    CAN BE APPLIED OLDEST CHARGE FIRST - AS IN PRGQ0036.
       01  WS-CHARGE-TABLE-AREAS.
           05  WS-CHG-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-CHG-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-CHG-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-CHG-OVERFLOW     PIC X     VALUE 'N'.
               88  CHARGES-OVERFLOWED       VALUE 'Y'.
           05  WS-CHG-TABLE.
               10  WS-CHG-ENTRY    OCCURS 5000 TIMES.
                   15  WS-CHG-E-STUDENT    PIC 9(6).
                   15  WS-CHG-E-COURSE     PIC X(15).
                   15  WS-CHG-E-TERM       PIC X(10).
                   15  WS-CHG-E-AMOUNT     PIC S9(7)V99.
                   15  WS-CHG-E-DATE       PIC 9(8).

      *    ONE ROW PER STUDENT: CREDIT POOL IN, STALE DEBT OUT.
       01  WS-ACCOUNT-TABLE-AREAS.
           05  WS-ACC-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-ACC-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-ACC-OVERFLOW     PIC X     VALUE 'N'.
               88  ACCOUNTS-OVERFLOWED      VALUE 'Y'.
           05  WS-ACC-TABLE.
               10  WS-ACC-ENTRY    OCCURS 2000 TIMES.
                   15  WS-ACC-E-STUDENT    PIC 9(6).
                   15  WS-ACC-E-POOL       PIC 9(7)V99.
                   15  WS-ACC-E-OWED       PIC 9(7)V99.
                   15  WS-ACC-E-STALE      PIC 9(7)V99.
                   15  WS-ACC-E-PENDING    PIC X.
                       88  WS-ACC-E-HAS-PENDING   VALUE 'Y'.

       01  WOFF-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  WOFF-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' P R O P O S E '.
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

           COMPUTE WS-RUN-SERIAL
               = (CURRENT-YEAR * 360)
               + (CURRENT-MONTH * 30)
               + CURRENT-DAY.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1200-LOAD-CHARGES.

           PERFORM 1300-LOAD-CREDITS.

      *    A TRUNCATED TABLE WOULD UNDERSTATE SOMEONE'S BALANCE, AND
      *    A WRITE-OFF PROPOSED FROM IT WOULD BE WRONG.
           IF CHARGES-OVERFLOWED OR ACCOUNTS-OVERFLOWED
               DISPLAY "STUDENT.CHARGES IS TOO LARGE TO AGE IN ONE "
                   "PASS (5000 CHARGES / 2000 STUDENTS) - RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1400-AGE-ACCOUNTS.

           PERFORM 1500-MARK-PENDING-PROPOSALS.

           OPEN INPUT STUDENT-VSAM-FILE.

           DISPLAY "STUDENT | NAME                        |"
               "      BALANCE |   OVER A YEAR".
           DISPLAY "---------------------------------------------"
               "-----------------------------".

           PERFORM 1600-OFFER-ONE-ACCOUNT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT OR STOP-PROPOSING.

           CLOSE STUDENT-VSAM-FILE.

           DISPLAY OUTPUTLINE.
           IF WS-CANDIDATE-COUNT = 0
               DISPLAY "NO ACCOUNT HAS SAT PAST DUE LONG ENOUGH TO "
                   "WRITE OFF."
           END-IF.
           DISPLAY "CANDIDATES LISTED : " WS-CANDIDATE-COUNT.
           DISPLAY "WRITE-OFFS PROPOSED: " WS-PROPOSED-COUNT.
           IF WS-PROPOSED-COUNT > 0
               DISPLAY "A SECOND PERSON MUST APPROVE THEM IN PRGA0121."
           END-IF.

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

       1100-DISPLAY-HEADER.

           DISPLAY WOFF-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY WOFF-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY WOFF-HEADER.

       1100-END.

       1200-LOAD-CHARGES.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "NO CHARGES FILE ON HAND (STATUS = "
                   CHG-FILE-STATUS ")"
               SET CHG-EOF TO TRUE
           ELSE
               PERFORM 1210-LOAD-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1200-END.

      *    REVERSALS NET AGAINST THEIR CHARGE ROW; AID, SPONSOR AND
      *    EARLIER WRITE-OFF CREDITS JOIN THE POOL WITH THE PAYMENTS.
       1210-LOAD-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   MOVE CHG-STUDENT-ID TO WS-ACC-LOOKUP-ID
                   PERFORM 1320-FIND-ACCOUNT-ROW
                   EVALUATE TRUE
                       WHEN WS-ACC-HIT = 0
                           CONTINUE
                       WHEN CHG-IS-AID OR CHG-IS-SPONSOR
                               OR CHG-IS-WRITE-OFF
                           ADD CHG-AMOUNT
                               TO WS-ACC-E-POOL (WS-ACC-HIT)
                       WHEN CHG-IS-REVERSAL
                           PERFORM 1220-NET-REVERSAL
                       WHEN WS-CHG-COUNT < 5000
                           ADD 1 TO WS-CHG-COUNT
                           MOVE CHG-STUDENT-ID
                               TO WS-CHG-E-STUDENT (WS-CHG-COUNT)
                           MOVE CHG-COURSE
                               TO WS-CHG-E-COURSE (WS-CHG-COUNT)
                           MOVE CHG-TERM
                               TO WS-CHG-E-TERM (WS-CHG-COUNT)
                           MOVE CHG-AMOUNT
                               TO WS-CHG-E-AMOUNT (WS-CHG-COUNT)
                           MOVE CHG-DATE
                               TO WS-CHG-E-DATE (WS-CHG-COUNT)
                       WHEN OTHER
                           SET CHARGES-OVERFLOWED TO TRUE
                   END-EVALUATE
           END-READ.

       1210-END.

       1220-NET-REVERSAL.

           MOVE 0 TO WS-CHG-HIT.
           MOVE 1 TO WS-CHG-IDX.

           PERFORM 1225-MATCH-ONE-CHARGE
               UNTIL WS-CHG-HIT > 0 OR WS-CHG-IDX > WS-CHG-COUNT.

           IF WS-CHG-HIT > 0
               SUBTRACT CHG-AMOUNT
                   FROM WS-CHG-E-AMOUNT (WS-CHG-HIT)
           END-IF.

       1220-END.

       1225-MATCH-ONE-CHARGE.

           IF WS-CHG-E-STUDENT (WS-CHG-IDX) = CHG-STUDENT-ID
                   AND WS-CHG-E-COURSE (WS-CHG-IDX) = CHG-COURSE
                   AND WS-CHG-E-TERM (WS-CHG-IDX) = CHG-TERM
               MOVE WS-CHG-IDX TO WS-CHG-HIT
           END-IF.

           ADD 1 TO WS-CHG-IDX.

       1225-END.

       1300-LOAD-CREDITS.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           IF PAY-FILE-STATUS NOT = "00"
               SET PAY-EOF TO TRUE
           ELSE
               PERFORM 1310-LOAD-ONE-PAYMENT UNTIL PAY-EOF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

       1300-END.

       1310-LOAD-ONE-PAYMENT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
                   MOVE PAY-STUDENT-ID TO WS-ACC-LOOKUP-ID
                   PERFORM 1320-FIND-ACCOUNT-ROW
                   IF WS-ACC-HIT > 0
                       IF PAY-IS-VOID
                           SUBTRACT PAY-AMOUNT
                               FROM WS-ACC-E-POOL (WS-ACC-HIT)
                       ELSE
                           ADD PAY-AMOUNT
                               TO WS-ACC-E-POOL (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1310-END.

       1320-FIND-ACCOUNT-ROW.

           MOVE 0 TO WS-ACC-HIT.
           MOVE 1 TO WS-ACC-IDX.

           PERFORM 1325-MATCH-ONE-ACCOUNT
               UNTIL WS-ACC-HIT > 0 OR WS-ACC-IDX > WS-ACC-COUNT.

           IF WS-ACC-HIT = 0
               IF WS-ACC-COUNT < 2000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-LOOKUP-ID
                       TO WS-ACC-E-STUDENT (WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-E-POOL (WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-E-OWED (WS-ACC-COUNT)
                   MOVE 0 TO WS-ACC-E-STALE (WS-ACC-COUNT)
                   MOVE 'N' TO WS-ACC-E-PENDING (WS-ACC-COUNT)
                   MOVE WS-ACC-COUNT TO WS-ACC-HIT
               ELSE
                   SET ACCOUNTS-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1320-END.

       1325-MATCH-ONE-ACCOUNT.

           IF WS-ACC-E-STUDENT (WS-ACC-IDX) = WS-ACC-LOOKUP-ID
               MOVE WS-ACC-IDX TO WS-ACC-HIT
           END-IF.

           ADD 1 TO WS-ACC-IDX.

       1325-END.

      *    CREDITS SETTLE CHARGES OLDEST FIRST; WHAT IS LEFT OF A
      *    CHARGE OLDER THAN THE STALE LIMIT (30/360 DAYS, AS IN
      *    PRGQ0036) COUNTS TOWARD THE WRITE-OFF TEST. THE WHOLE
      *    OPEN BALANCE IS WHAT GETS WRITTEN OFF.
       1400-AGE-ACCOUNTS.

           PERFORM 1410-AGE-ONE-CHARGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

       1400-END.

       1410-AGE-ONE-CHARGE.

           MOVE WS-CHG-E-STUDENT (WS-CHG-IDX) TO WS-ACC-LOOKUP-ID.
           PERFORM 1320-FIND-ACCOUNT-ROW.

           IF WS-ACC-HIT > 0
                   AND WS-CHG-E-AMOUNT (WS-CHG-IDX) > 0
               IF WS-ACC-E-POOL (WS-ACC-HIT)
                       >= WS-CHG-E-AMOUNT (WS-CHG-IDX)
                   MOVE WS-CHG-E-AMOUNT (WS-CHG-IDX)
                       TO WS-PAY-APPLIED
               ELSE
                   MOVE WS-ACC-E-POOL (WS-ACC-HIT)
                       TO WS-PAY-APPLIED
               END-IF
               SUBTRACT WS-PAY-APPLIED
                   FROM WS-ACC-E-POOL (WS-ACC-HIT)
               COMPUTE WS-RESIDUAL
                   = WS-CHG-E-AMOUNT (WS-CHG-IDX) - WS-PAY-APPLIED
               IF WS-RESIDUAL > 0
                   ADD WS-RESIDUAL TO WS-ACC-E-OWED (WS-ACC-HIT)
                   MOVE WS-CHG-E-DATE (WS-CHG-IDX)
                       TO WS-CHG-DATE-WORK
                   COMPUTE WS-CHG-SERIAL
                       = (WS-CHG-YYYY * 360)
                       + (WS-CHG-MM * 30)
                       + WS-CHG-DD
                   COMPUTE WS-AGE-DAYS
                       = WS-RUN-SERIAL - WS-CHG-SERIAL
                   IF WS-AGE-DAYS > WS-STALE-DAYS
                       ADD WS-RESIDUAL
                           TO WS-ACC-E-STALE (WS-ACC-HIT)
                   END-IF
               END-IF
           END-IF.

       1410-END.

       1500-MARK-PENDING-PROPOSALS.

           MOVE 'N' TO WS-WOF-EOF.

           OPEN INPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1510-MARK-ONE-PROPOSAL UNTIL WOF-EOF
               CLOSE WRITE-OFF-FILE
           END-IF.

       1500-END.

       1510-MARK-ONE-PROPOSAL.

           READ WRITE-OFF-FILE
               AT END
                   SET WOF-EOF TO TRUE
               NOT AT END
                   IF WOF-PENDING
                       MOVE 0 TO WS-ACC-HIT
                       MOVE WOF-STUDENT-ID TO WS-ACC-LOOKUP-ID
                       MOVE 1 TO WS-ACC-IDX
                       PERFORM 1325-MATCH-ONE-ACCOUNT
                           UNTIL WS-ACC-HIT > 0
                               OR WS-ACC-IDX > WS-ACC-COUNT
                       IF WS-ACC-HIT > 0
                           MOVE 'Y' TO WS-ACC-E-PENDING (WS-ACC-HIT)
                       END-IF
                   END-IF
           END-READ.

       1510-END.

       1600-OFFER-ONE-ACCOUNT.

           IF WS-ACC-E-STALE (WS-ACC-IDX) > 0
                   AND NOT WS-ACC-E-HAS-PENDING (WS-ACC-IDX)
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE SPACES TO WS-STUDENT-VSAM-NAME
               MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       MOVE '(NOT ON STUDENT FILE)'
                           TO WS-STUDENT-VSAM-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-RECORD
                           TO WS-STUDENT-VSAM-RECORD
               END-READ
               MOVE WS-ACC-E-OWED (WS-ACC-IDX) TO WS-EDIT-BALANCE
               MOVE WS-ACC-E-STALE (WS-ACC-IDX) TO WS-EDIT-STALE
               DISPLAY WS-ACC-E-STUDENT (WS-ACC-IDX) "    | "
                   WS-STUDENT-VSAM-NAME " | " WS-EDIT-BALANCE
                   " | " WS-EDIT-STALE
               IF WS-ACC-E-OWED (WS-ACC-IDX) > 99999.99
                   DISPLAY "   BALANCE TOO LARGE FOR ONE WRITE-OFF "
                       "ROW - REFER TO FINANCE."
               ELSE
                   MOVE SPACE TO WS-ANSWER
                   DISPLAY "   PROPOSE WRITE-OFF (Y = YES, BLANK = "
                       "NO, Q = STOP) >>"
                   ACCEPT WS-ANSWER
                   EVALUATE TRUE
                       WHEN ANSWER-PROPOSE
                           PERFORM 1700-PROPOSE-WRITE-OFF
                       WHEN ANSWER-QUIT
                           SET STOP-PROPOSING TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       1600-END.

       1700-PROPOSE-WRITE-OFF.

           MOVE SPACES TO WS-INPUT-REASON.
           PERFORM 1710-PROMPT-FOR-REASON
               UNTIL WS-INPUT-REASON NOT = SPACES.

           OPEN EXTEND WRITE-OFF-FILE.
           IF WOF-FILE-STATUS NOT = "00"
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.

           IF WOF-FILE-STATUS = "00"
               MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO WOF-STUDENT-ID
               MOVE ',' TO WOF-SEPARATOR1
               MOVE WS-ACC-E-OWED (WS-ACC-IDX) TO WOF-AMOUNT
               MOVE ',' TO WOF-SEPARATOR2
               SET WOF-PENDING TO TRUE
               MOVE ',' TO WOF-SEPARATOR3
               MOVE CURRENT-DATE TO WOF-PROPOSED-DATE
               MOVE ',' TO WOF-SEPARATOR4
               MOVE WS-SIGNON-USER TO WOF-PROPOSED-BY
               MOVE ',' TO WOF-SEPARATOR5
               MOVE WS-INPUT-REASON TO WOF-REASON
               MOVE ',' TO WOF-SEPARATOR6
               MOVE 0 TO WOF-DECIDED-DATE
               MOVE ',' TO WOF-SEPARATOR7
               MOVE SPACES TO WOF-DECIDED-BY
               MOVE ',' TO WOF-SEPARATOR8
               MOVE 0 TO WOF-REFERRED-DATE
               MOVE ',' TO WOF-SEPARATOR9
               MOVE 0 TO WOF-RECOVERED
               MOVE ',' TO WOF-SEPARATOR10
               MOVE 0 TO WOF-LAST-RECOVERY-DATE
               WRITE WRITE-OFF-RECORD
               CLOSE WRITE-OFF-FILE
               ADD 1 TO WS-PROPOSED-COUNT
               DISPLAY "   WRITE-OFF PROPOSED - PENDING APPROVAL."
               PERFORM 1800-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "ERROR OPENING BAD.DEBT.WRITEOFFS (STATUS = "
                   WOF-FILE-STATUS ")"
               SET STOP-PROPOSING TO TRUE
           END-IF.

       1700-END.

       1710-PROMPT-FOR-REASON.

           DISPLAY "   REASON (MAX 30 CHARS, REQUIRED) >>".
           ACCEPT WS-INPUT-REASON.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGA0120" TO AUP-PROGRAM.
           MOVE "WOFF PROP" TO AUP-ACTION.
           MOVE WS-ACC-E-STUDENT (WS-ACC-IDX) TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "WRITE-OFF " DELIMITED BY SIZE
                  WS-EDIT-BALANCE DELIMITED BY SIZE
                  " PROPOSED" DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGA0120.
