      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplemental exam registration and result - works
      *          one row of SUPPLEMENTAL.EXAMS, offered by the
      *          eligibility run (PRGB0164). REGISTER takes up an
      *          offer and charges the supplemental exam fee - the
      *          FEE.TYPES row SUPEXM, basis S - as an 'N' row on
      *          STUDENT.CHARGES; no fee is charged if SUPEXM is not
      *          on file, and nothing is registered while the posting
      *          month is closed (PRGN0076). POST RESULT records the
      *          exam score for a registered student: at the pass
      *          mark or above the F on GRADE.VSAM is replaced by a D
      *          - the supplemental grade is capped at the lowest pass
      *          whatever the score - flagged 'S' so the PRGQ0014
      *          transcript shows it was earned by supplemental;
      *          below the pass mark the F stands. Either way the
      *          student has used the one supplemental allowed in the
      *          course. Every action is audited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGG0165.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUPSEL.

           COPY GRDSEL.

           COPY FTYSEL.

           COPY CHGSEL.

           COPY PRDSEL.

           COPY SGNSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD SUPPLEMENTAL-EXAM-FILE.
       COPY SUPFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD FEE-TYPE-FILE.
       COPY FTYFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGG0165'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  SUP-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  FTY-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PRD-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

      *    THE PASS MARK IS THE HOUSE SCALE'S D (PRGB0081), AND A
      *    PASSED SUPPLEMENTAL EARNS THAT GRADE AND NO MORE.
       01  WS-SUPPLEMENTAL-RULES.
           05  WS-PASS-MARK           PIC 9(3)  VALUE 50.
           05  WS-CAPPED-LETTER       PIC X     VALUE 'D'.
           05  WS-CAPPED-POINTS       PIC 9V99  VALUE 1.00.
           05  WS-FEE-CODE            PIC X(6)  VALUE 'SUPEXM'.

       01  WS-PERIOD-AREAS.
           05  WS-PRD-EOF             PIC X     VALUE 'N'.
               88  PRD-SCAN-EOF              VALUE 'Y'.
           05  WS-PERIOD-OPEN         PIC X     VALUE 'Y'.
               88  POSTING-PERIOD-OPEN       VALUE 'Y'.

       01  WS-WORK-AREAS.
           05  WS-SUP-EOF             PIC X     VALUE 'N'.
               88  SUP-EOF                   VALUE 'Y'.
           05  WS-FTY-EOF             PIC X     VALUE 'N'.
               88  FTY-EOF                   VALUE 'Y'.
           05  WS-FEE-FOUND           PIC X     VALUE 'N'.
               88  FEE-IS-ON-FILE            VALUE 'Y'.
           05  WS-FEE-RATE            PIC 9(5)V99 VALUE 0.
           05  WS-INPUT-STUDENT       PIC 9(6)  VALUE 0.
           05  WS-INPUT-COURSE        PIC X(15) VALUE SPACES.
           05  WS-INPUT-TERM          PIC X(10) VALUE SPACES.
           05  WS-INPUT-RESULT        PIC 9(3)  VALUE 0.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-REGISTER           VALUE 'R'.
               88  ACTION-POST-RESULT        VALUE 'P'.
           05  WS-TABLE-CHANGED       PIC X     VALUE 'N'.
               88  TABLE-WAS-CHANGED         VALUE 'Y'.
           05  WS-EDIT-AMOUNT         PIC ZZ,ZZ9.99.
           05  WS-EDIT-PERCENT        PIC ZZ9.99.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE SUPPLEMENTAL FILE IS HELD IN STORAGE WHILE IT IS
      *    REWRITTEN WITH THE ROW WORKED, AS PRGA0121 DOES FOR
      *    WRITE-OFFS.
       01  WS-SUPPLEMENTAL-TABLE-AREAS.
           05  WS-SPT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-SPT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-SPT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-SPT-OVERFLOW     PIC X     VALUE 'N'.
               88  SUPPLEMENTALS-OVERFLOWED VALUE 'Y'.
           05  WS-SPT-TABLE.
               10  WS-SPT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-SPT-E-STUDENT     PIC 9(6).
                   15  WS-SPT-E-COURSE      PIC X(15).
                   15  WS-SPT-E-TERM        PIC X(10).
                   15  WS-SPT-E-PERCENT     PIC 9(3)V99.
                   15  WS-SPT-E-STATUS      PIC X.
                   15  WS-SPT-E-OFFERED     PIC 9(8).
                   15  WS-SPT-E-REGISTERED  PIC 9(8).
                   15  WS-SPT-E-FEE         PIC 9(5)V99.
                   15  WS-SPT-E-RESULT      PIC 9(3).
                   15  WS-SPT-E-POSTED      PIC 9(8).
                   15  WS-SPT-E-POSTED-BY   PIC X(8).

       01  SUPPLEMENTAL-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  SUPPLEMENTAL-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE ' SUPPLEMENTAL  '.
           05 TITRE12      PIC X(15) VALUE '     E X A M S '.
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

           PERFORM 1200-LOAD-SUPPLEMENTALS.

           IF WS-SPT-COUNT = 0
               DISPLAY "NO SUPPLEMENTAL EXAMS ON FILE - RUN THE "
                   "ELIGIBILITY BATCH (PRGB0164) FIRST."
               GOBACK
           END-IF.

      *    REWRITING THE FILE FROM A TRUNCATED TABLE WOULD DESTROY
      *    EVERY ROW PAST THE TABLE LIMIT, SO AN OVERSIZED FILE
      *    REFUSES THE RUN INSTEAD.
           IF SUPPLEMENTALS-OVERFLOWED
               DISPLAY "SUPPLEMENTAL.EXAMS HOLDS MORE THAN 2000 ROWS "
                   "- RUN REFUSED SO NO ROW IS LOST."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1300-FIND-SUPPLEMENTAL.

           IF WS-SPT-HIT = 0
               DISPLAY "NO SUPPLEMENTAL OFFER ON FILE FOR STUDENT "
                   WS-INPUT-STUDENT " " WS-INPUT-COURSE " "
                   WS-INPUT-TERM
               GOBACK
           END-IF.

           PERFORM 1350-SHOW-SUPPLEMENTAL.

           MOVE SPACE TO WS-ACTION.
           DISPLAY "REGISTER OR POST RESULT (R/P) >>".
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-REGISTER
                   PERFORM 1400-REGISTER
               WHEN ACTION-POST-RESULT
                   PERFORM 1500-POST-RESULT
               WHEN OTHER
                   DISPLAY "NOTHING CHANGED."
           END-EVALUATE.

           IF TABLE-WAS-CHANGED
               PERFORM 1600-REWRITE-SUPPLEMENTALS
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

           DISPLAY SUPPLEMENTAL-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY SUPPLEMENTAL-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY SUPPLEMENTAL-HEADER.

       1100-END.

       1200-LOAD-SUPPLEMENTALS.

           MOVE 'N' TO WS-SUP-EOF.

           OPEN INPUT SUPPLEMENTAL-EXAM-FILE.
           IF SUP-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-SUPPLEMENTAL UNTIL SUP-EOF
               CLOSE SUPPLEMENTAL-EXAM-FILE
           END-IF.

       1200-END.

       1210-LOAD-ONE-SUPPLEMENTAL.

           READ SUPPLEMENTAL-EXAM-FILE
               AT END
                   SET SUP-EOF TO TRUE
               NOT AT END
                   IF WS-SPT-COUNT < 2000
                       ADD 1 TO WS-SPT-COUNT
                       MOVE SUP-STUDENT-ID
                           TO WS-SPT-E-STUDENT (WS-SPT-COUNT)
                       MOVE SUP-COURSE
                           TO WS-SPT-E-COURSE (WS-SPT-COUNT)
                       MOVE SUP-TERM TO WS-SPT-E-TERM (WS-SPT-COUNT)
                       MOVE SUP-PERCENT
                           TO WS-SPT-E-PERCENT (WS-SPT-COUNT)
                       MOVE SUP-STATUS
                           TO WS-SPT-E-STATUS (WS-SPT-COUNT)
                       MOVE SUP-OFFERED-DATE
                           TO WS-SPT-E-OFFERED (WS-SPT-COUNT)
                       MOVE SUP-REGISTERED-DATE
                           TO WS-SPT-E-REGISTERED (WS-SPT-COUNT)
                       MOVE SUP-FEE-AMOUNT
                           TO WS-SPT-E-FEE (WS-SPT-COUNT)
                       MOVE SUP-RESULT
                           TO WS-SPT-E-RESULT (WS-SPT-COUNT)
                       MOVE SUP-POSTED-DATE
                           TO WS-SPT-E-POSTED (WS-SPT-COUNT)
                       MOVE SUP-POSTED-BY
                           TO WS-SPT-E-POSTED-BY (WS-SPT-COUNT)
                   ELSE
                       SET SUPPLEMENTALS-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1210-END.

       1300-FIND-SUPPLEMENTAL.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT WS-INPUT-STUDENT.
           DISPLAY "ENTER COURSE CODE >>".
           ACCEPT WS-INPUT-COURSE.
           DISPLAY "ENTER TERM >>".
           ACCEPT WS-INPUT-TERM.

           MOVE 0 TO WS-SPT-HIT.
           PERFORM 1310-MATCH-ONE-SUPPLEMENTAL
               VARYING WS-SPT-IDX FROM 1 BY 1
               UNTIL WS-SPT-IDX > WS-SPT-COUNT OR WS-SPT-HIT > 0.

       1300-END.

       1310-MATCH-ONE-SUPPLEMENTAL.

           IF WS-SPT-E-STUDENT (WS-SPT-IDX) = WS-INPUT-STUDENT
                   AND WS-SPT-E-COURSE (WS-SPT-IDX) = WS-INPUT-COURSE
                   AND WS-SPT-E-TERM (WS-SPT-IDX) = WS-INPUT-TERM
               MOVE WS-SPT-IDX TO WS-SPT-HIT
           END-IF.

       1310-END.

       1350-SHOW-SUPPLEMENTAL.

           MOVE WS-SPT-E-PERCENT (WS-SPT-HIT) TO WS-EDIT-PERCENT.
           DISPLAY "-------------------------------------------".
           DISPLAY "STUDENT     : " WS-SPT-E-STUDENT (WS-SPT-HIT).
           DISPLAY "COURSE      : " WS-SPT-E-COURSE (WS-SPT-HIT)
               " TERM " WS-SPT-E-TERM (WS-SPT-HIT).
           DISPLAY "COURSE PCT  : " WS-EDIT-PERCENT.
           DISPLAY "OFFERED     : " WS-SPT-E-OFFERED (WS-SPT-HIT).
           EVALUATE WS-SPT-E-STATUS (WS-SPT-HIT)
               WHEN 'E'
                   DISPLAY "STATUS      : ELIGIBLE - NOT REGISTERED"
               WHEN 'R'
                   MOVE WS-SPT-E-FEE (WS-SPT-HIT) TO WS-EDIT-AMOUNT
                   DISPLAY "STATUS      : REGISTERED "
                       WS-SPT-E-REGISTERED (WS-SPT-HIT)
                       " FEE " WS-EDIT-AMOUNT
               WHEN 'P'
                   DISPLAY "STATUS      : PASSED WITH "
                       WS-SPT-E-RESULT (WS-SPT-HIT)
                       " - F REPLACED BY " WS-CAPPED-LETTER
               WHEN OTHER
                   DISPLAY "STATUS      : NOT PASSED WITH "
                       WS-SPT-E-RESULT (WS-SPT-HIT) " - F STANDS"
           END-EVALUATE.
           DISPLAY "-------------------------------------------".

       1350-END.

      *    ONLY AN OFFER NOT YET TAKEN UP CAN BE REGISTERED. THE FEE
      *    IS WHATEVER SUPEXM CARRIES ON FEE.TYPES TODAY.
       1400-REGISTER.

           IF WS-SPT-E-STATUS (WS-SPT-HIT) NOT = 'E'
               DISPLAY "THIS SUPPLEMENTAL IS ALREADY REGISTERED OR "
                   "WRITTEN - NOTHING CHANGED."
           ELSE
               PERFORM 0900-CHECK-PERIOD-OPEN
               IF NOT POSTING-PERIOD-OPEN
                   DISPLAY "FINANCIAL PERIOD " CURRENT-YEAR "/"
                       CURRENT-MONTH " IS CLOSED - NO SUPPLEMENTAL "
                       "MAY BE REGISTERED. SEE THE BURSAR."
               ELSE
                   PERFORM 1410-FIND-FEE
                   IF FEE-IS-ON-FILE AND WS-FEE-RATE > 0
                       PERFORM 1450-POST-FEE
                       IF FPS-ROW-POSTED
                           PERFORM 1460-RECORD-REGISTRATION
                       ELSE
                           DISPLAY "SUPPLEMENTAL NOT REGISTERED."
                       END-IF
                   ELSE
                       DISPLAY "NO SUPPLEMENTAL EXAM FEE (" WS-FEE-CODE
                           ") ON FEE.TYPES - REGISTERED WITHOUT A FEE."
                       MOVE 0 TO WS-FEE-RATE
                       PERFORM 1460-RECORD-REGISTRATION
                   END-IF
               END-IF
           END-IF.

       1400-END.

       1410-FIND-FEE.

           MOVE 'N' TO WS-FEE-FOUND.
           MOVE 0 TO WS-FEE-RATE.
           MOVE 'N' TO WS-FTY-EOF.

           OPEN INPUT FEE-TYPE-FILE.
           IF FTY-FILE-STATUS = "00"
               PERFORM 1415-SCAN-ONE-FEE-TYPE
                   UNTIL FTY-EOF OR FEE-IS-ON-FILE
               CLOSE FEE-TYPE-FILE
           END-IF.

       1410-END.

       1415-SCAN-ONE-FEE-TYPE.

           READ FEE-TYPE-FILE
               AT END
                   SET FTY-EOF TO TRUE
               NOT AT END
                   IF FTY-CODE = WS-FEE-CODE
                       SET FEE-IS-ON-FILE TO TRUE
                       IF FTY-RATE IS NUMERIC
                           MOVE FTY-RATE TO WS-FEE-RATE
                       END-IF
                   END-IF
           END-READ.

       1415-END.

      *    AN 'N' ROW LIKE ANY ANCILLARY FEE, SO THE GL EXTRACT AND
      *    THE T2202 RUN TREAT IT BY WHAT FEE.TYPES SAYS ABOUT SUPEXM.
       1450-POST-FEE.

           MOVE 'N' TO FPS-POSTED.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.

           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ")"
           ELSE
               MOVE WS-SPT-E-STUDENT (WS-SPT-HIT) TO CHG-STUDENT-ID
               MOVE ',' TO CHG-SEPARATOR1
               MOVE WS-SPT-E-COURSE (WS-SPT-HIT) TO CHG-COURSE
               MOVE ',' TO CHG-SEPARATOR2
               MOVE WS-SPT-E-TERM (WS-SPT-HIT) TO CHG-TERM
               MOVE ',' TO CHG-SEPARATOR3
               SET CHG-IS-ANCILLARY TO TRUE
               MOVE ',' TO CHG-SEPARATOR4
               MOVE WS-FEE-RATE TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE WS-FEE-CODE TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1450-END.

       1460-RECORD-REGISTRATION.

           MOVE 'R' TO WS-SPT-E-STATUS (WS-SPT-HIT).
           MOVE CURRENT-DATE TO WS-SPT-E-REGISTERED (WS-SPT-HIT).
           MOVE WS-FEE-RATE TO WS-SPT-E-FEE (WS-SPT-HIT).
           SET TABLE-WAS-CHANGED TO TRUE.

           MOVE WS-FEE-RATE TO WS-EDIT-AMOUNT.
           DISPLAY "SUPPLEMENTAL REGISTERED - FEE " WS-EDIT-AMOUNT.
           MOVE "SUPP REG" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING WS-SPT-E-COURSE (WS-SPT-HIT) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SPT-E-TERM (WS-SPT-HIT) DELIMITED BY SPACE
                  " FEE " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM 1800-WRITE-AUDIT-RECORD.

       1460-END.

      *    THE RESULT IS ONLY TAKEN FOR A REGISTERED STUDENT, AND THE
      *    GRADE ROW MUST STILL CARRY THE F THE OFFER WAS MADE ON -
      *    AN F SINCE CHANGED BY AMENDMENT IS LEFT TO THE REGISTRAR.
       1500-POST-RESULT.

           IF WS-SPT-E-STATUS (WS-SPT-HIT) NOT = 'R'
               DISPLAY "ONLY A REGISTERED SUPPLEMENTAL TAKES A "
                   "RESULT - NOTHING CHANGED."
           ELSE
               MOVE 999 TO WS-INPUT-RESULT
               PERFORM 1510-PROMPT-FOR-RESULT
                   UNTIL WS-INPUT-RESULT NOT > 100
               OPEN I-O GRADE-VSAM-FILE
               IF GRD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING GRADE.VSAM FILE (STATUS = "
                       GRD-FILE-STATUS ") - RESULT NOT POSTED."
               ELSE
                   PERFORM 1520-APPLY-RESULT
                   CLOSE GRADE-VSAM-FILE
               END-IF
           END-IF.

       1500-END.

       1510-PROMPT-FOR-RESULT.

           DISPLAY "ENTER SUPPLEMENTAL EXAM SCORE (000 TO 100) >>".
           ACCEPT WS-INPUT-RESULT.
           IF WS-INPUT-RESULT > 100
               DISPLAY "SCORE MUST BE 000 TO 100."
           END-IF.

       1510-END.

       1520-APPLY-RESULT.

           MOVE WS-SPT-E-STUDENT (WS-SPT-HIT) TO GRD-STUDENT-ID.
           MOVE WS-SPT-E-COURSE (WS-SPT-HIT) TO GRD-COURSE.
           MOVE WS-SPT-E-TERM (WS-SPT-HIT) TO GRD-TERM.

           READ GRADE-VSAM-FILE
               KEY IS GRD-KEY
               INVALID KEY
                   DISPLAY "GRADE ROW NOT ON FILE - RESULT NOT "
                       "POSTED (STATUS = " GRD-FILE-STATUS ")"
               NOT INVALID KEY
                   IF GRD-LETTER-GRADE NOT = 'F'
                       DISPLAY "POSTED GRADE IS NOW "
                           GRD-LETTER-GRADE " - RESULT NOT POSTED. "
                           "SEE THE REGISTRAR."
                   ELSE
                       IF WS-INPUT-RESULT NOT < WS-PASS-MARK
                           PERFORM 1530-REPLACE-GRADE
                       ELSE
                           MOVE 'N' TO WS-SPT-E-STATUS (WS-SPT-HIT)
                           PERFORM 1540-RECORD-RESULT
                       END-IF
                   END-IF
           END-READ.

       1520-END.

      *    THE GRADE ROW IS REPLACED IN PLACE, KEEPING ITS CREDIT
      *    HOURS, AND FLAGGED SO THE TRANSCRIPT SHOWS HOW IT WAS
      *    EARNED.
       1530-REPLACE-GRADE.

           MOVE WS-CAPPED-LETTER TO GRD-LETTER-GRADE.
           MOVE WS-CAPPED-POINTS TO GRD-GRADE-POINTS.
           MOVE CURRENT-DATE TO GRD-POSTDATE.
           SET GRD-BY-SUPPLEMENTAL TO TRUE.

           REWRITE GRADE-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR REPLACING GRADE (STATUS = "
                       GRD-FILE-STATUS ") - RESULT NOT POSTED."
               NOT INVALID KEY
                   MOVE 'G' TO WS-JRN-FILE-ID
                   MOVE 'R' TO WS-JRN-ACTION
                   MOVE GRADE-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   DISPLAY "F REPLACED BY " WS-CAPPED-LETTER
                       " (EARNED BY SUPPLEMENTAL)."
                   MOVE 'P' TO WS-SPT-E-STATUS (WS-SPT-HIT)
                   PERFORM 1540-RECORD-RESULT
           END-REWRITE.

       1530-END.

       1540-RECORD-RESULT.

           MOVE WS-INPUT-RESULT TO WS-SPT-E-RESULT (WS-SPT-HIT).
           MOVE CURRENT-DATE TO WS-SPT-E-POSTED (WS-SPT-HIT).
           MOVE WS-SIGNON-USER TO WS-SPT-E-POSTED-BY (WS-SPT-HIT).
           SET TABLE-WAS-CHANGED TO TRUE.

           IF WS-SPT-E-STATUS (WS-SPT-HIT) = 'N'
               DISPLAY "SUPPLEMENTAL NOT PASSED - THE F STANDS."
           END-IF.

           MOVE "SUPP RSLT" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING WS-SPT-E-COURSE (WS-SPT-HIT) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SPT-E-TERM (WS-SPT-HIT) DELIMITED BY SPACE
                  " SCORE " DELIMITED BY SIZE
                  WS-INPUT-RESULT DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  WS-SPT-E-STATUS (WS-SPT-HIT) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM 1800-WRITE-AUDIT-RECORD.

       1540-END.

       1600-REWRITE-SUPPLEMENTALS.

           OPEN OUTPUT SUPPLEMENTAL-EXAM-FILE.
           IF SUP-FILE-STATUS = "00"
               PERFORM 1610-REWRITE-ONE-ROW
                   VARYING WS-SPT-IDX FROM 1 BY 1
                   UNTIL WS-SPT-IDX > WS-SPT-COUNT
               CLOSE SUPPLEMENTAL-EXAM-FILE
           ELSE
               DISPLAY "ERROR REWRITING SUPPLEMENTAL.EXAMS (STATUS = "
                   SUP-FILE-STATUS ") - THE CHARGE OR GRADE ABOVE WAS "
                   "POSTED; DO NOT POST IT AGAIN."
               MOVE 8 TO RETURN-CODE
           END-IF.

       1600-END.

       1610-REWRITE-ONE-ROW.

           MOVE WS-SPT-E-STUDENT (WS-SPT-IDX) TO SUP-STUDENT-ID.
           MOVE ',' TO SUP-SEPARATOR1.
           MOVE WS-SPT-E-COURSE (WS-SPT-IDX) TO SUP-COURSE.
           MOVE ',' TO SUP-SEPARATOR2.
           MOVE WS-SPT-E-TERM (WS-SPT-IDX) TO SUP-TERM.
           MOVE ',' TO SUP-SEPARATOR3.
           MOVE WS-SPT-E-PERCENT (WS-SPT-IDX) TO SUP-PERCENT.
           MOVE ',' TO SUP-SEPARATOR4.
           MOVE WS-SPT-E-STATUS (WS-SPT-IDX) TO SUP-STATUS.
           MOVE ',' TO SUP-SEPARATOR5.
           MOVE WS-SPT-E-OFFERED (WS-SPT-IDX) TO SUP-OFFERED-DATE.
           MOVE ',' TO SUP-SEPARATOR6.
           MOVE WS-SPT-E-REGISTERED (WS-SPT-IDX)
               TO SUP-REGISTERED-DATE.
           MOVE ',' TO SUP-SEPARATOR7.
           MOVE WS-SPT-E-FEE (WS-SPT-IDX) TO SUP-FEE-AMOUNT.
           MOVE ',' TO SUP-SEPARATOR8.
           MOVE WS-SPT-E-RESULT (WS-SPT-IDX) TO SUP-RESULT.
           MOVE ',' TO SUP-SEPARATOR9.
           MOVE WS-SPT-E-POSTED (WS-SPT-IDX) TO SUP-POSTED-DATE.
           MOVE ',' TO SUP-SEPARATOR10.
           MOVE WS-SPT-E-POSTED-BY (WS-SPT-IDX) TO SUP-POSTED-BY.

           WRITE SUPPLEMENTAL-EXAM-RECORD.

       1610-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGG0165" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-SPT-E-STUDENT (WS-SPT-HIT) TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGG0165.
