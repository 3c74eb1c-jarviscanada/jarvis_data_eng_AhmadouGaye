      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared bad-debt recovery module - called by every
      *          program that posts a receipt (PRGP0035, PRGP0118,
      *          PRGP0119). CALLERS PASS THE RECOVERY-CHECK-PARM AREA
      *          (RCPWRK) WITH THE STUDENT, THE RECEIPT AMOUNT, AND
      *          THEIR PROGRAM AND USER. WHEN THE STUDENT HAS AN
      *          APPROVED WRITE-OFF NOT YET PAID BACK, AS MUCH OF THE
      *          RECEIPT AS IT STILL COVERS IS CLAIMED AS A RECOVERY:
      *          A 'B' ROW ON STUDENT.CHARGES REINSTATES THAT PART OF
      *          THE DEBT (SO THE RECEIPT DOES NOT LEAVE A CREDIT TO
      *          BE REFUNDED), THE WRITE-OFF ROW CARRIES THE RUNNING
      *          RECOVERED TOTAL, AND THE RECOVERY IS AUDITED. EACH ROW
      *          IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE NEXT
      *          FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW THAT
      *          WILL NOT WRITE IS REPORTED AND NOTHING THAT DEPENDS ON
      *          IT IS RECORDED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0122.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOFSEL.

           COPY CHGSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD WRITE-OFF-FILE.
       COPY WOFFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGS0122'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  WOF-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       01  WS-WORK-AREAS.
           05  WS-WOF-EOF             PIC X     VALUE 'N'.
               88  WOF-EOF                   VALUE 'Y'.
           05  WS-LEFT-TO-CLAIM       PIC 9(5)V99 VALUE 0.
           05  WS-STILL-OWED          PIC 9(5)V99 VALUE 0.
           05  WS-CLAIM               PIC 9(5)V99 VALUE 0.
           05  WS-EDIT-AMOUNT         PIC ZZ,ZZ9.99.

      *    THE WRITE-OFF FILE IS HELD IN STORAGE AND REWRITTEN WITH
      *    THE RECOVERED TOTALS - THE SAME PATTERN PRGN0076 USES FOR
      *    THE PERIOD FILE.
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
                       88  WS-WOT-E-APPROVED      VALUE 'A'.
                   15  WS-WOT-E-PROPOSED    PIC 9(8).
                   15  WS-WOT-E-PROPOSED-BY PIC X(8).
                   15  WS-WOT-E-REASON      PIC X(30).
                   15  WS-WOT-E-DECIDED     PIC 9(8).
                   15  WS-WOT-E-DECIDED-BY  PIC X(8).
                   15  WS-WOT-E-REFERRED    PIC 9(8).
                   15  WS-WOT-E-RECOVERED   PIC 9(5)V99.
                   15  WS-WOT-E-LAST-RECOV  PIC 9(8).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       LINKAGE SECTION.

       COPY RCPWRK.

       PROCEDURE DIVISION USING RECOVERY-CHECK-PARM.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE 0 TO RCP-RECOVERED-AMOUNT.
           SET RCP-NOTHING-WRITTEN-OFF TO TRUE.
           MOVE 0 TO WS-WOT-COUNT.
           MOVE 'N' TO WS-WOT-OVERFLOW.

           PERFORM 1100-LOAD-WRITE-OFFS.

      *    REWRITING THE FILE FROM A TRUNCATED TABLE WOULD LOSE EVERY
      *    WRITE-OFF PAST THE LIMIT, SO NOTHING IS CLAIMED AND THE
      *    CALLER IS TOLD.
           IF WRITE-OFFS-OVERFLOWED
               SET RCP-RECOVERY-FAILED TO TRUE
               GOBACK
           END-IF.

           MOVE RCP-RECEIPT-AMOUNT TO WS-LEFT-TO-CLAIM.
           PERFORM 1200-CLAIM-AGAINST-ONE-ROW
               VARYING WS-WOT-IDX FROM 1 BY 1
               UNTIL WS-WOT-IDX > WS-WOT-COUNT
                   OR WS-LEFT-TO-CLAIM = 0.

           IF RCP-RECOVERED-AMOUNT > 0
               PERFORM 1300-POST-REINSTATEMENT
           END-IF.

           GOBACK.

       0000-END.

       1100-LOAD-WRITE-OFFS.

           MOVE 'N' TO WS-WOF-EOF.

           OPEN INPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-WRITE-OFF UNTIL WOF-EOF
               CLOSE WRITE-OFF-FILE
           END-IF.

       1100-END.

       1110-LOAD-ONE-WRITE-OFF.

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
                   ELSE
                       SET WRITE-OFFS-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1110-END.

      *    OLDEST WRITE-OFF FIRST, NEVER MORE THAN IT STILL COVERS.
       1200-CLAIM-AGAINST-ONE-ROW.

           IF WS-WOT-E-STUDENT (WS-WOT-IDX) = RCP-STUDENT-ID
                   AND WS-WOT-E-APPROVED (WS-WOT-IDX)
                   AND WS-WOT-E-AMOUNT (WS-WOT-IDX)
                       > WS-WOT-E-RECOVERED (WS-WOT-IDX)
               COMPUTE WS-STILL-OWED
                   = WS-WOT-E-AMOUNT (WS-WOT-IDX)
                   - WS-WOT-E-RECOVERED (WS-WOT-IDX)
               IF WS-LEFT-TO-CLAIM < WS-STILL-OWED
                   MOVE WS-LEFT-TO-CLAIM TO WS-CLAIM
               ELSE
                   MOVE WS-STILL-OWED TO WS-CLAIM
               END-IF
               ADD WS-CLAIM TO WS-WOT-E-RECOVERED (WS-WOT-IDX)
               MOVE CURRENT-DATE TO WS-WOT-E-LAST-RECOV (WS-WOT-IDX)
               SUBTRACT WS-CLAIM FROM WS-LEFT-TO-CLAIM
               ADD WS-CLAIM TO RCP-RECOVERED-AMOUNT
           END-IF.

       1200-END.

      *    THE 'B' ROW GOES ON FIRST; ONLY IF IT LANDED IS THE
      *    WRITE-OFF FILE UPDATED, SO A FAILED RUN CLAIMS NOTHING.
       1300-POST-REINSTATEMENT.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.

           IF CHG-FILE-STATUS NOT = "00"
               MOVE 0 TO RCP-RECOVERED-AMOUNT
               SET RCP-RECOVERY-FAILED TO TRUE
           ELSE
               MOVE RCP-STUDENT-ID TO CHG-STUDENT-ID
               MOVE ',' TO CHG-SEPARATOR1
               MOVE 'BAD DEBT RECOV' TO CHG-COURSE
               MOVE ',' TO CHG-SEPARATOR2
               MOVE SPACES TO CHG-TERM
               MOVE ',' TO CHG-SEPARATOR3
               SET CHG-IS-RECOVERY TO TRUE
               MOVE ',' TO CHG-SEPARATOR4
               MOVE RCP-RECOVERED-AMOUNT TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE SPACES TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               CLOSE STUDENT-CHARGE-FILE
               IF FPS-ROW-POSTED
                   PERFORM 1400-REWRITE-WRITE-OFFS
                   SET RCP-RECOVERY-POSTED TO TRUE
                   PERFORM 1500-WRITE-AUDIT-RECORD
               ELSE
                   MOVE 0 TO RCP-RECOVERED-AMOUNT
                   SET RCP-RECOVERY-FAILED TO TRUE
               END-IF
           END-IF.

       1300-END.

       1400-REWRITE-WRITE-OFFS.

           OPEN OUTPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1410-REWRITE-ONE-ROW
                   VARYING WS-WOT-IDX FROM 1 BY 1
                   UNTIL WS-WOT-IDX > WS-WOT-COUNT
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "ERROR REWRITING BAD.DEBT.WRITEOFFS (STATUS = "
                   WOF-FILE-STATUS ") - RECOVERY FOR STUDENT "
                   RCP-STUDENT-ID " IS ON STUDENT.CHARGES ONLY."
           END-IF.

       1400-END.

       1410-REWRITE-ONE-ROW.

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

       1410-END.

       1500-WRITE-AUDIT-RECORD.

           MOVE RCP-RECOVERED-AMOUNT TO WS-EDIT-AMOUNT.

           MOVE RCP-PROGRAM TO AUP-PROGRAM.
           MOVE "RECOVERY" TO AUP-ACTION.
           MOVE RCP-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "BAD DEBT RECOVERED " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE RCP-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1500-END.

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

       END PROGRAM PRGS0122.
