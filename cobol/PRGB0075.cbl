      *          remains on their PRGQ0036 statement, and rebuilds
      *          the per-sponsor invoice extract ../SPONSOR.INVOICES.
      *          RERUNS ARE SAFE: A STUDENT/TERM ALREADY CARRYING AN
      *          'S' ROW FOR THE SPONSOR IS NOT CREDITED AGAIN. EACH ROW
      *          IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE NEXT
      *          FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW THAT
      *          WILL NOT WRITE IS REPORTED AND NOTHING THAT DEPENDS ON
      *          IT IS RECORDED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY PRDSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0075'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
           05  WS-LNK-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-LNK-TABLE.
               10  WS-LNK-ENTRY    OCCURS 500 TIMES.
                   15  WS-LNK-E-STUDENT    PIC 9(6).
                   15  WS-LNK-E-TERM       PIC X(10).
                   15  WS-LNK-E-SPONSOR    PIC 9(4).
                   15  WS-LNK-E-PERCENT    PIC 9(3).

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-LNK-E-STUDENT (WS-LNK-IDX) TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1335-SCAN-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1335-SCAN-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-LNK-E-STUDENT (WS-LNK-IDX)
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-LNK-E-STUDENT (WS-LNK-IDX)
                           AND CHG-TERM = WS-LNK-E-TERM (WS-LNK-IDX)
                       EVALUATE TRUE

       1400-POST-TRANSFER-CREDIT.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.

           IF CHG-FILE-STATUS = "00"
               MOVE WS-LNK-E-STUDENT (WS-LNK-IDX) TO CHG-STUDENT-ID
               MOVE WS-SHARE-AMOUNT TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE SPACES TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               CLOSE STUDENT-CHARGE-FILE
               IF FPS-ROW-POSTED
                   ADD 1 TO WS-POSTED-COUNT
                   DISPLAY "SPONSOR TRANSFER POSTED FOR STUDENT "
                       WS-LNK-E-STUDENT (WS-LNK-IDX) " / "
                       WS-LNK-E-TERM (WS-LNK-IDX)
               END-IF
           ELSE
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ")"
       1520-END.


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
