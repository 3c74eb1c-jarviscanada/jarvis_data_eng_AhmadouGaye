      *          with a reason code, so the receipt trail shows the
      *          reversal instead of history being edited. REQUIRES
      *          ROLE 3; A RECEIPT ALREADY VOIDED IS NOT VOIDED
      *          AGAIN. COMPANION TO PRGP0035'S POSTING FLOW. EACH ROW
      *          IS POSTED TO THE KEYED STUDENT.PAYMENTS UNDER THE NEXT
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
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGP0072'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
               88  RECEIPT-WAS-FOUND         VALUE 'Y'.
           05  WS-VOID-EXISTS         PIC X     VALUE 'N'.
               88  VOID-ALREADY-EXISTS       VALUE 'Y'.
           05  WS-ORIG-STUDENT        PIC 9(6)  VALUE 0.
           05  WS-ORIG-AMOUNT         PIC 9(5)V99 VALUE 0.
           05  WS-ORIG-DATE           PIC 9(8)  VALUE 0.
           05  WS-INPUT-REASON        PIC X(10).

       1210-SCAN-ONE-RECEIPT.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAY-EOF TO TRUE
               NOT AT END
      *    OF THE CORRECTION STAY READABLE ON THE FILE.
       1400-POST-VOID.

           PERFORM 0895-OPEN-PAYMENTS-FOR-POSTING.

           IF PAY-FILE-STATUS = "00"
               MOVE WS-ORIG-STUDENT TO PAY-STUDENT-ID
               SET PAY-IS-VOID TO TRUE
               MOVE ',' TO PAY-SEPARATOR6
               MOVE WS-INPUT-REASON TO PAY-REASON
               PERFORM 0897-POST-PAYMENT-ROW
               CLOSE STUDENT-PAYMENT-FILE
               IF FPS-ROW-POSTED
                   DISPLAY "VOID POSTED AGAINST RECEIPT "
                       WS-INPUT-REFERENCE "."
                   PERFORM 1500-WRITE-AUDIT-RECORD
               END-IF
           ELSE
               DISPLAY "ERROR OPENING STUDENT.PAYMENTS (STATUS = "
                   PAY-FILE-STATUS ")"

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
