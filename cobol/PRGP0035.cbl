      *          student's tuition charges on the payments file, with
      *          the usual echo/confirm step and an audit line per
      *          receipt (companion to the PRGB0034 assessment batch).
      *          A RECEIPT FROM A STUDENT WHOSE BALANCE WAS WRITTEN OFF
      *          AS BAD DEBT IS CLAIMED BACK AGAINST THE WRITE-OFF BY
      *          PRGS0122 SO IT IS REPORTED AS A RECOVERY. EACH ROW IS
      *          POSTED TO THE KEYED STUDENT.PAYMENTS UNDER THE NEXT
      *          FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW THAT
      *          WILL NOT WRITE IS REPORTED AND NOTHING THAT DEPENDS ON
      *          IT IS RECORDED. SOMEONE HOLDING AN ADMISSION OFFER
      *          (STATUS O) MAY PAY ONLY THE CONFIRMATION DEPOSIT, AND
      *          ONLY AFTER ACCEPTING THE OFFER (PRGN0174) AND BY ITS
      *          DEADLINE. THE DEPOSIT POSTS AS A TYPE D ROW CARRYING
      *          THE TERM OFFERED, MARKS THE OFFER CONFIRMED AND MAKES
      *          THE STUDENT ACTIVE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY PRDSEL.

           COPY JRNSEL.

           COPY OFRSEL.

           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-LOCK-FILE.
       COPY LOCKFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGP0035'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
       01  FILE-STATUS       PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       COPY AUPWRK.
       COPY RCPWRK.

       01  SGN-FILE-STATUS   PIC XX.
       01  OFR-FILE-STATUS   PIC XX.
       01  LOCK-FILE-STATUS  PIC XX.

       COPY SGNWRK.
       COPY STUWRK.
           05  WS-INPUT-REFERENCE     PIC X(12).
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-EDIT-RECOVERED      PIC ZZ,ZZ9.99.

      *    CONFIRMATION DEPOSIT ON AN ADMISSION OFFER.
       01  WS-OFFER-AREAS.
           05  WS-DEPOSIT-RECEIPT     PIC X     VALUE 'N'.
               88  RECEIPT-IS-DEPOSIT        VALUE 'Y'.
           05  WS-DEPOSIT-TERM        PIC X(10) VALUE SPACES.
           05  WS-OFFER-CONFIRMED     PIC X     VALUE 'N'.
               88  OFFER-WAS-CONFIRMED       VALUE 'Y'.

       01  WS-LOCK-AREAS.
           05  WS-LOCK-ACQUIRED      PIC X     VALUE 'N'.
               88  LOCK-WAS-ACQUIRED        VALUE 'Y'.
           05  WS-LOCK-RETRY-COUNT   PIC 9(2)  VALUE 0.

       01  PAY-HEADER.
           05 FILLER      PIC X VALUE '+'.

           CLOSE STUDENT-VSAM-FILE.

      *    SOMEONE HOLDING AN ADMISSION OFFER IS NOT A STUDENT YET -
      *    THE ONLY RECEIPT TAKEN IS THE CONFIRMATION DEPOSIT, AND
      *    ONLY ONCE THE OFFER HAS BEEN ACCEPTED.
           IF WS-STUDENT-VSAM-STATUS = 'O'
                   OR WS-STUDENT-VSAM-STATUS = 'X'
               PERFORM 1250-CHECK-OFFER
               IF NOT RECEIPT-IS-DEPOSIT
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM 1300-PROMPT-FOR-AMOUNT UNTIL AMOUNT-IS-VALID.

           PERFORM 1310-PROMPT-FOR-REFERENCE.
           DISPLAY "NAME      : " WS-STUDENT-VSAM-NAME.
           DISPLAY "AMOUNT    : " WS-PAY-AMOUNT.
           DISPLAY "REFERENCE : " WS-INPUT-REFERENCE.
           IF RECEIPT-IS-DEPOSIT
               DISPLAY "TYPE      : CONFIRMATION DEPOSIT FOR "
                   WS-DEPOSIT-TERM
           END-IF.
           DISPLAY "POST THIS PAYMENT (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.


       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE

       1200-END.

       1250-CHECK-OFFER.

           MOVE 'N' TO WS-DEPOSIT-RECEIPT.

           OPEN INPUT ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT " WS-STUDENT-VSAM-ID " HOLDS AN OFFER "
                   "BUT ADMISSION.OFFERS CANNOT BE READ (STATUS = "
                   OFR-FILE-STATUS ") - NOTHING POSTED."
           ELSE
               MOVE WS-STUDENT-VSAM-ID TO OFR-STUDENT-ID
               READ ADMISSION-OFFER-FILE
                   KEY IS OFR-STUDENT-ID
                   INVALID KEY
                       DISPLAY "NO ADMISSION OFFER ON FILE FOR "
                           WS-STUDENT-VSAM-ID " - NOTHING POSTED."
                   NOT INVALID KEY
                       PERFORM 1255-JUDGE-OFFER
               END-READ
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

       1250-END.

       1255-JUDGE-OFFER.

           EVALUATE TRUE
               WHEN OFR-OFFERED
                   DISPLAY "THE OFFER HAS NOT BEEN ACCEPTED - RECORD "
                       "THE ACCEPTANCE BEFORE TAKING THE DEPOSIT."
               WHEN OFR-ACCEPTED AND CURRENT-DATE > OFR-DEADLINE
                   DISPLAY "THE OFFER DEADLINE (" OFR-DEADLINE
                       ") HAS PASSED - NO DEPOSIT MAY BE TAKEN."
               WHEN OFR-ACCEPTED
                   SET RECEIPT-IS-DEPOSIT TO TRUE
                   MOVE OFR-TERM TO WS-DEPOSIT-TERM
                   DISPLAY "THIS RECEIPT IS THE CONFIRMATION DEPOSIT "
                       "FOR " OFR-COURSE " / " OFR-TERM "."
               WHEN OTHER
                   DISPLAY "THE OFFER IS CLOSED (STATUS " OFR-STATUS
                       ") - NOTHING POSTED."
           END-EVALUATE.

       1255-END.

       1300-PROMPT-FOR-AMOUNT.

           DISPLAY "ENTER PAYMENT AMOUNT (DIGITS ONLY, 9999999 = "

       1400-POST-PAYMENT.

           PERFORM 0895-OPEN-PAYMENTS-FOR-POSTING.

           IF PAY-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO PAY-STUDENT-ID
               SET PAY-IS-RECEIPT TO TRUE
               MOVE ',' TO PAY-SEPARATOR6
               MOVE SPACES TO PAY-REASON
               IF RECEIPT-IS-DEPOSIT
                   SET PAY-IS-DEPOSIT TO TRUE
                   MOVE WS-DEPOSIT-TERM TO PAY-REASON
               END-IF
               PERFORM 0897-POST-PAYMENT-ROW
               CLOSE STUDENT-PAYMENT-FILE
               IF FPS-ROW-POSTED
                   DISPLAY "PAYMENT POSTED FOR STUDENT "
                       WS-STUDENT-VSAM-ID "."
                   PERFORM 1500-WRITE-AUDIT-RECORD
                   IF RECEIPT-IS-DEPOSIT
                       PERFORM 1700-CONFIRM-OFFER
                   ELSE
                       PERFORM 1600-CLAIM-RECOVERY
                   END-IF
               END-IF
           ELSE
               DISPLAY "ERROR OPENING STUDENT.PAYMENTS (STATUS = "
                   PAY-FILE-STATUS ")"

       1500-END.

      *    A RECEIPT FROM A WRITTEN-OFF STUDENT REINSTATES THE PART OF
      *    THE DEBT IT REPAYS, SO THE ACCOUNT DOES NOT GO INTO CREDIT.
       1600-CLAIM-RECOVERY.

           MOVE WS-STUDENT-VSAM-ID TO RCP-STUDENT-ID.
           MOVE WS-PAY-AMOUNT TO RCP-RECEIPT-AMOUNT.
           MOVE "PRGP0035" TO RCP-PROGRAM.
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

       1600-END.

      *    THE DEPOSIT CONFIRMS THE OFFER AND THE STUDENT GOES ACTIVE.
      *    IF STUDENT.VSAM CANNOT BE UPDATED NOW, THE CONFIRMED OFFER
      *    IS ENOUGH - THE NIGHTLY OFFER RUN (PRGB0171) ACTIVATES ANY
      *    CONFIRMED OFFER STILL AT 'O'.
       1700-CONFIRM-OFFER.

           MOVE 'N' TO WS-OFFER-CONFIRMED.

           OPEN I-O ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO OFR-STUDENT-ID
               READ ADMISSION-OFFER-FILE
                   KEY IS OFR-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OFR-CONFIRMED TO TRUE
                       MOVE WS-PAY-AMOUNT TO OFR-DEPOSIT-AMOUNT
                       MOVE CURRENT-DATE TO OFR-DEPOSIT-DATE
                       REWRITE ADMISSION-OFFER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               SET OFFER-WAS-CONFIRMED TO TRUE
                       END-REWRITE
               END-READ
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

           IF NOT OFFER-WAS-CONFIRMED
               DISPLAY "WARNING: THE DEPOSIT IS POSTED BUT THE OFFER "
                   "COULD NOT BE MARKED CONFIRMED (STATUS = "
                   OFR-FILE-STATUS ") - TELL ADMISSIONS."
           ELSE
               PERFORM 0930-ACQUIRE-LOCK
                   UNTIL LOCK-WAS-ACQUIRED OR WS-LOCK-RETRY-COUNT > 5
               IF LOCK-WAS-ACQUIRED
                   PERFORM 1710-ACTIVATE-STUDENT
                   PERFORM 0950-RELEASE-LOCK
               ELSE
                   DISPLAY "STUDENT.VSAM IS BUSY - THE STUDENT WILL BE "
                       "MADE ACTIVE IN TONIGHT'S OFFER RUN."
               END-IF
           END-IF.

       1700-END.

       1710-ACTIVATE-STUDENT.

           OPEN I-O STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               MOVE WS-STUDENT-VSAM-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-ACTIVE TO TRUE
                       MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE
                       REWRITE STUDENT-VSAM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR ACTIVATING STUDENT "
                                   "(STATUS = " FILE-CHECK-KEY ")"
                           NOT INVALID KEY
                               DISPLAY "OFFER CONFIRMED - STUDENT "
                                   WS-STUDENT-VSAM-ID " IS NOW ACTIVE."
                               MOVE 'S' TO WS-JRN-FILE-ID
                               MOVE 'R' TO WS-JRN-ACTION
                               MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                               PERFORM 0870-WRITE-JOURNAL
                       END-REWRITE
               END-READ
               CLOSE STUDENT-VSAM-FILE
           END-IF.

       1710-END.

      *    A SIMPLE ENQUEUE FILE: THE RECORD'S LOCK-STATUS BYTE MARKS
      *    WHETHER STUDENT-VSAM-FILE IS CURRENTLY CHECKED OUT BY
      *    ANOTHER MAINTENANCE PROGRAM.
       0930-ACQUIRE-LOCK.

           SET LOCK-FREE TO TRUE.
           OPEN INPUT STUDENT-LOCK-FILE.
           IF LOCK-FILE-STATUS = "00"
               READ STUDENT-LOCK-FILE INTO STUDENT-LOCK-RECORD
                   AT END SET LOCK-FREE TO TRUE
               END-READ
               CLOSE STUDENT-LOCK-FILE
           END-IF.

           IF LOCK-FREE
               SET LOCK-HELD TO TRUE
               MOVE "PRGP0035" TO LOCK-HOLDER-PROGRAM
               OPEN OUTPUT STUDENT-LOCK-FILE
               WRITE STUDENT-LOCK-RECORD
               CLOSE STUDENT-LOCK-FILE
               SET LOCK-WAS-ACQUIRED TO TRUE
           ELSE
               DISPLAY "STUDENT.VSAM IS LOCKED BY " LOCK-HOLDER-PROGRAM
                   " - WAITING..."
               ADD 1 TO WS-LOCK-RETRY-COUNT
           END-IF.

       0930-END.

       0950-RELEASE-LOCK.

           IF LOCK-WAS-ACQUIRED
               SET LOCK-FREE TO TRUE
               OPEN OUTPUT STUDENT-LOCK-FILE
               WRITE STUDENT-LOCK-RECORD
               CLOSE STUDENT-LOCK-FILE
           END-IF.

       0950-END.

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
