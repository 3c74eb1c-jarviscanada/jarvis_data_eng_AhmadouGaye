      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time STUDENT.CHARGES and STUDENT.PAYMENTS
      *          conversion - both files move from line sequential to
      *          indexed, keyed by student plus a per-student
      *          sequence. This utility unloads each old-format file
      *          to a sequential work file, rebuilds it as an indexed
      *          file under the new layout, and reloads every row,
      *          numbering each student's rows from 1 IN THE ORDER
      *          THEY WERE ORIGINALLY POSTED. A FILE WHOSE ROWS DO NOT
      *          READ AS THE OLD LAYOUT (ALREADY CONVERTED) IS LEFT
      *          ALONE. RUN ONCE, BEFORE THE FIRST POST AGAINST THE
      *          NEW LAYOUT; THE WORK FILES ARE KEPT AS THE PRE-
      *          CONVERSION COPY. THIS PROGRAM OWNS BOTH FILES'
      *          CONVERSION TO THE SIX-DIGIT STUDENT ID AS WELL: IT
      *          READS THE FOUR-DIGIT LINE-SEQUENTIAL ROWS AND WRITES
      *          SIX-DIGIT KEYS, AND THE STUDENT-ID CONVERSION PRGB0163
      *          LEAVES THE TWO FILES TO IT. RUN IT AFTER PRGB0163'S
      *          STAGED FILES HAVE BEEN MOVED OVER PRODUCTION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0152.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SAME PHYSICAL FILES UNDER THEIR OLD ORGANIZATION AND
      *    RECORD LAYOUT - ONLY EVER OPENED INPUT, AND NEVER AT THE
      *    SAME TIME AS THE NEW-LAYOUT SELECTS BELOW.
           SELECT OLD-CHARGE-FILE ASSIGN TO '../STUDENT.CHARGES'
               FILE STATUS IS OCH-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-PAYMENT-FILE ASSIGN TO '../STUDENT.PAYMENTS'
               FILE STATUS IS OPY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY CHGSEL.

           COPY PAYSEL.

           SELECT CHARGE-WORK-FILE ASSIGN TO '../CHARGES.CONVERT.WRK'
               FILE STATUS IS CWK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-WORK-FILE
               ASSIGN TO '../PAYMENTS.CONVERT.WRK'
               FILE STATUS IS PWK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-CHARGE-FILE.
       01  OLD-CHARGE-RECORD.
           05 OCH-STUDENT-ID                PIC 9(4).
           05 OCH-SEPARATOR1                PIC X.
           05 OCH-COURSE                    PIC X(15).
           05 OCH-SEPARATOR2                PIC X.
           05 OCH-TERM                      PIC X(10).
           05 OCH-SEPARATOR3                PIC X.
           05 OCH-TYPE                      PIC X.
           05 OCH-SEPARATOR4                PIC X.
           05 OCH-AMOUNT                    PIC 9(5)V99.
           05 OCH-SEPARATOR5                PIC X.
           05 OCH-DATE                      PIC 9(8).
           05 OCH-SEPARATOR6                PIC X.
           05 OCH-FEE-CODE                  PIC X(6).

       FD OLD-PAYMENT-FILE.
       01  OLD-PAYMENT-RECORD.
           05 OPY-STUDENT-ID                PIC 9(4).
           05 OPY-SEPARATOR1                PIC X.
           05 OPY-AMOUNT                    PIC 9(5)V99.
           05 OPY-SEPARATOR2                PIC X.
           05 OPY-DATE                      PIC 9(8).
           05 OPY-SEPARATOR3                PIC X.
           05 OPY-REFERENCE                 PIC X(12).
           05 OPY-SEPARATOR4                PIC X.
           05 OPY-OPERATOR                  PIC X(8).
           05 OPY-SEPARATOR5                PIC X.
           05 OPY-TYPE                      PIC X.
           05 OPY-SEPARATOR6                PIC X.
           05 OPY-REASON                    PIC X(10).

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD CHARGE-WORK-FILE.
       01  CHARGE-WORK-RECORD.
           05 CWK-STUDENT-ID                PIC 9(6).
           05 CWK-COURSE                    PIC X(15).
           05 CWK-TERM                      PIC X(10).
           05 CWK-TYPE                      PIC X.
           05 CWK-AMOUNT                    PIC 9(5)V99.
           05 CWK-DATE                      PIC 9(8).
           05 CWK-FEE-CODE                  PIC X(6).

       FD PAYMENT-WORK-FILE.
       01  PAYMENT-WORK-RECORD.
           05 PWK-STUDENT-ID                PIC 9(6).
           05 PWK-AMOUNT                    PIC 9(5)V99.
           05 PWK-DATE                      PIC 9(8).
           05 PWK-REFERENCE                 PIC X(12).
           05 PWK-OPERATOR                  PIC X(8).
           05 PWK-TYPE                      PIC X.
           05 PWK-REASON                    PIC X(10).

       WORKING-STORAGE SECTION.

       01  OCH-FILE-STATUS   PIC XX.
       01  OPY-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  CWK-FILE-STATUS   PIC XX.
       01  PWK-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-CONFIRM          PIC X     VALUE 'N'.
               88  CONFIRM-CONVERT          VALUE 'Y'.
           05  WS-OLD-EOF          PIC X     VALUE 'N'.
               88  OLD-FILE-EOF             VALUE 'Y'.
           05  WS-OLD-VALID        PIC X     VALUE 'N'.
               88  OLD-ROW-IS-VALID         VALUE 'Y'.
           05  WS-WRK-EOF          PIC X     VALUE 'N'.
               88  WORK-FILE-EOF            VALUE 'Y'.
           05  WS-UNLOADED-COUNT   PIC 9(6)  VALUE 0.
           05  WS-BAD-COUNT        PIC 9(6)  VALUE 0.
           05  WS-RELOADED-COUNT   PIC 9(6)  VALUE 0.
           05  WS-FAILED-COUNT     PIC 9(6)  VALUE 0.
           05  WS-SEQ-IDX          PIC 9(5)  COMP VALUE 0.

      *    NEXT SEQUENCE TO HAND OUT, ONE SLOT PER STUDENT ID (THE
      *    SLOT IS THE ID PLUS ONE). THE OLD FILES ARE IN POSTING
      *    ORDER, NOT STUDENT ORDER, SO EACH STUDENT'S COUNT IS KEPT
      *    FOR THE WHOLE RELOAD.
       01  WS-SEQUENCE-TABLE-AREAS.
           05  WS-SEQ-TABLE.
               10  WS-SEQ-LAST     PIC 9(6)  OCCURS 10000 TIMES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           DISPLAY "===== ONE-TIME CHARGES/PAYMENTS CONVERSION =====".

           DISPLAY "THIS REBUILDS STUDENT.CHARGES AND STUDENT.PAYMENTS "
               "AS INDEXED FILES. COPY BOTH FILES ASIDE FIRST.".
           DISPLAY "PROCEED (Y/N)? >>".
           ACCEPT WS-CONFIRM.

           IF NOT CONFIRM-CONVERT
               DISPLAY "<---- CONVERSION CANCELLED. --->"
               GOBACK
           END-IF.

           PERFORM 1000-CONVERT-CHARGES.

           PERFORM 2000-CONVERT-PAYMENTS.

           GOBACK.

       0000-END.

       1000-CONVERT-CHARGES.

           MOVE 0 TO WS-UNLOADED-COUNT.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO WS-RELOADED-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE 'N' TO WS-OLD-EOF.
           MOVE 'N' TO WS-WRK-EOF.

           PERFORM 1100-UNLOAD-OLD-CHARGES.

           IF WS-BAD-COUNT > 0
               DISPLAY "STUDENT.CHARGES ROWS DO NOT READ AS THE OLD "
                   "LAYOUT - ALREADY CONVERTED? STUDENT.CHARGES NOT "
                   "REBUILT."
           ELSE
               IF WS-UNLOADED-COUNT = 0
                   DISPLAY "NOTHING UNLOADED - STUDENT.CHARGES NOT "
                       "REBUILT."
               ELSE
                   PERFORM 1300-RELOAD-NEW-CHARGES
               END-IF
           END-IF.

           DISPLAY "-------------------------------------------".
           DISPLAY "STUDENT.CHARGES".
           DISPLAY "OLD-FORMAT ROWS UNLOADED : " WS-UNLOADED-COUNT.
           DISPLAY "ROWS NOT IN OLD FORMAT   : " WS-BAD-COUNT.
           DISPLAY "NEW-FORMAT ROWS RELOADED : " WS-RELOADED-COUNT.
           DISPLAY "ROWS FAILED              : " WS-FAILED-COUNT.
           DISPLAY "-------------------------------------------".

       1000-END.

       1100-UNLOAD-OLD-CHARGES.

           OPEN INPUT OLD-CHARGE-FILE.
           IF OCH-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STUDENT.CHARGES UNDER THE OLD "
                   "LAYOUT (STATUS = " OCH-FILE-STATUS ")."
               DISPLAY "STATUS 35 = NO FILE. NOTHING TO CONVERT."
           ELSE
               PERFORM 1105-READ-OLD-CHARGE
               IF NOT OLD-FILE-EOF AND NOT OLD-ROW-IS-VALID
                   ADD 1 TO WS-BAD-COUNT
                   CLOSE OLD-CHARGE-FILE
               ELSE
                   PERFORM 1107-OPEN-CHARGE-WORK-FILE
               END-IF
           END-IF.

       1100-END.

      *    THE FIRST ROW IS CHECKED BEFORE THE WORK FILE IS OPENED, SO
      *    A SECOND RUN AGAINST AN ALREADY-INDEXED FILE NEVER WIPES
      *    THE PRE-CONVERSION COPY LEFT BY THE FIRST.
       1105-READ-OLD-CHARGE.

           MOVE 'N' TO WS-OLD-VALID.
           READ OLD-CHARGE-FILE
               AT END
                   SET OLD-FILE-EOF TO TRUE
               NOT AT END
                   IF OCH-STUDENT-ID IS NUMERIC
                           AND OCH-SEPARATOR1 = ','
                       SET OLD-ROW-IS-VALID TO TRUE
                   END-IF
           END-READ.

       1105-END.

       1107-OPEN-CHARGE-WORK-FILE.

           OPEN OUTPUT CHARGE-WORK-FILE.
           IF CWK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHARGES.CONVERT.WRK (STATUS = "
                   CWK-FILE-STATUS ")"
               CLOSE OLD-CHARGE-FILE
           ELSE
               PERFORM 1110-UNLOAD-ONE-CHARGE UNTIL OLD-FILE-EOF
               CLOSE OLD-CHARGE-FILE, CHARGE-WORK-FILE
           END-IF.

       1107-END.

      *    A ROW WITHOUT A NUMERIC STUDENT AND THE COMMA AFTER IT IS
      *    NOT AN OLD-FORMAT LINE; THE REBUILD IS THEN REFUSED SO AN
      *    ALREADY-INDEXED FILE IS NEVER OVERWRITTEN WITH GARBAGE.
       1110-UNLOAD-ONE-CHARGE.

           IF OLD-ROW-IS-VALID
               MOVE OCH-STUDENT-ID TO CWK-STUDENT-ID
               MOVE OCH-COURSE TO CWK-COURSE
               MOVE OCH-TERM TO CWK-TERM
               MOVE OCH-TYPE TO CWK-TYPE
               MOVE OCH-AMOUNT TO CWK-AMOUNT
               MOVE OCH-DATE TO CWK-DATE
               MOVE OCH-FEE-CODE TO CWK-FEE-CODE
               WRITE CHARGE-WORK-RECORD
               ADD 1 TO WS-UNLOADED-COUNT
           ELSE
               ADD 1 TO WS-BAD-COUNT
           END-IF.

           PERFORM 1105-READ-OLD-CHARGE.

       1110-END.

      *    THE OPEN OUTPUT REBUILDS STUDENT.CHARGES AS AN INDEXED
      *    FILE; EACH ROW TAKES THE NEXT SEQUENCE FOR ITS STUDENT.
       1300-RELOAD-NEW-CHARGES.

           MOVE ZEROS TO WS-SEQ-TABLE.

           OPEN INPUT CHARGE-WORK-FILE.
           IF CWK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REOPENING CHARGES.CONVERT.WRK (STATUS = "
                   CWK-FILE-STATUS ")"
           ELSE
               OPEN OUTPUT STUDENT-CHARGE-FILE
               IF CHG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR REBUILDING STUDENT.CHARGES (STATUS "
                       "= " CHG-FILE-STATUS ")"
                   CLOSE CHARGE-WORK-FILE
               ELSE
                   PERFORM 1310-RELOAD-ONE-CHARGE UNTIL WORK-FILE-EOF
                   CLOSE CHARGE-WORK-FILE, STUDENT-CHARGE-FILE
               END-IF
           END-IF.

       1300-END.

       1310-RELOAD-ONE-CHARGE.

           READ CHARGE-WORK-FILE
               AT END
                   SET WORK-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO CWK-STUDENT-ID GIVING WS-SEQ-IDX
                   ADD 1 TO WS-SEQ-LAST (WS-SEQ-IDX)
                   MOVE CWK-STUDENT-ID TO CHG-STUDENT-ID
                   MOVE WS-SEQ-LAST (WS-SEQ-IDX) TO CHG-SEQUENCE
                   MOVE ',' TO CHG-SEPARATOR1
                   MOVE CWK-COURSE TO CHG-COURSE
                   MOVE ',' TO CHG-SEPARATOR2
                   MOVE CWK-TERM TO CHG-TERM
                   MOVE ',' TO CHG-SEPARATOR3
                   MOVE CWK-TYPE TO CHG-TYPE
                   MOVE ',' TO CHG-SEPARATOR4
                   MOVE CWK-AMOUNT TO CHG-AMOUNT
                   MOVE ',' TO CHG-SEPARATOR5
                   MOVE CWK-DATE TO CHG-DATE
                   MOVE ',' TO CHG-SEPARATOR6
                   MOVE CWK-FEE-CODE TO CHG-FEE-CODE
                   WRITE STUDENT-CHARGE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOADED-COUNT
                   END-WRITE
           END-READ.

       1310-END.

       2000-CONVERT-PAYMENTS.

           MOVE 0 TO WS-UNLOADED-COUNT.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO WS-RELOADED-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE 'N' TO WS-OLD-EOF.
           MOVE 'N' TO WS-WRK-EOF.

           PERFORM 2100-UNLOAD-OLD-PAYMENTS.

           IF WS-BAD-COUNT > 0
               DISPLAY "STUDENT.PAYMENTS ROWS DO NOT READ AS THE OLD "
                   "LAYOUT - ALREADY CONVERTED? STUDENT.PAYMENTS NOT "
                   "REBUILT."
           ELSE
               IF WS-UNLOADED-COUNT = 0
                   DISPLAY "NOTHING UNLOADED - STUDENT.PAYMENTS NOT "
                       "REBUILT."
               ELSE
                   PERFORM 2300-RELOAD-NEW-PAYMENTS
               END-IF
           END-IF.

           DISPLAY "-------------------------------------------".
           DISPLAY "STUDENT.PAYMENTS".
           DISPLAY "OLD-FORMAT ROWS UNLOADED : " WS-UNLOADED-COUNT.
           DISPLAY "ROWS NOT IN OLD FORMAT   : " WS-BAD-COUNT.
           DISPLAY "NEW-FORMAT ROWS RELOADED : " WS-RELOADED-COUNT.
           DISPLAY "ROWS FAILED              : " WS-FAILED-COUNT.
           DISPLAY "-------------------------------------------".

       2000-END.

       2100-UNLOAD-OLD-PAYMENTS.

           OPEN INPUT OLD-PAYMENT-FILE.
           IF OPY-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN STUDENT.PAYMENTS UNDER THE OLD "
                   "LAYOUT (STATUS = " OPY-FILE-STATUS ")."
               DISPLAY "STATUS 35 = NO FILE. NOTHING TO CONVERT."
           ELSE
               PERFORM 2105-READ-OLD-PAYMENT
               IF NOT OLD-FILE-EOF AND NOT OLD-ROW-IS-VALID
                   ADD 1 TO WS-BAD-COUNT
                   CLOSE OLD-PAYMENT-FILE
               ELSE
                   PERFORM 2107-OPEN-PAYMENT-WORK-FILE
               END-IF
           END-IF.

       2100-END.

      *    THE FIRST ROW IS CHECKED BEFORE THE WORK FILE IS OPENED, SO
      *    A SECOND RUN AGAINST AN ALREADY-INDEXED FILE NEVER WIPES
      *    THE PRE-CONVERSION COPY LEFT BY THE FIRST.
       2105-READ-OLD-PAYMENT.

           MOVE 'N' TO WS-OLD-VALID.
           READ OLD-PAYMENT-FILE
               AT END
                   SET OLD-FILE-EOF TO TRUE
               NOT AT END
                   IF OPY-STUDENT-ID IS NUMERIC
                           AND OPY-SEPARATOR1 = ','
                       SET OLD-ROW-IS-VALID TO TRUE
                   END-IF
           END-READ.

       2105-END.

       2107-OPEN-PAYMENT-WORK-FILE.

           OPEN OUTPUT PAYMENT-WORK-FILE.
           IF PWK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PAYMENTS.CONVERT.WRK (STATUS = "
                   PWK-FILE-STATUS ")"
               CLOSE OLD-PAYMENT-FILE
           ELSE
               PERFORM 2110-UNLOAD-ONE-PAYMENT UNTIL OLD-FILE-EOF
               CLOSE OLD-PAYMENT-FILE, PAYMENT-WORK-FILE
           END-IF.

       2107-END.

       2110-UNLOAD-ONE-PAYMENT.

           IF OLD-ROW-IS-VALID
               MOVE OPY-STUDENT-ID TO PWK-STUDENT-ID
               MOVE OPY-AMOUNT TO PWK-AMOUNT
               MOVE OPY-DATE TO PWK-DATE
               MOVE OPY-REFERENCE TO PWK-REFERENCE
               MOVE OPY-OPERATOR TO PWK-OPERATOR
               MOVE OPY-TYPE TO PWK-TYPE
               MOVE OPY-REASON TO PWK-REASON
               WRITE PAYMENT-WORK-RECORD
               ADD 1 TO WS-UNLOADED-COUNT
           ELSE
               ADD 1 TO WS-BAD-COUNT
           END-IF.

           PERFORM 2105-READ-OLD-PAYMENT.

       2110-END.

       2300-RELOAD-NEW-PAYMENTS.

           MOVE ZEROS TO WS-SEQ-TABLE.

           OPEN INPUT PAYMENT-WORK-FILE.
           IF PWK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR REOPENING PAYMENTS.CONVERT.WRK (STATUS "
                   "= " PWK-FILE-STATUS ")"
           ELSE
               OPEN OUTPUT STUDENT-PAYMENT-FILE
               IF PAY-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR REBUILDING STUDENT.PAYMENTS (STATUS "
                       "= " PAY-FILE-STATUS ")"
                   CLOSE PAYMENT-WORK-FILE
               ELSE
                   PERFORM 2310-RELOAD-ONE-PAYMENT UNTIL WORK-FILE-EOF
                   CLOSE PAYMENT-WORK-FILE, STUDENT-PAYMENT-FILE
               END-IF
           END-IF.

       2300-END.

       2310-RELOAD-ONE-PAYMENT.

           READ PAYMENT-WORK-FILE
               AT END
                   SET WORK-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO PWK-STUDENT-ID GIVING WS-SEQ-IDX
                   ADD 1 TO WS-SEQ-LAST (WS-SEQ-IDX)
                   MOVE PWK-STUDENT-ID TO PAY-STUDENT-ID
                   MOVE WS-SEQ-LAST (WS-SEQ-IDX) TO PAY-SEQUENCE
                   MOVE ',' TO PAY-SEPARATOR1
                   MOVE PWK-AMOUNT TO PAY-AMOUNT
                   MOVE ',' TO PAY-SEPARATOR2
                   MOVE PWK-DATE TO PAY-DATE
                   MOVE ',' TO PAY-SEPARATOR3
                   MOVE PWK-REFERENCE TO PAY-REFERENCE
                   MOVE ',' TO PAY-SEPARATOR4
                   MOVE PWK-OPERATOR TO PAY-OPERATOR
                   MOVE ',' TO PAY-SEPARATOR5
                   MOVE PWK-TYPE TO PAY-TYPE
                   MOVE ',' TO PAY-SEPARATOR6
                   MOVE PWK-REASON TO PAY-REASON
                   WRITE STUDENT-PAYMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOADED-COUNT
                   END-WRITE
           END-READ.

       2310-END.

       END PROGRAM PRGB0152.
