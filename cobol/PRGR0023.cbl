      *          student so mid-term schedule changes no longer need a
      *          developer editing ENROLLMENT.VSAM by hand (modeled on
      *          PRGI0002's insert flow and PRGC0015's add/edit flow).
      *          A DROP REVERSES THE NET TUITION BILLED FOR THE
      *          COURSE, INCLUDING ANY FEE CATEGORY RE-PRICING ROWS.
      *          A STUDENT SUSPENDED FOR ACADEMIC MISCONDUCT ('S') MAY
      *          DROP BUT NOT ADD. AN ADD BEFORE THE STUDENT'S
      *          REGISTRATION APPOINTMENT FOR THE TERM (PRGB0150) IS
      *          REFUSED; DROPS ARE NOT HELD TO THE APPOINTMENT.
      *          AN ADD THAT TAKES THE STUDENT'S CREDIT LOAD FOR THE
      *          TERM PAST THE HOUSE CAP (LOWER ON PROBATION) IS
      *          REFUSED AND AUDITED UNLESS A REGISTRAR HAS APPROVED
      *          AN OVERLOAD FOR THE STUDENT AND TERM (PRGN0151). EACH
      *          ROW IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE
      *          NEXT FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW
      *          THAT WILL NOT WRITE IS REPORTED AND NOTHING THAT
      *          DEPENDS ON IT IS RECORDED. A SECTION CANCELLED BY
      *          PRGB0162 TAKES NO ADD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CMPSEL.

           COPY APTSEL.

           COPY OVLSEL.

           COPY STDSEL.

       DATA DIVISION.
       FILE SECTION.

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD APPOINTMENT-VSAM-FILE.
       COPY APTFD.

       FD OVERLOAD-APPROVAL-FILE.
       COPY OVLFD.

       FD ACADEMIC-STANDING-FILE.
       COPY STDFD.

       WORKING-STORAGE SECTION.

       COPY FPSWRK.

       COPY LKPWRK.

       COPY BDWRK.

       COPY CLDWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
       01  ASG-FILE-STATUS   PIC XX.
       01  CMR-FILE-STATUS   PIC XX.
       01  CMP-FILE-STATUS   PIC XX.
       01  APT-FILE-STATUS   PIC XX.
       01  OVL-FILE-STATUS   PIC XX.
       01  STD-FILE-STATUS   PIC XX.

       COPY STUWRK.

               88  CONFIRM-LATE-DROP         VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).
           05  WS-AUDIT-ID            PIC 9(6)  VALUE 0.

       01  WS-CAPACITY-AREAS.
           05  WS-COURSE-CAPACITY     PIC 9(3)  VALUE 0.
               88  SECTIONS-ARE-DEFINED      VALUE 'Y'.
           05  WS-SECTION-FOUND       PIC X     VALUE 'N'.
               88  SECTION-WAS-FOUND         VALUE 'Y'.
           05  WS-SECTION-CANCELLED   PIC X     VALUE 'N'.
               88  SECTION-WAS-CANCELLED     VALUE 'Y'.
           05  WS-SECTION-CAPACITY    PIC 9(3)  VALUE 0.
           05  WS-ROW-SECTION         PIC 9(2)  VALUE 0.
           05  WS-ASG-SECTION-NORM    PIC 9(2)  VALUE 0.
           05  WS-HOLD-COURSE         PIC X(15) VALUE SPACES.
           05  WS-HOLD-SECTION        PIC 9(2)  VALUE 0.

       01  WS-APPOINTMENT-AREAS.
           05  WS-CLOCK-TIME          PIC 9(8)  VALUE 0.
           05  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMM      PIC 9(4).
               10  FILLER             PIC 9(4).
           05  WS-APPT-REACHED        PIC X     VALUE 'Y'.
               88  APPOINTMENT-REACHED       VALUE 'Y'.

       01  WS-LOAD-AREAS.
           05  WS-LOAD-CAP            PIC 9(2)  VALUE 0.
           05  WS-TERM-LOAD           PIC 9(3)  VALUE 0.
           05  WS-ROW-CREDITS         PIC 9(2)  VALUE 0.
           05  WS-ENR3-EOF            PIC X     VALUE 'N'.
               88  ENR-LOAD-EOF              VALUE 'Y'.
           05  WS-STD-EOF             PIC X     VALUE 'N'.
               88  STD-SCAN-EOF              VALUE 'Y'.
           05  WS-OVL-EOF             PIC X     VALUE 'N'.
               88  OVL-SCAN-EOF              VALUE 'Y'.
           05  WS-LATEST-STANDING     PIC X(10) VALUE SPACES.
           05  WS-OVERLOAD-MAX        PIC 9(2)  VALUE 0.
           05  WS-LOAD-OK             PIC X     VALUE 'Y'.
               88  LOAD-IS-OK                VALUE 'Y'.

       01  WS-HOLD-AREAS.
           05  WS-HOLD-EOF            PIC X     VALUE 'N'.
               88  HOLD-SCAN-EOF             VALUE 'Y'.
           05  WS-WTL-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-WTL-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-WTL-PROMOTE-IDX     PIC 9(3)  COMP VALUE 0.
           05  WS-PROMOTED-ID         PIC 9(6)  VALUE 0.
           05  WS-WTL-OVERFLOW        PIC X     VALUE 'N'.
               88  WTL-TABLE-OVERFLOWED      VALUE 'Y'.
           05  WS-WTL-TABLE.
               10  WS-WTL-ENTRY       OCCURS 500 TIMES.
                   15  WS-WTL-E-COURSE     PIC X(15).
                   15  WS-WTL-E-TERM       PIC X(10).
                   15  WS-WTL-E-STUDENT    PIC 9(6).
                   15  WS-WTL-E-DATE       PIC 9(8).
                   15  WS-WTL-E-STATUS     PIC X.
                   15  WS-WTL-E-SECTION    PIC X(2).
               PERFORM 1500-STOP-PROGRAM
           END-IF.

      *    A MISCONDUCT SUSPENSION BLOCKS ADDS THE SAME WAY UNTIL THE
      *    TERM-START BATCH LIFTS IT; DROPS ARE STILL ALLOWED.
           IF MODE-IS-ADD
                   AND WS-STUDENT-VSAM-STATUS = 'S'
               DISPLAY "STUDENT " WS-STUDENT-VSAM-ID " IS SUSPENDED "
                   "- ADDS REFUSED UNTIL THE SUSPENSION ENDS."
               PERFORM 1500-STOP-PROGRAM
           END-IF.

      *    A FINANCIAL HOLD BLOCKS NEW ADDS OUTRIGHT; DROPS ARE
      *    STILL ALLOWED SO THE STUDENT CAN REDUCE WHAT THEY OWE.
           IF MODE-IS-ADD

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   IF WS-STUDENT-VSAM-STATUS = 'A'
                           OR WS-STUDENT-VSAM-STATUS = 'L'
                           OR WS-STUDENT-VSAM-STATUS = 'S'
                       DISPLAY "STUDENT: " WS-STUDENT-VSAM-NAME
                       SET STUDENT-WAS-FOUND TO TRUE
                   ELSE
                       " HAS PASSED FOR TERM " WS-INPUT-TERM
                       " - ADD NOT ALLOWED."
               ELSE
                   PERFORM 1239-CHECK-APPOINTMENT
                   IF APPOINTMENT-REACHED
                       SET TERM-IS-VALID TO TRUE
                   ELSE
                       DISPLAY "REGISTRATION FOR " WS-INPUT-TERM
                           " OPENS TO STUDENT " WS-STUDENT-VSAM-ID
                           " ON " APT-START-DATE " AT "
                           APT-START-TIME " - ADD NOT ALLOWED "
                           "BEFORE THE APPOINTMENT."
                   END-IF
               END-IF
           ELSE
               PERFORM 1238-CHECK-DROP-WINDOW

       1237-END.

      *    A STUDENT WITH NO APPOINTMENT FOR THE TERM, OR NO
      *    APPOINTMENT FILE ON HAND, IS NOT HELD BACK.
       1239-CHECK-APPOINTMENT.

           MOVE 'Y' TO WS-APPT-REACHED.

           OPEN INPUT APPOINTMENT-VSAM-FILE.
           IF APT-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO APT-STUDENT-ID
               MOVE WS-INPUT-TERM TO APT-TERM
               READ APPOINTMENT-VSAM-FILE
                   KEY IS APT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-CLOCK-TIME FROM TIME
                       IF CURRENT-DATE < APT-START-DATE
                           MOVE 'N' TO WS-APPT-REACHED
                       END-IF
                       IF CURRENT-DATE = APT-START-DATE
                               AND WS-CLOCK-HHMM < APT-START-TIME
                           MOVE 'N' TO WS-APPT-REACHED
                       END-IF
               END-READ
               CLOSE APPOINTMENT-VSAM-FILE
           END-IF.

       1239-END.

      *    A DROP UP TO THE ADD/DROP DEADLINE LEAVES NO TRANSCRIPT
      *    TRACE; A DROP UP TO THE WITHDRAWAL DEADLINE POSTS A 'W';
      *    A LATER DROP TAKES A REGISTRAR (ROLE 3) OVERRIDE AND
                   AND WS-INPUT-SECTION NOT = '00'
               MOVE WS-INPUT-SECTION TO WS-PICK-SECTION
               PERFORM 1255-VALIDATE-SECTION
               EVALUATE TRUE
                   WHEN SECTION-IS-VALID
                       CONTINUE
                   WHEN SECTION-WAS-CANCELLED
                       DISPLAY "SECTION " WS-PICK-SECTION " OF "
                           WS-INPUT-COURSE " / " WS-INPUT-TERM
                           " WAS CANCELLED."
                   WHEN OTHER
                       DISPLAY "SECTION " WS-PICK-SECTION " IS NOT ON "
                           "THE ASSIGNMENT FILE FOR " WS-INPUT-COURSE
                           " / " WS-INPUT-TERM "."
               END-EVALUATE
           ELSE
               DISPLAY "SECTION MUST BE 2 DIGITS, 01 OR HIGHER."
           END-IF.
           MOVE 'N' TO WS-SECTION-VALID.
           MOVE 'N' TO WS-SECTIONS-DEFINED.
           MOVE 'N' TO WS-SECTION-FOUND.
           MOVE 'N' TO WS-SECTION-CANCELLED.
           MOVE 'N' TO WS-ASG-EOF.
           MOVE 0 TO WS-SECTION-CAPACITY.


      *    LEGACY ASSIGNMENT LINES WITHOUT THE SECTION COLUMN READ
      *    AS SPACES AND COUNT AS SECTION 01 WITH COURSE CAPACITY.
      *    A CANCELLED SECTION STILL COUNTS AS DEFINED, SO THE COURSE
      *    IS NOT MISTAKEN FOR A SINGLE-SECTION ONE, BUT TAKES NO ADD.
       1256-SCAN-ONE-ASSIGNMENT.

           READ INSTRUCTOR-ASSIGN-FILE
                           MOVE 1 TO WS-ASG-SECTION-NORM
                       END-IF
                       IF WS-ASG-SECTION-NORM = WS-PICK-SECTION
                               AND ASG-CANCELLED
                           SET SECTION-WAS-CANCELLED TO TRUE
                       END-IF
                       IF WS-ASG-SECTION-NORM = WS-PICK-SECTION
                               AND ASG-RUNNING
                           SET SECTION-WAS-FOUND TO TRUE
                           IF ASG-CAPACITY IS NUMERIC
                                   AND ASG-CAPACITY > 0
               END-IF
           END-IF.

      *    THE CREDIT-LOAD CAP HAS NO DESK OVERRIDE: ONLY A
      *    REGISTRAR'S OVERLOAD APPROVAL ON FILE LIFTS IT.
           MOVE 'Y' TO WS-LOAD-OK.
           IF (PREREQ-SATISFIED OR PREREQ-WAS-OVERRIDDEN)
                   AND (NOT TIME-CLASH-FOUND OR CONFIRM-CLASH)
               PERFORM 1880-CHECK-CREDIT-LOAD
           END-IF.

           IF (PREREQ-SATISFIED OR PREREQ-WAS-OVERRIDDEN)
                   AND (NOT TIME-CLASH-FOUND OR CONFIRM-CLASH)
                   AND LOAD-IS-OK
               PERFORM 1302-PLACE-STUDENT
           END-IF.


       1876-END.

      *    THE TERM LOAD IS THE CREDIT HOURS OF EVERY ACTIVE ROW THE
      *    STUDENT HOLDS IN THE TERM PLUS THE COURSE BEING ADDED; A
      *    COURSE WITH NO CREDIT HOURS ON THE MASTER COUNTS AS ONE,
      *    AS ON THE TRANSCRIPT. THE CAP IS THE HOUSE CAP, THE
      *    PROBATION CAP WHEN THE STUDENT'S LATEST STANDING IS
      *    PROBATION, OR THE CEILING OF AN ACTIVE OVERLOAD APPROVAL.
       1880-CHECK-CREDIT-LOAD.

           MOVE 'Y' TO WS-LOAD-OK.
           MOVE WS-COURSE-CREDITS TO WS-TERM-LOAD.
           MOVE 'N' TO WS-ENR3-EOF.

           MOVE WS-STUDENT-VSAM-ID TO ENR-STUDENT-ID.
           START ENROLLMENT-VSAM-FILE
               KEY IS NOT LESS THAN ENR-STUDENT-ID
               INVALID KEY
                   SET ENR-LOAD-EOF TO TRUE
           END-START.

           PERFORM 1882-ADD-ONE-ROW-LOAD UNTIL ENR-LOAD-EOF.

           PERFORM 1884-FIND-LATEST-STANDING.
           IF WS-LATEST-STANDING = 'PROBATION '
               MOVE CLD-PROBATION-MAX-CREDITS TO WS-LOAD-CAP
           ELSE
               MOVE CLD-MAX-CREDITS TO WS-LOAD-CAP
           END-IF.

           PERFORM 1886-FIND-OVERLOAD-APPROVAL.
           IF WS-OVERLOAD-MAX > 0
               MOVE WS-OVERLOAD-MAX TO WS-LOAD-CAP
           END-IF.

           IF WS-TERM-LOAD > WS-LOAD-CAP
               MOVE 'N' TO WS-LOAD-OK
               DISPLAY "CREDIT LOAD: " WS-INPUT-COURSE " WOULD TAKE "
                   "STUDENT " WS-STUDENT-VSAM-ID " TO " WS-TERM-LOAD
                   " CREDITS IN " WS-INPUT-TERM ", OVER THE CAP OF "
                   WS-LOAD-CAP "."
               DISPLAY "ENROLLMENT NOT RECORDED - A REGISTRAR MUST "
                   "APPROVE AN OVERLOAD (PRGN0151)."
               MOVE "LOADCAP" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ADD " DELIMITED BY SIZE
                      WS-INPUT-COURSE DELIMITED BY SPACE
                      " REFUSED " DELIMITED BY SIZE
                      WS-TERM-LOAD DELIMITED BY SIZE
                      " OVER CAP " DELIMITED BY SIZE
                      WS-LOAD-CAP DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               MOVE WS-STUDENT-VSAM-ID TO WS-AUDIT-ID
               PERFORM 1600-WRITE-AUDIT-RECORD
           ELSE
               IF WS-OVERLOAD-MAX > 0
                       AND WS-TERM-LOAD > CLD-MAX-CREDITS
                   MOVE "OVERLOAD" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ADD " DELIMITED BY SIZE
                          WS-INPUT-COURSE DELIMITED BY SPACE
                          " UNDER APPROVAL TO " DELIMITED BY SIZE
                          WS-TERM-LOAD DELIMITED BY SIZE
                          " CR" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   END-STRING
                   MOVE WS-STUDENT-VSAM-ID TO WS-AUDIT-ID
                   PERFORM 1600-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       1880-END.

       1882-ADD-ONE-ROW-LOAD.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET ENR-LOAD-EOF TO TRUE
               NOT AT END
                   IF ENR-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET ENR-LOAD-EOF TO TRUE
                   ELSE
                       IF ENR-TERM = WS-INPUT-TERM
                               AND ENR-COURSE NOT = WS-INPUT-COURSE
                               AND ENR-ACTIVE
                           MOVE 1 TO WS-ROW-CREDITS
                           SET LKP-COURSE-LOOKUP TO TRUE
                           MOVE ENR-COURSE TO LKP-KEY
                           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM
                           IF LKP-RECORD-FOUND
                               MOVE LKP-RECORD-IMAGE
                                   TO COURSE-MASTER-RECORD
                               IF CRS-CREDIT-HOURS IS NUMERIC
                                       AND CRS-CREDIT-HOURS > 0
                                   MOVE CRS-CREDIT-HOURS
                                       TO WS-ROW-CREDITS
                               END-IF
                           END-IF
                           ADD WS-ROW-CREDITS TO WS-TERM-LOAD
                       END-IF
                   END-IF
           END-READ.

       1882-END.

      *    THE STANDING BATCH APPENDS A LINE PER STUDENT PER TERM,
      *    SO THE LAST LINE FOR THE STUDENT IS THE LATEST. WITH NO
      *    STANDING FILE ON HAND THE HOUSE CAP APPLIES.
       1884-FIND-LATEST-STANDING.

           MOVE SPACES TO WS-LATEST-STANDING.
           MOVE 'N' TO WS-STD-EOF.

           OPEN INPUT ACADEMIC-STANDING-FILE.
           IF STD-FILE-STATUS = "00"
               PERFORM 1885-SCAN-ONE-STANDING UNTIL STD-SCAN-EOF
               CLOSE ACADEMIC-STANDING-FILE
           END-IF.

       1884-END.

       1885-SCAN-ONE-STANDING.

           READ ACADEMIC-STANDING-FILE
               AT END
                   SET STD-SCAN-EOF TO TRUE
               NOT AT END
                   IF STD-STUDENT-ID = WS-STUDENT-VSAM-ID
                       MOVE STD-STANDING TO WS-LATEST-STANDING
                   END-IF
           END-READ.

       1885-END.

       1886-FIND-OVERLOAD-APPROVAL.

           MOVE 0 TO WS-OVERLOAD-MAX.
           MOVE 'N' TO WS-OVL-EOF.

           OPEN INPUT OVERLOAD-APPROVAL-FILE.
           IF OVL-FILE-STATUS = "00"
               PERFORM 1887-SCAN-ONE-APPROVAL UNTIL OVL-SCAN-EOF
               CLOSE OVERLOAD-APPROVAL-FILE
           END-IF.

       1886-END.

       1887-SCAN-ONE-APPROVAL.

           READ OVERLOAD-APPROVAL-FILE
               AT END
                   SET OVL-SCAN-EOF TO TRUE
               NOT AT END
                   IF OVL-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND OVL-TERM = WS-INPUT-TERM
                           AND OVL-ACTIVE
                           AND OVL-MAX-CREDITS IS NUMERIC
                       MOVE OVL-MAX-CREDITS TO WS-OVERLOAD-MAX
                   END-IF
           END-READ.

       1887-END.

      *    EVERY PREREQUISITE ROW FOR THE REQUESTED COURSE MUST BE
      *    COVERED BY A POSTED GRADE AT OR ABOVE THE ROW'S MINIMUM.
      *    LETTER GRADES COLLATE A < B < C < D < F, SO "AT OR ABOVE"
       1900-END.

      *    WITH NO CHARGES FILE ON HAND THERE IS NOTHING TO REVERSE.
      *    ONLY THE STUDENT'S OWN ROWS ARE READ, FROM A START ON THE
      *    STUDENT KEY.
       1905-LOOK-FOR-OPEN-CHARGE.

           MOVE 'N' TO WS-CHARGE-FOUND.
           MOVE 'N' TO WS-CHG-EOF.
           MOVE 0 TO WS-CHARGE-AMOUNT.

           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-STUDENT-VSAM-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1910-SCAN-ONE-CHARGE UNTIL CHG-EOF
               IF CHARGE-WAS-FOUND
                       AND NOT REVERSAL-ALREADY-EXISTS
                   PERFORM 1920-WRITE-REVERSAL
               END-IF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1905-END.

       1920-WRITE-REVERSAL.

           MOVE WS-STUDENT-VSAM-ID TO CHG-STUDENT-ID.
           MOVE ',' TO CHG-SEPARATOR1.
           MOVE WS-INPUT-COURSE TO CHG-COURSE.
           MOVE ',' TO CHG-SEPARATOR2.
           MOVE WS-INPUT-TERM TO CHG-TERM.
           MOVE ',' TO CHG-SEPARATOR3.
           SET CHG-IS-REVERSAL TO TRUE.
           MOVE ',' TO CHG-SEPARATOR4.
           MOVE WS-CHARGE-AMOUNT TO CHG-AMOUNT.
           MOVE ',' TO CHG-SEPARATOR5.
           MOVE CURRENT-DATE TO CHG-DATE.
           MOVE ',' TO CHG-SEPARATOR6.
           MOVE SPACES TO CHG-FEE-CODE.
           PERFORM 0892-POST-CHARGE-ROW.
           IF FPS-ROW-POSTED
               DISPLAY "TUITION CHARGE REVERSED (DROP BEFORE THE "
                   "ADD/DROP DEADLINE)."
           END-IF.

       1910-SCAN-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = WS-STUDENT-VSAM-ID
                           AND CHG-COURSE = WS-INPUT-COURSE
                           AND CHG-TERM = WS-INPUT-TERM
                       IF CHG-IS-REVERSAL
                           IF CHG-TUITION-RATE-CODE
                               SUBTRACT CHG-AMOUNT
                                   FROM WS-CHARGE-AMOUNT
                           ELSE
                               SET REVERSAL-ALREADY-EXISTS TO TRUE
                           END-IF
                       END-IF
                       IF CHG-IS-CHARGE
                           SET CHARGE-WAS-FOUND TO TRUE
                           ADD CHG-AMOUNT TO WS-CHARGE-AMOUNT
                       END-IF
                   END-IF
           END-READ.

           GOBACK.

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
