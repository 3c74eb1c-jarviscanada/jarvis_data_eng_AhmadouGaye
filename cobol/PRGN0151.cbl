      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit overload approvals - lists the approvals on
      *          OVERLOAD.APPROVALS and lets a registrar grant or
      *          revoke one for a named student and term. AN ACTIVE
      *          APPROVAL RAISES THE STUDENT'S CREDIT-LOAD CAP IN
      *          REGISTRATION (PRGR0023) FOR THAT TERM TO THE CEILING
      *          IT NAMES. GRANTING AND REVOKING REQUIRE ROLE 3; A NEW
      *          GRANT REVOKES ANY EARLIER ONE FOR THE SAME STUDENT
      *          AND TERM. ROWS ARE REVOKED IN PLACE, NEVER DELETED,
      *          AND EVERY GRANT AND REVOKE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0151.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OVLSEL.

           COPY STUSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD OVERLOAD-APPROVAL-FILE.
       COPY OVLFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY CLDWRK.

       01  OVL-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       COPY AUPWRK.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-LIST              VALUE 'L'.
               88  MODE-IS-GRANT             VALUE 'G'.
               88  MODE-IS-REVOKE            VALUE 'R'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-OVL-EOF             PIC X     VALUE 'N'.
               88  OVL-EOF                   VALUE 'Y'.
           05  WS-INPUT-ID            PIC 9(6)  VALUE 0.
           05  WS-INPUT-TERM          PIC X(10) VALUE SPACES.
           05  WS-INPUT-MAX           PIC X(2)  VALUE SPACES.
           05  WS-GRANT-MAX           PIC 9(2)  VALUE 0.
           05  WS-FOUND-IDX           PIC 9(3)  COMP VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-CONFIRM             PIC X     VALUE 'N'.
               88  CONFIRM-CHANGE            VALUE 'Y'.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

      *    THE APPROVAL FILE IS SMALL ENOUGH TO HOLD IN STORAGE WHILE
      *    IT IS REWRITTEN - THE SAME PATTERN PRGN0068 USES FOR THE
      *    HOLD FILE.
       01  WS-OVERLOAD-TABLE-AREAS.
           05  WS-OVT-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-OVT-OVERFLOW        PIC X     VALUE 'N'.
               88  OVERLOAD-TABLE-OVERFLOWED VALUE 'Y'.
           05  WS-OVT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-OVT-TABLE.
               10  WS-OVT-ENTRY       OCCURS 500 TIMES.
                   15  WS-OVT-E-STUDENT    PIC 9(6).
                   15  WS-OVT-E-TERM       PIC X(10).
                   15  WS-OVT-E-MAX        PIC 9(2).
                   15  WS-OVT-E-STATUS     PIC X.
                   15  WS-OVT-E-GRANTED    PIC 9(8).
                   15  WS-OVT-E-GRANTER    PIC X(8).
                   15  WS-OVT-E-REVOKED    PIC 9(8).
                   15  WS-OVT-E-REVOKER    PIC X(8).

       01  OVL-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  OVL-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'C R E D I T   O'.
           05 TITRE12      PIC X(15) VALUE ' V E R L O A D '.
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

           PERFORM 1150-LOAD-APPROVALS.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           IF MODE-IS-LIST
               PERFORM 1300-LIST-APPROVALS
           END-IF.
           IF MODE-IS-GRANT
               PERFORM 1400-GRANT-APPROVAL
           END-IF.
           IF MODE-IS-REVOKE
               PERFORM 1450-REVOKE-APPROVAL
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

           DISPLAY OVL-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY OVL-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY OVL-HEADER.

       1100-END.

       1150-LOAD-APPROVALS.

           MOVE 'N' TO WS-OVL-EOF.

           OPEN INPUT OVERLOAD-APPROVAL-FILE.
           IF OVL-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-APPROVAL UNTIL OVL-EOF
               CLOSE OVERLOAD-APPROVAL-FILE
           END-IF.

       1150-END.

       1160-LOAD-ONE-APPROVAL.

           READ OVERLOAD-APPROVAL-FILE
               AT END
                   SET OVL-EOF TO TRUE
               NOT AT END
                   IF WS-OVT-COUNT < 500
                       ADD 1 TO WS-OVT-COUNT
                       MOVE OVL-STUDENT-ID
                           TO WS-OVT-E-STUDENT (WS-OVT-COUNT)
                       MOVE OVL-TERM TO WS-OVT-E-TERM (WS-OVT-COUNT)
                       MOVE OVL-MAX-CREDITS
                           TO WS-OVT-E-MAX (WS-OVT-COUNT)
                       MOVE OVL-STATUS TO WS-OVT-E-STATUS (WS-OVT-COUNT)
                       MOVE OVL-GRANT-DATE
                           TO WS-OVT-E-GRANTED (WS-OVT-COUNT)
                       MOVE OVL-GRANTED-BY
                           TO WS-OVT-E-GRANTER (WS-OVT-COUNT)
                       MOVE OVL-REVOKE-DATE
                           TO WS-OVT-E-REVOKED (WS-OVT-COUNT)
                       MOVE OVL-REVOKED-BY
                           TO WS-OVT-E-REVOKER (WS-OVT-COUNT)
                   ELSE
                       SET OVERLOAD-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1160-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "LIST, GRANT OR REVOKE AN OVERLOAD (L/G/R) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-LIST OR MODE-IS-GRANT OR MODE-IS-REVOKE
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE L, G OR R."
           END-IF.

       1200-END.

       1300-LIST-APPROVALS.

           DISPLAY "HOUSE CAP " CLD-MAX-CREDITS " CREDITS, "
               CLD-PROBATION-MAX-CREDITS " ON PROBATION.".
           DISPLAY "STUDENT | TERM       | MAX | ST | GRANTED  | BY".
           DISPLAY "-------------------------------------------------".

           MOVE 0 TO WS-LIST-COUNT.
           PERFORM 1310-LIST-ONE-APPROVAL
               VARYING WS-OVT-IDX FROM 1 BY 1
               UNTIL WS-OVT-IDX > WS-OVT-COUNT.

           DISPLAY "-------------------------------------------------".
           DISPLAY "APPROVALS ON FILE : " WS-LIST-COUNT.

       1300-END.

       1310-LIST-ONE-APPROVAL.

           DISPLAY WS-OVT-E-STUDENT (WS-OVT-IDX) "    | "
               WS-OVT-E-TERM (WS-OVT-IDX) " | "
               WS-OVT-E-MAX (WS-OVT-IDX) "  | "
               WS-OVT-E-STATUS (WS-OVT-IDX) "  | "
               WS-OVT-E-GRANTED (WS-OVT-IDX) " | "
               WS-OVT-E-GRANTER (WS-OVT-IDX).
           ADD 1 TO WS-LIST-COUNT.

       1310-END.

      *    ONLY A REGISTRAR MAY APPROVE AN OVERLOAD - THE MENU GATE
      *    LETS LOWER ROLES IN TO LOOK, SO THE GRANT PATH ENFORCES
      *    ITS OWN ROLE CHECK.
       1400-GRANT-APPROVAL.

           IF WS-SIGNON-ROLE < 3
               DISPLAY "GRANTING AN OVERLOAD REQUIRES ROLE 3 - YOUR "
                   "ROLE IS " WS-SIGNON-ROLE ". ASK A REGISTRAR."
               GOBACK
           END-IF.

           PERFORM 1500-PROMPT-STUDENT-AND-TERM.

           DISPLAY "ENTER APPROVED CREDIT CEILING FOR THE TERM >>".
           ACCEPT WS-INPUT-MAX.
           IF WS-INPUT-MAX IS NUMERIC
               MOVE WS-INPUT-MAX TO WS-GRANT-MAX
           ELSE
               MOVE 0 TO WS-GRANT-MAX
           END-IF.
           IF WS-GRANT-MAX NOT > CLD-MAX-CREDITS
               DISPLAY "AN OVERLOAD MUST BE ABOVE THE HOUSE CAP OF "
                   CLD-MAX-CREDITS " CREDITS - NOTHING GRANTED."
               GOBACK
           END-IF.

           DISPLAY "APPROVE STUDENT " WS-INPUT-ID " FOR UP TO "
               WS-GRANT-MAX " CREDITS IN " WS-INPUT-TERM
               " (Y/N)? >>".
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-CHANGE
               DISPLAY "NOTHING GRANTED."
               GOBACK
           END-IF.

           PERFORM 1460-REVOKE-EARLIER-GRANTS
               VARYING WS-OVT-IDX FROM 1 BY 1
               UNTIL WS-OVT-IDX > WS-OVT-COUNT.

           IF WS-OVT-COUNT < 500
               ADD 1 TO WS-OVT-COUNT
               MOVE WS-INPUT-ID TO WS-OVT-E-STUDENT (WS-OVT-COUNT)
               MOVE WS-INPUT-TERM TO WS-OVT-E-TERM (WS-OVT-COUNT)
               MOVE WS-GRANT-MAX TO WS-OVT-E-MAX (WS-OVT-COUNT)
               MOVE 'A' TO WS-OVT-E-STATUS (WS-OVT-COUNT)
               MOVE CURRENT-DATE TO WS-OVT-E-GRANTED (WS-OVT-COUNT)
               MOVE WS-SIGNON-USER TO WS-OVT-E-GRANTER (WS-OVT-COUNT)
               MOVE 0 TO WS-OVT-E-REVOKED (WS-OVT-COUNT)
               MOVE SPACES TO WS-OVT-E-REVOKER (WS-OVT-COUNT)
           ELSE
               SET OVERLOAD-TABLE-OVERFLOWED TO TRUE
           END-IF.

           PERFORM 1600-REWRITE-APPROVAL-FILE.

           IF NOT OVERLOAD-TABLE-OVERFLOWED
               DISPLAY "OVERLOAD APPROVED FOR STUDENT " WS-INPUT-ID
                   "."
               MOVE "OVERLOAD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "OVERLOAD APPROVED TO " DELIMITED BY SIZE
                   WS-GRANT-MAX DELIMITED BY SIZE
                   " CR FOR " DELIMITED BY SIZE
                   WS-INPUT-TERM DELIMITED BY SPACE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM 1700-WRITE-AUDIT-RECORD
           END-IF.

       1400-END.

       1450-REVOKE-APPROVAL.

           IF WS-SIGNON-ROLE < 3
               DISPLAY "REVOKING AN OVERLOAD REQUIRES ROLE 3 - YOUR "
                   "ROLE IS " WS-SIGNON-ROLE ". ASK A REGISTRAR."
               GOBACK
           END-IF.

           PERFORM 1500-PROMPT-STUDENT-AND-TERM.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM 1455-FIND-ACTIVE-GRANT
               VARYING WS-OVT-IDX FROM 1 BY 1
               UNTIL WS-OVT-IDX > WS-OVT-COUNT.

           IF WS-FOUND-IDX = 0
               DISPLAY "NO ACTIVE OVERLOAD FOR STUDENT " WS-INPUT-ID
                   " IN " WS-INPUT-TERM "."
               GOBACK
           END-IF.

           DISPLAY "REVOKE THE " WS-OVT-E-MAX (WS-FOUND-IDX)
               "-CREDIT OVERLOAD GRANTED "
               WS-OVT-E-GRANTED (WS-FOUND-IDX) " (Y/N)? >>".
           ACCEPT WS-CONFIRM.
           IF NOT CONFIRM-CHANGE
               DISPLAY "OVERLOAD LEFT IN PLACE."
               GOBACK
           END-IF.

           PERFORM 1460-REVOKE-EARLIER-GRANTS
               VARYING WS-OVT-IDX FROM 1 BY 1
               UNTIL WS-OVT-IDX > WS-OVT-COUNT.

           PERFORM 1600-REWRITE-APPROVAL-FILE.

           IF NOT OVERLOAD-TABLE-OVERFLOWED
               DISPLAY "OVERLOAD REVOKED FOR STUDENT " WS-INPUT-ID "."
               MOVE "OVERLOAD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "OVERLOAD REVOKED FOR " DELIMITED BY SIZE
                   WS-INPUT-TERM DELIMITED BY SPACE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               PERFORM 1700-WRITE-AUDIT-RECORD
           END-IF.

       1450-END.

       1455-FIND-ACTIVE-GRANT.

           IF WS-OVT-E-STUDENT (WS-OVT-IDX) = WS-INPUT-ID
                   AND WS-OVT-E-TERM (WS-OVT-IDX) = WS-INPUT-TERM
                   AND WS-OVT-E-STATUS (WS-OVT-IDX) = 'A'
               MOVE WS-OVT-IDX TO WS-FOUND-IDX
           END-IF.

       1455-END.

       1460-REVOKE-EARLIER-GRANTS.

           IF WS-OVT-E-STUDENT (WS-OVT-IDX) = WS-INPUT-ID
                   AND WS-OVT-E-TERM (WS-OVT-IDX) = WS-INPUT-TERM
                   AND WS-OVT-E-STATUS (WS-OVT-IDX) = 'A'
               MOVE 'R' TO WS-OVT-E-STATUS (WS-OVT-IDX)
               MOVE CURRENT-DATE TO WS-OVT-E-REVOKED (WS-OVT-IDX)
               MOVE WS-SIGNON-USER TO WS-OVT-E-REVOKER (WS-OVT-IDX)
           END-IF.

       1460-END.

      *    THE STUDENT MUST BE ON STUDENT.VSAM AND THE TERM ON THE
      *    TERM MASTER; EITHER MISSING ENDS THE RUN WITH NOTHING
      *    CHANGED.
       1500-PROMPT-STUDENT-AND-TERM.

           DISPLAY "ENTER STUDENT ID >>".
           ACCEPT WS-INPUT-ID.

           MOVE 'N' TO WS-STUDENT-FOUND.
           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               MOVE WS-INPUT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-WAS-FOUND TO TRUE
               END-READ
               CLOSE STUDENT-VSAM-FILE
           END-IF.
           IF NOT STUDENT-WAS-FOUND
               DISPLAY "STUDENT " WS-INPUT-ID " IS NOT ON FILE."
               GOBACK
           END-IF.

           DISPLAY "ENTER TERM >>".
           ACCEPT WS-INPUT-TERM.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-INPUT-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "INVALID TERM - NOT ON THE TERM MASTER."
               GOBACK
           END-IF.

       1500-END.

      *    A REWRITE FROM AN OVERFLOWED TABLE WOULD DROP EVERY ROW
      *    PAST THE TABLE LIMIT, SO THE FILE IS LEFT ALONE INSTEAD.
       1600-REWRITE-APPROVAL-FILE.

           IF OVERLOAD-TABLE-OVERFLOWED
               DISPLAY "WARNING: OVERLOAD.APPROVALS HOLDS MORE THAN "
                   "500 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT OVERLOAD-APPROVAL-FILE
               IF OVL-FILE-STATUS = "00"
                   PERFORM 1610-REWRITE-ONE-APPROVAL
                       VARYING WS-OVT-IDX FROM 1 BY 1
                       UNTIL WS-OVT-IDX > WS-OVT-COUNT
                   CLOSE OVERLOAD-APPROVAL-FILE
               ELSE
                   DISPLAY "ERROR REWRITING OVERLOAD.APPROVALS "
                       "(STATUS = " OVL-FILE-STATUS ")"
                   SET OVERLOAD-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1600-END.

       1610-REWRITE-ONE-APPROVAL.

           MOVE WS-OVT-E-STUDENT (WS-OVT-IDX) TO OVL-STUDENT-ID.
           MOVE ',' TO OVL-SEPARATOR1.
           MOVE WS-OVT-E-TERM (WS-OVT-IDX) TO OVL-TERM.
           MOVE ',' TO OVL-SEPARATOR2.
           MOVE WS-OVT-E-MAX (WS-OVT-IDX) TO OVL-MAX-CREDITS.
           MOVE ',' TO OVL-SEPARATOR3.
           MOVE WS-OVT-E-STATUS (WS-OVT-IDX) TO OVL-STATUS.
           MOVE ',' TO OVL-SEPARATOR4.
           MOVE WS-OVT-E-GRANTED (WS-OVT-IDX) TO OVL-GRANT-DATE.
           MOVE ',' TO OVL-SEPARATOR5.
           MOVE WS-OVT-E-GRANTER (WS-OVT-IDX) TO OVL-GRANTED-BY.
           MOVE ',' TO OVL-SEPARATOR6.
           MOVE WS-OVT-E-REVOKED (WS-OVT-IDX) TO OVL-REVOKE-DATE.
           MOVE ',' TO OVL-SEPARATOR7.
           MOVE WS-OVT-E-REVOKER (WS-OVT-IDX) TO OVL-REVOKED-BY.

           WRITE OVERLOAD-APPROVAL-RECORD.

       1610-END.

       1700-WRITE-AUDIT-RECORD.

           MOVE "PRGN0151" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-INPUT-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1700-END.

       END PROGRAM PRGN0151.
