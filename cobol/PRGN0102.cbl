      *          by failed attempts, disable or reactivate an
      *          account, and report accounts with no sign-on in the
      *          last 90 days. LOCK RELEASES AND STATUS CHANGES GO TO
      *          AUDIT.LOG. FUNCTION G GRANTS OR REVOKES THE
      *          ACCESSIBILITY OFFICE GRANT (CONFIDENTIAL ACCOMMODATION
      *          RECORDS); ONCE ANY OPERATOR HOLDS IT, ONLY A HOLDER
      *          MAY GRANT OR REVOKE IT, AND EVERY CHANGE IS AUDITED.
      *          FUNCTION S GRANTS OR REVOKES THE SIN GRANT
      *          (STUDENT.SIN, PRGN0161) UNDER THE SAME HOLDER-ONLY
      *          RULE, AUDITED AS SINGRANT/SINREVOKE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-FILE-CHANGED        PIC X     VALUE 'N'.
               88  FILE-WAS-CHANGED          VALUE 'Y'.
           05  WS-INACTIVE-COUNT      PIC 9(3)  VALUE 0.
           05  WS-GRANT-HOLDERS       PIC 9(3)  VALUE 0.
           05  WS-SIN-HOLDERS         PIC 9(3)  VALUE 0.
           05  WS-AUP-ACTION          PIC X(10).
           05  WS-AUP-DETAIL          PIC X(40).

                   NOT AT END
                       MOVE SGN-USER-ID TO WS-SIGNON-USER
                       MOVE SGN-ROLE TO WS-SIGNON-ROLE
                       MOVE SGN-ACCESSIBILITY
                           TO WS-SIGNON-ACCESSIBILITY
                       MOVE SGN-SIN-ACCESS
                           TO WS-SIGNON-SIN-ACCESS
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.
                           MOVE 'N' TO USR-MUST-CHANGE
                           MOVE ZEROES TO USR-LAST-SIGNON
                       END-IF
                       IF USR-SEPARATOR9 NOT = ','
                           MOVE ',' TO USR-SEPARATOR9
                           MOVE 'N' TO USR-ACCESSIBILITY
                       END-IF
                       IF USR-ACCESSIBILITY-OFFICE
                           ADD 1 TO WS-GRANT-HOLDERS
                       END-IF
                       IF USR-SEPARATOR10 NOT = ','
                           MOVE ',' TO USR-SEPARATOR10
                           MOVE 'N' TO USR-SIN-ACCESS
                       END-IF
                       IF USR-SIN-OFFICE
                           ADD 1 TO WS-SIN-HOLDERS
                       END-IF
                       MOVE USER-MASTER-RECORD
                           TO WS-UTB-E-IMAGE (WS-UTB-COUNT)
                   ELSE

           DISPLAY " ".
           DISPLAY "OPERATOR ACCOUNTS: A=ADD U=UNLOCK D=DISABLE "
               "R=REACTIVATE I=INACTIVITY L=LIST".
           DISPLAY "                   G=ACCESSIBILITY GRANT "
               "S=SIN GRANT X=EXIT >>".
           ACCEPT WS-FUNCTION.

           EVALUATE WS-FUNCTION
                   PERFORM 1600-INACTIVITY-REPORT
               WHEN 'L'
                   PERFORM 1700-LIST-OPERATORS
               WHEN 'G'
                   PERFORM 1750-ACCESSIBILITY-GRANT
               WHEN 'S'
                   PERFORM 1770-SIN-GRANT
               WHEN 'X'
                   CONTINUE
               WHEN OTHER
           MOVE 'Y' TO USR-MUST-CHANGE.
           MOVE ',' TO USR-SEPARATOR8.
           MOVE ZEROES TO USR-LAST-SIGNON.
           MOVE ',' TO USR-SEPARATOR9.
           MOVE 'N' TO USR-ACCESSIBILITY.
           MOVE ',' TO USR-SEPARATOR10.
           MOVE 'N' TO USR-SIN-ACCESS.

           ADD 1 TO WS-UTB-COUNT.
           MOVE USER-MASTER-RECORD TO WS-UTB-E-IMAGE (WS-UTB-COUNT).
       1700-LIST-OPERATORS.

           DISPLAY " ".
           DISPLAY "USER ID   ROLE  STATUS  FAILS  LAST SIGN-ON  ACC"
               " SIN".
           PERFORM 1710-LIST-ONE-OPERATOR
               VARYING WS-UTB-IDX FROM 1 BY 1
               UNTIL WS-UTB-IDX > WS-UTB-COUNT.
           MOVE WS-UTB-E-IMAGE (WS-UTB-IDX) TO USER-MASTER-RECORD.
           DISPLAY USR-ID "  " USR-ROLE "     " USR-STATUS
               "       " USR-FAIL-COUNT "      " USR-LAST-SIGNON
               "      " USR-ACCESSIBILITY "   " USR-SIN-ACCESS
               "  " USR-NAME.

       1710-END.

      *    THE GRANT IS NOT PART OF THE ROLE LEVEL, SO BEING AN
      *    ADMINISTRATOR IS NOT ENOUGH: ONCE ANYONE HOLDS IT, ONLY A
      *    HOLDER MAY PASS IT ON OR TAKE IT AWAY. THE FIRST GRANT ON
      *    A MASTER WITH NO HOLDERS IS OPEN TO ANY ADMINISTRATOR.
       1750-ACCESSIBILITY-GRANT.

           IF WS-GRANT-HOLDERS > 0
                   AND NOT SIGNON-HAS-ACCESSIBILITY
               DISPLAY "ONLY AN OPERATOR HOLDING THE ACCESSIBILITY "
                   "GRANT MAY CHANGE IT."
           ELSE
               DISPLAY "ENTER USER ID TO GRANT OR REVOKE >>"
               ACCEPT WS-INPUT-USER-ID
               PERFORM 1150-FIND-BY-ID
               IF WS-FOUND-IDX = 0
                   DISPLAY "USER ID NOT ON FILE."
               ELSE
                   PERFORM 1760-TOGGLE-GRANT
               END-IF
           END-IF.

       1750-END.

       1760-TOGGLE-GRANT.

           MOVE WS-UTB-E-IMAGE (WS-FOUND-IDX) TO USER-MASTER-RECORD.
           IF USR-ACCESSIBILITY-OFFICE
               MOVE 'N' TO USR-ACCESSIBILITY
               SUBTRACT 1 FROM WS-GRANT-HOLDERS
               MOVE "ACCREVOKE" TO WS-AUP-ACTION
               MOVE SPACES TO WS-AUP-DETAIL
               STRING "ACCESSIBILITY GRANT REVOKED: " DELIMITED BY SIZE
                      WS-INPUT-USER-ID DELIMITED BY SPACE
                   INTO WS-AUP-DETAIL
               DISPLAY "ACCESSIBILITY GRANT REVOKED FROM "
                   WS-INPUT-USER-ID "."
           ELSE
               MOVE 'Y' TO USR-ACCESSIBILITY
               ADD 1 TO WS-GRANT-HOLDERS
               MOVE "ACCGRANT" TO WS-AUP-ACTION
               MOVE SPACES TO WS-AUP-DETAIL
               STRING "ACCESSIBILITY GRANT GIVEN: " DELIMITED BY SIZE
                      WS-INPUT-USER-ID DELIMITED BY SPACE
                   INTO WS-AUP-DETAIL
               DISPLAY "ACCESSIBILITY GRANT GIVEN TO "
                   WS-INPUT-USER-ID " - EFFECTIVE AT NEXT SIGN-ON."
           END-IF.
           MOVE USER-MASTER-RECORD TO WS-UTB-E-IMAGE (WS-FOUND-IDX).
           SET FILE-WAS-CHANGED TO TRUE.
           PERFORM 1800-WRITE-AUDIT-RECORD.

       1760-END.

      *    THE SIN GRANT FOLLOWS THE SAME RULE AS THE ACCESSIBILITY
      *    GRANT: ONCE ANYONE HOLDS IT, ONLY A HOLDER MAY CHANGE IT.
       1770-SIN-GRANT.

           IF WS-SIN-HOLDERS > 0
                   AND NOT SIGNON-HAS-SIN-ACCESS
               DISPLAY "ONLY AN OPERATOR HOLDING THE SIN GRANT "
                   "MAY CHANGE IT."
           ELSE
               DISPLAY "ENTER USER ID TO GRANT OR REVOKE >>"
               ACCEPT WS-INPUT-USER-ID
               PERFORM 1150-FIND-BY-ID
               IF WS-FOUND-IDX = 0
                   DISPLAY "USER ID NOT ON FILE."
               ELSE
                   PERFORM 1780-TOGGLE-SIN-GRANT
               END-IF
           END-IF.

       1770-END.

       1780-TOGGLE-SIN-GRANT.

           MOVE WS-UTB-E-IMAGE (WS-FOUND-IDX) TO USER-MASTER-RECORD.
           IF USR-SIN-OFFICE
               MOVE 'N' TO USR-SIN-ACCESS
               SUBTRACT 1 FROM WS-SIN-HOLDERS
               MOVE "SINREVOKE" TO WS-AUP-ACTION
               MOVE SPACES TO WS-AUP-DETAIL
               STRING "SIN GRANT REVOKED: " DELIMITED BY SIZE
                      WS-INPUT-USER-ID DELIMITED BY SPACE
                   INTO WS-AUP-DETAIL
               DISPLAY "SIN GRANT REVOKED FROM "
                   WS-INPUT-USER-ID "."
           ELSE
               MOVE 'Y' TO USR-SIN-ACCESS
               ADD 1 TO WS-SIN-HOLDERS
               MOVE "SINGRANT" TO WS-AUP-ACTION
               MOVE SPACES TO WS-AUP-DETAIL
               STRING "SIN GRANT GIVEN: " DELIMITED BY SIZE
                      WS-INPUT-USER-ID DELIMITED BY SPACE
                   INTO WS-AUP-DETAIL
               DISPLAY "SIN GRANT GIVEN TO "
                   WS-INPUT-USER-ID " - EFFECTIVE AT NEXT SIGN-ON."
           END-IF.
           MOVE USER-MASTER-RECORD TO WS-UTB-E-IMAGE (WS-FOUND-IDX).
           SET FILE-WAS-CHANGED TO TRUE.
           PERFORM 1800-WRITE-AUDIT-RECORD.

       1780-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0102" TO AUP-PROGRAM.
