      * Author:
      * Date:
      * Purpose: Admissions approval - walks the pending applicants
      *          on the staging file, shows each one to the registrar,
      *          and on approval issues an admission offer. THE STUDENT
      *          IS WRITTEN TO STUDENT.VSAM AT STATUS O WITH THE NEXT
      *          ISSUED ID AND A COMPUTED SOUNDEX (AS PRGI0002 DOES),
      *          THE SEAT IS HELD ON THE ENROLLMENT FILE (OR THE
      *          APPLICANT WAITLISTED WHEN THE COURSE IS FULL), THE
      *          CONTACT ROW IS ADDED, AND AN OFFER ROW ON
      *          ADMISSION.OFFERS CARRIES THE DEADLINE - THIRTY DAYS
      *          OUT, ROLLED TO A BUSINESS DAY - BY WHICH THE OFFER MUST
      *          BE ACCEPTED (PRGN0174) AND THE DEPOSIT PAID (PRGP0035).
      *          IF THE OFFER ROW CANNOT BE WRITTEN THE ADMISSION IS
      *          BACKED OUT: THE HELD SEAT IS DROPPED, THE STUDENT IS
      *          CLOSED AT STATUS X, BOTH CHANGES ARE JOURNALED, AND THE
      *          APPLICANT STAYS PENDING WITH THE REASON FOR THE NEXT
      *          RUN. REJECTED APPLICANTS STAY IN STAGING WITH THE
      *          REASON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY JRNSEL.

           COPY OFRSEL.

           SELECT STUDENT-ID-CONTROL-FILE ASSIGN TO '../STUDENT.NEXTID'
               FILE STATUS IS ID-CONTROL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-ID-CONTROL-FILE.
       01  STUDENT-ID-CONTROL-RECORD.
           05 SIC-LAST-ISSUED-ID            PIC 9(6).

       WORKING-STORAGE SECTION.

       01  SGN-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.
       01  ID-CONTROL-FILE-STATUS  PIC XX.
       01  OFR-FILE-STATUS   PIC XX.

       COPY BDWRK.

       COPY SGNWRK.

               88  DECISION-APPROVE         VALUE 'A'.
               88  DECISION-REJECT          VALUE 'R'.
           05  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
           05  WS-LAST-ISSUED-ID   PIC 9(6)  VALUE 0.
           05  WS-NEW-STUDENT-ID   PIC 9(6)  VALUE 0.
           05  WS-PENDING-COUNT    PIC 9(3)  VALUE 0.
           05  WS-APPROVED-COUNT   PIC 9(3)  VALUE 0.
           05  WS-REJECTED-COUNT   PIC 9(3)  VALUE 0.

      *    AN OFFER STANDS FOR THIRTY CALENDAR DAYS FROM APPROVAL, THE
      *    DEADLINE ROLLED FORWARD OFF A WEEKEND OR HOLIDAY.
       01  WS-OFFER-AREAS.
           05  WS-OFFER-DAYS       PIC 9(3)  VALUE 30.
           05  WS-OFFER-DEADLINE   PIC 9(8)  VALUE 0.
           05  WS-OFFER-SEAT       PIC X     VALUE 'N'.
               88  OFFER-HOLDS-SEAT         VALUE 'Y'.
           05  WS-OFFER-COUNT      PIC 9(3)  VALUE 0.
           05  WS-OFFER-WRITTEN    PIC X     VALUE 'N'.
               88  OFFER-WAS-WRITTEN        VALUE 'Y'.
           05  WS-NEEDS-WAITLIST   PIC X     VALUE 'N'.
               88  APPLICANT-TO-WAITLIST    VALUE 'Y'.
           05  WS-BACKED-OUT-COUNT PIC 9(3)  VALUE 0.

      *    THE STAGING FILE IS SMALL ENOUGH TO HOLD IN STORAGE WHILE
      *    IT IS REWRITTEN WITH EACH DECISION MARKED OFF.
       01  WS-APP-TABLE-AREAS.
           DISPLAY "-------------------------------------------".
           DISPLAY "APPLICANTS APPROVED : " WS-APPROVED-COUNT.
           DISPLAY "APPLICANTS REJECTED : " WS-REJECTED-COUNT.
           DISPLAY "OFFERS ISSUED       : " WS-OFFER-COUNT.
           DISPLAY "OFFERS BACKED OUT   : " WS-BACKED-OUT-COUNT.
           DISPLAY "-------------------------------------------".

           IF WS-BACKED-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       0000-END.
               DISPLAY "CONTACT   : " WS-APP-E-CON-NAME (WS-APP-IDX)
                   " (" WS-APP-E-CON-REL (WS-APP-IDX) ") "
                   WS-APP-E-CON-PHONE (WS-APP-IDX)
               IF WS-APP-E-REASON (WS-APP-IDX) NOT = SPACES
                   DISPLAY "NOTE      : " WS-APP-E-REASON (WS-APP-IDX)
               END-IF
               DISPLAY "APPROVE, REJECT, OR SKIP (A/R/S) >>"
               ACCEPT WS-DECISION
               EVALUATE TRUE
           MOVE ',' TO SEPARATOR5-VSAM.
           MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE.
           MOVE ',' TO SEPARATOR6-VSAM.
           SET STUDENT-OFFERED TO TRUE.
           MOVE ',' TO SEPARATOR7-VSAM.
           MOVE WS-APP-E-TERM (WS-APP-IDX) TO STUDENT-VSAM-TERM.
           MOVE ',' TO SEPARATOR8-VSAM.
           END-IF.
           MOVE ',' TO SEPARATOR10-VSAM.
           MOVE SPACES TO STUDENT-VSAM-CAMPUS.
           MOVE ',' TO SEPARATOR11-VSAM.
           MOVE 'D' TO STUDENT-VSAM-FEE-CATEGORY.
           MOVE ',' TO SEPARATOR12-VSAM.
           MOVE SPACES TO STUDENT-VSAM-FEE-EFF-TERM.
           MOVE ',' TO SEPARATOR13-VSAM.
           MOVE SPACES TO STUDENT-VSAM-FEE-PRIOR-CAT.

           WRITE STUDENT-VSAM-RECORD
               INVALID KEY
                   DISPLAY "ERROR ADMITTING APPLICANT (STATUS = "
                       FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   MOVE 'S' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   PERFORM 2200-ADD-ENROLLMENT
                   PERFORM 2400-WRITE-OFFER
                   IF OFFER-WAS-WRITTEN
                       MOVE 'A' TO WS-APP-E-STATUS (WS-APP-IDX)
                       MOVE SPACES TO WS-APP-E-REASON (WS-APP-IDX)
                       ADD 1 TO WS-APPROVED-COUNT
                       DISPLAY "OFFER ISSUED UNDER STUDENT ID "
                           WS-NEW-STUDENT-ID
                       IF APPLICANT-TO-WAITLIST
                           PERFORM 2260-ADD-TO-WAITLIST
                       END-IF
                       PERFORM 2300-ADD-CONTACT
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM 2450-BACK-OUT-ADMISSION
                   END-IF
           END-WRITE.

       2100-END.

       2110-END.

      *    A FULL COURSE ONLY FLAGS THE APPLICANT FOR THE WAITLIST;
      *    THE WAITLIST ROW IS WRITTEN ONCE THE OFFER ROW IS ON FILE,
      *    SO A BACKED-OUT ADMISSION LEAVES NO WAITING ROW BEHIND.
       2200-ADD-ENROLLMENT.

           MOVE 'N' TO WS-OFFER-SEAT.
           MOVE 'N' TO WS-NEEDS-WAITLIST.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
           OPEN I-O ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "35"
                           DISPLAY "ERROR ADDING ENROLLMENT ROW "
                               "(STATUS = " ENR-FILE-STATUS ")"
                       NOT INVALID KEY
                           SET OFFER-HOLDS-SEAT TO TRUE
                           MOVE 'E' TO WS-JRN-FILE-ID
                           MOVE 'W' TO WS-JRN-ACTION
                           MOVE ENROLLMENT-VSAM-RECORD
                   DISPLAY "COURSE " WS-APP-E-COURSE (WS-APP-IDX)
                       " IS FULL (" WS-SEAT-COUNT " OF "
                       WS-COURSE-CAPACITY " SEATS TAKEN)."
                   SET APPLICANT-TO-WAITLIST TO TRUE
               END-IF
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

       2310-END.

      *    THE OFFER ROW RECORDS WHAT WAS OFFERED AND BY WHEN IT MUST
      *    BE TAKEN UP; THE STUDENT STAYS AT 'O' UNTIL THE ACCEPTANCE
      *    (PRGN0174) AND THE DEPOSIT (PRGP0035) ARE BOTH IN.
      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
       2400-WRITE-OFFER.

           SET BDR-DO-ADD-DAYS TO TRUE.
           MOVE CURRENT-DATE TO BDR-DATE-IN.
           MOVE WS-OFFER-DAYS TO BDR-DAYS.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.

           SET BDR-DO-ROLL TO TRUE.
           MOVE BDR-DATE-OUT TO BDR-DATE-IN.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.
           MOVE BDR-DATE-OUT TO WS-OFFER-DEADLINE.

           MOVE 'N' TO WS-OFFER-WRITTEN.

           OPEN I-O ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "35"
               OPEN OUTPUT ADMISSION-OFFER-FILE
           END-IF.

           IF OFR-FILE-STATUS = "00"
               MOVE WS-NEW-STUDENT-ID TO OFR-STUDENT-ID
               MOVE ',' TO OFR-SEPARATOR1
               MOVE WS-APP-E-COURSE (WS-APP-IDX) TO OFR-COURSE
               MOVE ',' TO OFR-SEPARATOR2
               MOVE WS-APP-E-TERM (WS-APP-IDX) TO OFR-TERM
               MOVE ',' TO OFR-SEPARATOR3
               MOVE CURRENT-DATE TO OFR-OFFER-DATE
               MOVE ',' TO OFR-SEPARATOR4
               MOVE WS-OFFER-DEADLINE TO OFR-DEADLINE
               MOVE ',' TO OFR-SEPARATOR5
               SET OFR-OFFERED TO TRUE
               MOVE ',' TO OFR-SEPARATOR6
               MOVE WS-OFFER-SEAT TO OFR-SEAT-HELD
               MOVE ',' TO OFR-SEPARATOR7
               MOVE 0 TO OFR-ACCEPT-DATE
               MOVE ',' TO OFR-SEPARATOR8
               MOVE 0 TO OFR-DEPOSIT-AMOUNT
               MOVE ',' TO OFR-SEPARATOR9
               MOVE 0 TO OFR-DEPOSIT-DATE
               MOVE ',' TO OFR-SEPARATOR10
               MOVE 0 TO OFR-DEPOSIT-APPLIED
               MOVE ',' TO OFR-SEPARATOR11
               MOVE 0 TO OFR-CLOSE-DATE
               WRITE ADMISSION-OFFER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING ADMISSION OFFER "
                           "(STATUS = " OFR-FILE-STATUS ")"
                   NOT INVALID KEY
                       SET OFFER-WAS-WRITTEN TO TRUE
                       ADD 1 TO WS-OFFER-COUNT
                       DISPLAY "OFFER MUST BE ACCEPTED AND THE DEPOSIT "
                           "PAID BY " WS-OFFER-DEADLINE
               END-WRITE
               CLOSE ADMISSION-OFFER-FILE
           ELSE
               DISPLAY "ERROR OPENING ADMISSION.OFFERS (STATUS = "
                   OFR-FILE-STATUS ")"
           END-IF.

       2400-END.

      *    AN 'O' STUDENT WITH NO OFFER ROW COULD NEVER PAY A DEPOSIT
      *    (PRGP0035) OR LAPSE (PRGB0171), AND ITS SEAT WOULD BE HELD
      *    FOR GOOD, SO THE ADMISSION IS UNDONE: THE SEAT IS DROPPED
      *    AND THE STUDENT CLOSED AT 'X' AS A LAPSED OFFER WOULD BE,
      *    BOTH JOURNALED. THE APPLICANT STAYS PENDING WITH THE REASON
      *    AND IS OFFERED AGAIN UNDER A NEW ID ON THE NEXT RUN - THE
      *    ID ISSUED HERE IS NEVER REUSED.
       2450-BACK-OUT-ADMISSION.

           IF OFFER-HOLDS-SEAT
               PERFORM 2460-RELEASE-HELD-SEAT
           END-IF.

           MOVE WS-NEW-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   DISPLAY "ERROR RE-READING STUDENT " WS-NEW-STUDENT-ID
                       " (STATUS = " FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   SET STUDENT-OFFER-LAPSED TO TRUE
                   MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE
                   REWRITE STUDENT-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR CLOSING STUDENT "
                               WS-NEW-STUDENT-ID " (STATUS = "
                               FILE-CHECK-KEY ") - SET IT TO X BY HAND"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-JRN-FILE-ID
                           MOVE 'R' TO WS-JRN-ACTION
                           MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                           PERFORM 0870-WRITE-JOURNAL
                   END-REWRITE
           END-READ.

           MOVE 'P' TO WS-APP-E-STATUS (WS-APP-IDX).
           MOVE 'OFFER NOT WRITTEN - RETRY'
               TO WS-APP-E-REASON (WS-APP-IDX).
           ADD 1 TO WS-BACKED-OUT-COUNT.

           MOVE "PRGA0049" TO AUP-PROGRAM.
           MOVE "OFFERFAIL" TO AUP-ACTION.
           MOVE WS-NEW-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE "OFFER NOT WRITTEN - ADMISSION BACKED OUT"
               TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.
           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

           DISPLAY "ADMISSION BACKED OUT - STUDENT " WS-NEW-STUDENT-ID
               " CLOSED, APPLICANT LEFT PENDING.".

       2450-END.

      *    THE SAME RELEASE PRGB0171 MAKES WHEN AN OFFER LAPSES: THE
      *    HELD ROW IS MARKED DROPPED SO THE SEAT COUNTS AS FREE.
       2460-RELEASE-HELD-SEAT.

           OPEN I-O ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS = "00"
               MOVE WS-NEW-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-APP-E-COURSE (WS-APP-IDX) TO ENR-COURSE
               MOVE WS-APP-E-TERM (WS-APP-IDX) TO ENR-TERM
               READ ENROLLMENT-VSAM-FILE
                   KEY IS ENR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENR-DROPPED TO TRUE
                       REWRITE ENROLLMENT-VSAM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR RELEASING THE SEAT "
                                   "(STATUS = " ENR-FILE-STATUS ")"
                           NOT INVALID KEY
                               MOVE 'E' TO WS-JRN-FILE-ID
                               MOVE 'R' TO WS-JRN-ACTION
                               MOVE ENROLLMENT-VSAM-RECORD
                                   TO WS-JRN-IMAGE
                               PERFORM 0870-WRITE-JOURNAL
                       END-REWRITE
               END-READ
               CLOSE ENROLLMENT-VSAM-FILE
           ELSE
               DISPLAY "ERROR OPENING THE ENROLLMENT FILE (STATUS = "
                   ENR-FILE-STATUS ") - SEAT STILL HELD"
           END-IF.

       2460-END.

       1500-REWRITE-STAGING.

           OPEN OUTPUT APPLICANT-STAGING-FILE.
           MOVE "PRGA0049" TO AUP-PROGRAM.
           MOVE "INSERT" TO AUP-ACTION.
           MOVE WS-NEW-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE "OFFER ISSUED FROM APPLICANT STAGING" TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.
