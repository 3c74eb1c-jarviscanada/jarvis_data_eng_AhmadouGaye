      ******************************************************************
      * Author:
      * Date:
      * Purpose: Admission offer acceptance - shows the offer made to
      *          an approved applicant (PRGA0049) under the student ID
      *          issued for it, and records the applicant's acceptance
      *          on ADMISSION.OFFERS. AN OFFER PAST ITS DEADLINE CANNOT
      *          BE ACCEPTED; IT LAPSES IN THE NIGHTLY RUN (PRGB0171).
      *          ACCEPTANCE ALONE DOES NOT MAKE A STUDENT - THE
      *          CONFIRMATION DEPOSIT POSTED THROUGH PRGP0035 DOES.
      *          EVERY ACCEPTANCE LANDS ON AUDIT.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0174.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OFRSEL.

           COPY STUSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  OFR-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       COPY AUPWRK.

       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-INPUT-ID            PIC 9(6)  VALUE 0.
           05  WS-OFFER-FOUND         PIC X     VALUE 'N'.
               88  OFFER-WAS-FOUND           VALUE 'Y'.
           05  WS-STUDENT-NAME        PIC X(27) VALUE SPACES.
           05  WS-STATUS-TEXT         PIC X(30) VALUE SPACES.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.

       01  OFR-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  OFR-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE 'O F F E R      '.
           05 TITRE12      PIC X(15) VALUE 'A C C E P T    '.
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

           OPEN I-O ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS NOT = "00"
               DISPLAY "NO ADMISSION OFFERS ON FILE (STATUS = "
                   OFR-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-ID UNTIL OFFER-WAS-FOUND.

           PERFORM 1300-SHOW-OFFER.

           EVALUATE TRUE
               WHEN OFR-OFFERED AND CURRENT-DATE > OFR-DEADLINE
                   DISPLAY "THE OFFER EXPIRED ON " OFR-DEADLINE
                       " - IT CAN NO LONGER BE ACCEPTED AND LAPSES "
                       "IN THE NIGHTLY RUN."
               WHEN OFR-OFFERED
                   DISPLAY "RECORD ACCEPTANCE OF THIS OFFER (Y/N)? >>"
                   ACCEPT WS-CONFIRM-SAVE
                   IF CONFIRM-SAVE
                       PERFORM 1400-ACCEPT-OFFER
                   ELSE
                       DISPLAY "<---- NOTHING SAVED. --->"
                   END-IF
               WHEN OFR-ACCEPTED
                   DISPLAY "ALREADY ACCEPTED ON " OFR-ACCEPT-DATE
                       " - THE DEPOSIT IS STILL DUE BY "
                       OFR-DEADLINE "."
               WHEN OTHER
                   DISPLAY "THE OFFER IS CLOSED - NOTHING TO ACCEPT."
           END-EVALUATE.

           CLOSE ADMISSION-OFFER-FILE.

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

           DISPLAY OFR-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY OFR-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY OFR-HEADER.

       1100-END.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER THE STUDENT ID ON THE OFFER LETTER >>".
           ACCEPT WS-INPUT-ID.

           MOVE WS-INPUT-ID TO OFR-STUDENT-ID.
           READ ADMISSION-OFFER-FILE
               KEY IS OFR-STUDENT-ID
               INVALID KEY
                   DISPLAY "NO ADMISSION OFFER UNDER STUDENT ID "
                       WS-INPUT-ID "."
               NOT INVALID KEY
                   SET OFFER-WAS-FOUND TO TRUE
           END-READ.

       1200-END.

       1300-SHOW-OFFER.

           MOVE SPACES TO WS-STUDENT-NAME.
           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               MOVE OFR-STUDENT-ID TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       MOVE "(NOT ON STUDENT.VSAM)" TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-NAME TO WS-STUDENT-NAME
               END-READ
               CLOSE STUDENT-VSAM-FILE
           END-IF.

           EVALUATE TRUE
               WHEN OFR-OFFERED
                   MOVE "OFFERED - AWAITING ACCEPTANCE" TO
                       WS-STATUS-TEXT
               WHEN OFR-ACCEPTED
                   MOVE "ACCEPTED - AWAITING DEPOSIT" TO WS-STATUS-TEXT
               WHEN OFR-CONFIRMED
                   MOVE "CONFIRMED - STUDENT IS ACTIVE" TO
                       WS-STATUS-TEXT
               WHEN OFR-LAPSED
                   MOVE "LAPSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE OFR-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

           DISPLAY "-------------------------------------------".
           DISPLAY "STUDENT ID : " OFR-STUDENT-ID.
           DISPLAY "NAME       : " WS-STUDENT-NAME.
           DISPLAY "PROGRAM    : " OFR-COURSE.
           DISPLAY "TERM       : " OFR-TERM.
           DISPLAY "OFFERED ON : " OFR-OFFER-DATE.
           DISPLAY "DEADLINE   : " OFR-DEADLINE.
           DISPLAY "STATUS     : " WS-STATUS-TEXT.
           IF OFR-HOLDS-SEAT
               DISPLAY "SEAT       : HELD"
           ELSE
               DISPLAY "SEAT       : WAITLISTED"
           END-IF.
           DISPLAY "-------------------------------------------".

       1300-END.

       1400-ACCEPT-OFFER.

           SET OFR-ACCEPTED TO TRUE.
           MOVE CURRENT-DATE TO OFR-ACCEPT-DATE.

           REWRITE ADMISSION-OFFER-RECORD
               INVALID KEY
                   DISPLAY "ERROR RECORDING THE ACCEPTANCE (STATUS = "
                       OFR-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "ACCEPTANCE RECORDED. POST THE CONFIRMATION "
                       "DEPOSIT BY " OFR-DEADLINE
                   DISPLAY "THROUGH PAYMENT POSTING TO MAKE THE "
                       "STUDENT ACTIVE."
                   PERFORM 1800-WRITE-AUDIT-RECORD
           END-REWRITE.

       1400-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGN0174" TO AUP-PROGRAM.
           MOVE "OFFERACCPT" TO AUP-ACTION.
           MOVE OFR-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "OFFER ACCEPTED " DELIMITED BY SIZE
                  OFR-COURSE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  OFR-TERM DELIMITED BY SPACE
               INTO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGN0174.
