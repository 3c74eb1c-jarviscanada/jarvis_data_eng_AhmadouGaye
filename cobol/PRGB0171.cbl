      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly admission offer run - lapses every offer on
      *          ADMISSION.OFFERS STILL OPEN (OFFERED, OR ACCEPTED WITH
      *          NO DEPOSIT) THE DAY AFTER ITS DEADLINE. THE LAPSE
      *          RELEASES THE SEAT THE OFFER HELD (THE ENROLLMENT ROW
      *          WRITTEN AT APPROVAL IS DROPPED), CLOSES ANY WAITLIST
      *          ROW THE APPLICANT WAS QUEUED ON, MARKS THE STUDENT
      *          RECORD 'X' AND QUEUES AN OFFERLAPSE EVENT SO THE LAPSE
      *          NOTICE GOES OUT. A CONFIRMED OFFER WHOSE STUDENT IS
      *          STILL AT 'O' (THE DEPOSIT WAS POSTED WHILE STUDENT.VSAM
      *          WAS BUSY) IS MADE ACTIVE HERE. EVERY LAPSE IS LISTED
      *          ON ../PRGB0171.PRT WITH THE SEAT RELEASED, SO THE
      *          REGISTRAR CAN OFFER IT TO THE WAITLIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0171.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OFRSEL.

           COPY STUSEL.

           COPY ENRSEL.

           COPY WTLSEL.

           COPY EVTSEL.

           COPY JRNSEL.

           SELECT LAPSE-REPORT-FILE ASSIGN TO '../PRGB0171.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD COURSE-WAITLIST-FILE.
       COPY WTLFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD LAPSE-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0171'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  EVT-FILE-STATUS   PIC XX.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0171'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       01  OFR-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  WTL-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-RUN-STATUS       PIC X     VALUE 'Y'.
               88  RUN-OK                   VALUE 'Y'.
               88  RUN-FAILED               VALUE 'N'.
           05  WS-OFR-EOF          PIC X     VALUE 'N'.
               88  OFR-SWEEP-EOF            VALUE 'Y'.
           05  WS-SEAT-RELEASED    PIC X     VALUE 'N'.
               88  SEAT-WAS-RELEASED        VALUE 'Y'.
           05  WS-EXAMINED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-LAPSED-COUNT     PIC 9(5)  VALUE 0.
           05  WS-RELEASED-COUNT   PIC 9(5)  VALUE 0.
           05  WS-ACTIVATED-COUNT  PIC 9(5)  VALUE 0.
           05  WS-WTL-CLOSED-COUNT PIC 9(5)  VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5)  VALUE 0.

      *    THE COURSE AND TERM OF EVERY OFFER LAPSED TONIGHT, SO ONE
      *    PASS OVER THE WAITLIST CAN CLOSE THE ROWS THEY WERE
      *    QUEUED ON.
       01  WS-LAPSED-TABLE-AREAS.
           05  WS-LPT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-LPT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-LPT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-LPT-OVERFLOW     PIC X     VALUE 'N'.
               88  LAPSED-TABLE-OVERFLOWED  VALUE 'Y'.
           05  WS-LPT-TABLE.
               10  WS-LPT-ENTRY    OCCURS 1000 TIMES.
                   15  WS-LPT-E-STUDENT    PIC 9(6).
                   15  WS-LPT-E-COURSE     PIC X(15).
                   15  WS-LPT-E-TERM       PIC X(10).

      *    THE WAITLIST IS LINE SEQUENTIAL, SO IT IS HELD IN STORAGE
      *    AND REWRITTEN WITH THE LAPSED APPLICANTS' ROWS CLOSED, AS
      *    PRGB0162 DOES FOR A CANCELLED SECTION.
       01  WS-WAITLIST-AREAS.
           05  WS-WTL-EOF             PIC X     VALUE 'N'.
               88  WTL-EOF                   VALUE 'Y'.
           05  WS-WTL-COUNT           PIC 9(3)  COMP VALUE 0.
           05  WS-WTL-IDX             PIC 9(3)  COMP VALUE 0.
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

       01  WS-LAPSE-LINE.
           05  WS-LL-STUDENT         PIC 9(6).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-NAME            PIC X(27).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-COURSE          PIC X(15).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-TERM            PIC X(10).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-DEADLINE        PIC 9(8).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-LL-SEAT            PIC X(20).

       01  WS-LAPSE-COLUMNS.
           05  FILLER                PIC X(35)
               VALUE 'STUDENT NAME                       '.
           05  FILLER                PIC X(36)
               VALUE 'PROGRAM         TERM       DEADLINE '.
           05  FILLER                PIC X(4)
               VALUE 'SEAT'.

       01  WS-PRINT-LINE             PIC X(100).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "===== ADMISSION OFFER LAPSE RUN =====".

           OPEN OUTPUT LAPSE-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0171.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'ADMISSION OFFER LAPSE RUN ' DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE WS-LAPSE-COLUMNS TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

      *    NO OFFER FILE YET MEANS NO OFFER HAS EVER BEEN MADE.
           OPEN I-O ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "35"
               MOVE 'NO ADMISSION OFFERS ON FILE.' TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           ELSE
               IF OFR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ADMISSION.OFFERS (STATUS = "
                       OFR-FILE-STATUS ")"
                   SET RUN-FAILED TO TRUE
               ELSE
                   PERFORM 1100-OPEN-STUDENT-FILES
                   IF RUN-OK
                       PERFORM 1200-SWEEP-OFFERS
                       CLOSE STUDENT-VSAM-FILE
                       CLOSE ENROLLMENT-VSAM-FILE
                   END-IF
                   CLOSE ADMISSION-OFFER-FILE
               END-IF
           END-IF.

           IF WS-LPT-COUNT > 0
               PERFORM 1500-CLOSE-WAITLIST-ROWS
           END-IF.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OFFERS EXAMINED: ' DELIMITED BY SIZE
                  WS-EXAMINED-COUNT DELIMITED BY SIZE
                  '  LAPSED: ' DELIMITED BY SIZE
                  WS-LAPSED-COUNT DELIMITED BY SIZE
                  '  SEATS RELEASED: ' DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  '  WAITLIST ROWS CLOSED: ' DELIMITED BY SIZE
                  WS-WTL-CLOSED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'CONFIRMED OFFERS MADE ACTIVE: ' DELIMITED BY SIZE
                  WS-ACTIVATED-COUNT DELIMITED BY SIZE
                  '  NOT UPDATED: ' DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           CLOSE LAPSE-REPORT-FILE.

           IF RUN-FAILED OR WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0171.PRT FOR THE OFFER LAPSE REPORT".
           MOVE WS-EXAMINED-COUNT TO WS-RUN-READ-COUNT.
           COMPUTE WS-RUN-WRITE-COUNT
               = WS-LAPSED-COUNT + WS-ACTIVATED-COUNT.
           MOVE WS-ERROR-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.


       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               IF RUN-OK
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

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

       0880-WRITE-EVENT.

           ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-TIME FROM TIME.

           OPEN EXTEND EVENT-QUEUE-FILE.
           IF EVT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF.

           IF EVT-FILE-STATUS = "00"
               MOVE WS-EVT-TYPE TO EVT-TYPE
               MOVE ',' TO EVT-SEPARATOR1
               MOVE WS-EVT-STUDENT-ID TO EVT-STUDENT-ID
               MOVE ',' TO EVT-SEPARATOR2
               MOVE WS-EVT-DETAIL TO EVT-DETAIL
               MOVE ',' TO EVT-SEPARATOR3
               MOVE WS-EVT-DATE TO EVT-DATE
               MOVE ',' TO EVT-SEPARATOR4
               MOVE WS-EVT-TIME TO EVT-TIME
               MOVE ',' TO EVT-SEPARATOR5
               SET EVT-PENDING TO TRUE
               MOVE ',' TO EVT-SEPARATOR6
               MOVE ZEROS TO EVT-RETRY-COUNT
               WRITE EVENT-QUEUE-RECORD
               CLOSE EVENT-QUEUE-FILE
           END-IF.

       0880-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

       1100-OPEN-STUDENT-FILES.

           OPEN I-O STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               SET RUN-FAILED TO TRUE
           ELSE
               OPEN I-O ENROLLMENT-VSAM-FILE
               IF ENR-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING ENROLLMENT.VSAM FILE "
                       "(STATUS = " ENR-FILE-STATUS ")"
                   CLOSE STUDENT-VSAM-FILE
                   SET RUN-FAILED TO TRUE
               END-IF
           END-IF.

       1100-END.

       1200-SWEEP-OFFERS.

           MOVE 'N' TO WS-OFR-EOF.
           MOVE 0 TO OFR-STUDENT-ID.
           START ADMISSION-OFFER-FILE
               KEY IS NOT LESS THAN OFR-STUDENT-ID
               INVALID KEY SET OFR-SWEEP-EOF TO TRUE
           END-START.

           PERFORM 1210-WORK-ONE-OFFER UNTIL OFR-SWEEP-EOF.

       1200-END.

      *    THE DEADLINE IS THE LAST DAY TO CONFIRM, SO AN OFFER LAPSES
      *    THE NIGHT AFTER IT, NOT ON IT.
       1210-WORK-ONE-OFFER.

           READ ADMISSION-OFFER-FILE NEXT RECORD
               AT END
                   SET OFR-SWEEP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXAMINED-COUNT
                   IF OFR-PENDING AND OFR-DEADLINE < CURRENT-DATE
                       PERFORM 1300-LAPSE-OFFER
                   END-IF
                   IF OFR-CONFIRMED
                       PERFORM 1400-ACTIVATE-CONFIRMED
                   END-IF
           END-READ.

       1210-END.

       1300-LAPSE-OFFER.

           SET OFR-LAPSED TO TRUE.
           MOVE CURRENT-DATE TO OFR-CLOSE-DATE.

           REWRITE ADMISSION-OFFER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ERROR LAPSING THE OFFER FOR STUDENT "
                       OFR-STUDENT-ID " (STATUS = " OFR-FILE-STATUS
                       ")"
               NOT INVALID KEY
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 1310-RELEASE-SEAT
                   PERFORM 1320-NOTE-LAPSED-OFFER
                   PERFORM 1330-MARK-STUDENT-LAPSED
                   PERFORM 1340-QUEUE-LAPSE-NOTICE
                   PERFORM 1350-PRINT-LAPSE
           END-REWRITE.

       1300-END.

      *    THE ENROLLMENT ROW WRITTEN AT APPROVAL - OR BY A LATER
      *    WAITLIST PROMOTION - IS DROPPED SO THE SEAT COUNTS AS FREE.
       1310-RELEASE-SEAT.

           MOVE 'N' TO WS-SEAT-RELEASED.

           MOVE OFR-STUDENT-ID TO ENR-STUDENT-ID.
           MOVE OFR-COURSE TO ENR-COURSE.
           MOVE OFR-TERM TO ENR-TERM.
           READ ENROLLMENT-VSAM-FILE
               KEY IS ENR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-ACTIVE
                       SET ENR-DROPPED TO TRUE
                       REWRITE ENROLLMENT-VSAM-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "ERROR RELEASING THE SEAT FOR "
                                   "STUDENT " OFR-STUDENT-ID
                                   " (STATUS = " ENR-FILE-STATUS ")"
                           NOT INVALID KEY
                               SET SEAT-WAS-RELEASED TO TRUE
                               ADD 1 TO WS-RELEASED-COUNT
                               MOVE 'E' TO WS-JRN-FILE-ID
                               MOVE 'R' TO WS-JRN-ACTION
                               MOVE ENROLLMENT-VSAM-RECORD
                                   TO WS-JRN-IMAGE
                               PERFORM 0870-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

       1310-END.

       1320-NOTE-LAPSED-OFFER.

           IF WS-LPT-COUNT < 1000
               ADD 1 TO WS-LPT-COUNT
               MOVE OFR-STUDENT-ID TO WS-LPT-E-STUDENT (WS-LPT-COUNT)
               MOVE OFR-COURSE TO WS-LPT-E-COURSE (WS-LPT-COUNT)
               MOVE OFR-TERM TO WS-LPT-E-TERM (WS-LPT-COUNT)
           ELSE
               SET LAPSED-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1320-END.

       1330-MARK-STUDENT-LAPSED.

           MOVE OFR-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   MOVE SPACES TO STUDENT-VSAM-NAME
               NOT INVALID KEY
                   IF STUDENT-OFFERED
                       SET STUDENT-OFFER-LAPSED TO TRUE
                       MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE
                       REWRITE STUDENT-VSAM-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "ERROR MARKING STUDENT "
                                   OFR-STUDENT-ID " LAPSED (STATUS = "
                                   FILE-CHECK-KEY ")"
                           NOT INVALID KEY
                               MOVE 'S' TO WS-JRN-FILE-ID
                               MOVE 'R' TO WS-JRN-ACTION
                               MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                               PERFORM 0870-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

       1330-END.

       1340-QUEUE-LAPSE-NOTICE.

           MOVE 'OFFERLAPSE' TO WS-EVT-TYPE.
           MOVE OFR-STUDENT-ID TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           STRING 'OFFER ' DELIMITED BY SIZE
                  OFR-COURSE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  OFR-TERM DELIMITED BY SPACE
                  ' LAPSED' DELIMITED BY SIZE
               INTO WS-EVT-DETAIL.
           PERFORM 0880-WRITE-EVENT.

       1340-END.

       1350-PRINT-LAPSE.

           MOVE OFR-STUDENT-ID TO WS-LL-STUDENT.
           MOVE STUDENT-VSAM-NAME TO WS-LL-NAME.
           MOVE OFR-COURSE TO WS-LL-COURSE.
           MOVE OFR-TERM TO WS-LL-TERM.
           MOVE OFR-DEADLINE TO WS-LL-DEADLINE.
           IF SEAT-WAS-RELEASED
               MOVE 'RELEASED' TO WS-LL-SEAT
           ELSE
               MOVE 'NONE HELD' TO WS-LL-SEAT
           END-IF.
           MOVE WS-LAPSE-LINE TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

       1350-END.

      *    THE DEPOSIT WAS POSTED BUT STUDENT.VSAM COULD NOT BE
      *    UPDATED AT THE COUNTER - FINISH THE JOB HERE.
       1400-ACTIVATE-CONFIRMED.

           MOVE OFR-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STUDENT-OFFERED
                       SET STUDENT-ACTIVE TO TRUE
                       MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE
                       REWRITE STUDENT-VSAM-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "ERROR ACTIVATING STUDENT "
                                   OFR-STUDENT-ID " (STATUS = "
                                   FILE-CHECK-KEY ")"
                           NOT INVALID KEY
                               ADD 1 TO WS-ACTIVATED-COUNT
                               MOVE 'S' TO WS-JRN-FILE-ID
                               MOVE 'R' TO WS-JRN-ACTION
                               MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                               PERFORM 0870-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

       1400-END.

      *    A LAPSED APPLICANT STILL WAITING FOR A SEAT IS TAKEN OFF
      *    THE WAITLIST SO A RELEASED SEAT IS NEVER PROMOTED TO THEM.
      *    AN OVERSIZED WAITLIST IS LEFT FOR THE REGISTRAR INSTEAD.
       1500-CLOSE-WAITLIST-ROWS.

           MOVE 0 TO WS-WTL-COUNT.
           MOVE 'N' TO WS-WTL-EOF.

           OPEN INPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               PERFORM 1510-LOAD-ONE-WAITLIST-ROW UNTIL WTL-EOF
               CLOSE COURSE-WAITLIST-FILE
               IF WTL-TABLE-OVERFLOWED
                   DISPLAY "COURSE.WAITLIST HOLDS MORE THAN 500 ROWS "
                       "- CLOSE THE LAPSED APPLICANTS' ROWS BY HAND."
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   IF WS-WTL-CLOSED-COUNT > 0
                       PERFORM 1520-REWRITE-WAITLIST
                   END-IF
               END-IF
           END-IF.

           IF LAPSED-TABLE-OVERFLOWED
               DISPLAY "MORE THAN 1000 OFFERS LAPSED - WAITLIST ROWS "
                   "CLOSED FOR THE FIRST 1000 ONLY."
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1500-END.

       1510-LOAD-ONE-WAITLIST-ROW.

           READ COURSE-WAITLIST-FILE
               AT END
                   SET WTL-EOF TO TRUE
               NOT AT END
                   IF WS-WTL-COUNT >= 500
                       SET WTL-TABLE-OVERFLOWED TO TRUE
                       SET WTL-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-WTL-COUNT
                       MOVE WTL-COURSE
                           TO WS-WTL-E-COURSE (WS-WTL-COUNT)
                       MOVE WTL-TERM
                           TO WS-WTL-E-TERM (WS-WTL-COUNT)
                       MOVE WTL-STUDENT-ID
                           TO WS-WTL-E-STUDENT (WS-WTL-COUNT)
                       MOVE WTL-DATE
                           TO WS-WTL-E-DATE (WS-WTL-COUNT)
                       MOVE WTL-STATUS
                           TO WS-WTL-E-STATUS (WS-WTL-COUNT)
                       MOVE WTL-SECTION
                           TO WS-WTL-E-SECTION (WS-WTL-COUNT)
                       IF WTL-WAITING
                           PERFORM 1515-FIND-LAPSED-OFFER
                           IF WS-LPT-HIT > 0
                               MOVE 'C'
                                   TO WS-WTL-E-STATUS (WS-WTL-COUNT)
                               ADD 1 TO WS-WTL-CLOSED-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1510-END.

       1515-FIND-LAPSED-OFFER.

           MOVE 0 TO WS-LPT-HIT.
           MOVE 1 TO WS-LPT-IDX.

           PERFORM 1516-MATCH-ONE-LAPSED
               UNTIL WS-LPT-HIT > 0 OR WS-LPT-IDX > WS-LPT-COUNT.

       1515-END.

       1516-MATCH-ONE-LAPSED.

           IF WS-LPT-E-STUDENT (WS-LPT-IDX) = WTL-STUDENT-ID
                   AND WS-LPT-E-COURSE (WS-LPT-IDX) = WTL-COURSE
                   AND WS-LPT-E-TERM (WS-LPT-IDX) = WTL-TERM
               MOVE WS-LPT-IDX TO WS-LPT-HIT
           END-IF.

           ADD 1 TO WS-LPT-IDX.

       1516-END.

       1520-REWRITE-WAITLIST.

           OPEN OUTPUT COURSE-WAITLIST-FILE.
           IF WTL-FILE-STATUS = "00"
               MOVE 1 TO WS-WTL-IDX
               PERFORM 1530-REWRITE-ONE-WAITLIST-ROW
                   UNTIL WS-WTL-IDX > WS-WTL-COUNT
               CLOSE COURSE-WAITLIST-FILE
           ELSE
               DISPLAY "ERROR REWRITING COURSE.WAITLIST (STATUS = "
                   WTL-FILE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
               MOVE 0 TO WS-WTL-CLOSED-COUNT
           END-IF.

       1520-END.

       1530-REWRITE-ONE-WAITLIST-ROW.

           MOVE WS-WTL-E-COURSE (WS-WTL-IDX) TO WTL-COURSE.
           MOVE ',' TO WTL-SEPARATOR1.
           MOVE WS-WTL-E-TERM (WS-WTL-IDX) TO WTL-TERM.
           MOVE ',' TO WTL-SEPARATOR2.
           MOVE WS-WTL-E-STUDENT (WS-WTL-IDX) TO WTL-STUDENT-ID.
           MOVE ',' TO WTL-SEPARATOR3.
           MOVE WS-WTL-E-DATE (WS-WTL-IDX) TO WTL-DATE.
           MOVE ',' TO WTL-SEPARATOR4.
           MOVE WS-WTL-E-STATUS (WS-WTL-IDX) TO WTL-STATUS.
           MOVE ',' TO WTL-SEPARATOR5.
           MOVE WS-WTL-E-SECTION (WS-WTL-IDX) TO WTL-SECTION.
           WRITE WAITLIST-RECORD.

           ADD 1 TO WS-WTL-IDX.

       1530-END.

       END PROGRAM PRGB0171.
