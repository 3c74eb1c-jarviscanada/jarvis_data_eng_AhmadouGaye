      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student name maintenance - keeps the preferred name
      *          beside the legal name and carries the legal name
      *          change as its own documented transaction. P SETS OR
      *          REMOVES THE PREFERRED NAME ON PREFERRED.NAMES, WHICH
      *          ROSTERS, ID CARDS, LETTERS, THE KIOSK AND ATTENDANCE
      *          ENTRY SHOW THROUGH PRGS0159. L CHANGES THE LEGAL NAME
      *          ON STUDENT.VSAM AGAINST A SUPPORTING DOCUMENT (TYPE
      *          AND NUMBER), RECOMPUTES THE SOUNDEX KEY, AND WRITES
      *          THE OLD AND NEW NAME AND THE DOCUMENT TO
      *          STUDENT.HISTORY. EITHER CHANGE QUEUES AN ID CARD
      *          REISSUE NOTICE AND LANDS ON AUDIT.LOG. PRGU0003 NO
      *          LONGER CHANGES THE NAME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGU0160.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY PRFSEL.

           COPY SGNSEL.

           COPY HISSEL.

           COPY LOCKSEL.

           COPY EVTSEL.

           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD PREFERRED-NAME-FILE.
       COPY PRFFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD CHANGE-HISTORY-FILE.
       COPY HISFD.

       FD STUDENT-LOCK-FILE.
       COPY LOCKFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       WORKING-STORAGE SECTION.

       01  PRF-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  HIS-FILE-STATUS   PIC XX.
       01  LOCK-FILE-STATUS  PIC XX.
       01  EVT-FILE-STATUS   PIC XX.
       01  JRN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY PNPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGU0160'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.

       01  WS-LOCK-AREAS.
           05  WS-LOCK-ACQUIRED      PIC X     VALUE 'N'.
               88  LOCK-WAS-ACQUIRED        VALUE 'Y'.
           05  WS-LOCK-RETRY-COUNT   PIC 9(2)  VALUE 0.

      *    THE DOCUMENTS ACCEPTED IN SUPPORT OF A LEGAL NAME CHANGE.
       01  WS-DOC-TYPE-LIST.
           05  FILLER  PIC X(21) VALUE 'BBIRTH CERTIFICATE   '.
           05  FILLER  PIC X(21) VALUE 'MMARRIAGE CERTIFICATE'.
           05  FILLER  PIC X(21) VALUE 'DDIVORCE DECREE      '.
           05  FILLER  PIC X(21) VALUE 'CCOURT ORDER         '.
           05  FILLER  PIC X(21) VALUE 'NCHANGE OF NAME CERT '.
           05  FILLER  PIC X(21) VALUE 'PPASSPORT            '.
           05  FILLER  PIC X(21) VALUE 'OOTHER DOCUMENT      '.
       01  WS-DOC-TYPE-TABLE REDEFINES WS-DOC-TYPE-LIST.
           05  WS-DOC-TYPE-ENTRY  OCCURS 7 TIMES.
               10  WS-DOC-TYPE-CODE   PIC X.
               10  WS-DOC-TYPE-NAME   PIC X(20).

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-STUDENT-FOUND       PIC X     VALUE 'N'.
               88  STUDENT-WAS-FOUND         VALUE 'Y'.
           05  WS-ROW-FOUND           PIC X     VALUE 'N'.
               88  ROW-WAS-FOUND             VALUE 'Y'.
           05  WS-ACTION              PIC X     VALUE SPACE.
               88  ACTION-IS-PREFERRED       VALUE 'P'.
               88  ACTION-IS-LEGAL           VALUE 'L'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               88  CONFIRM-SAVE              VALUE 'Y'.
           05  WS-DETAILS-VALID       PIC X     VALUE 'N'.
               88  DETAILS-ARE-VALID         VALUE 'Y'.
           05  WS-SAVED               PIC X     VALUE 'N'.
               88  CHANGE-WAS-SAVED          VALUE 'Y'.
           05  WS-OLD-PREFERRED       PIC X(27) VALUE SPACES.
           05  WS-NEW-PREFERRED       PIC X(27) VALUE SPACES.
           05  WS-OLD-LEGAL-NAME      PIC X(27) VALUE SPACES.
           05  WS-NEW-LEGAL-NAME      PIC X(27) VALUE SPACES.
           05  WS-DOC-TYPE            PIC X     VALUE SPACE.
           05  WS-DOC-NUMBER          PIC X(20) VALUE SPACES.
           05  WS-DOC-IDX             PIC 9     VALUE 0.
           05  WS-DOC-NAME            PIC X(20) VALUE SPACES.
           05  WS-AUDIT-ACTION        PIC X(10).
           05  WS-AUDIT-DETAIL        PIC X(40).

       01  WS-HISTORY-ROW.
           05 WS-HIS-FIELD-NAME    PIC X(10).
           05 WS-HIS-OLD-VALUE     PIC X(27).
           05 WS-HIS-NEW-VALUE     PIC X(27).

       01  WS-SOUNDEX-AREAS.
           05  WS-SOUNDEX-CODE          PIC X(4).
           05  WS-SOUNDEX-FIRST-LETTER  PIC X.
           05  WS-SOUNDEX-DIGITS        PIC X(3).
           05  WS-SOUNDEX-DIGIT-COUNT   PIC 9     VALUE 0.
           05  WS-SOUNDEX-LAST-DIGIT    PIC X.
           05  WS-SOUNDEX-CHAR          PIC X.
           05  WS-SOUNDEX-DIGIT         PIC X.
           05  WS-SOUNDEX-IDX           PIC 9(2).

       01  NAME-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  NAME-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(5) VALUE SPACES.
           05 TITRE11      PIC X(14) VALUE ' S T U D E N T'.
           05 TITRE12      PIC X(14) VALUE '   N A M E S  '.
           05 FILLER      PIC X(5) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       01 CURRENT-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-DISPLAY-HEADER.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-PROMPT-FOR-ID UNTIL STUDENT-WAS-FOUND.

           CLOSE STUDENT-VSAM-FILE.

           PERFORM 1300-SHOW-NAMES.

           DISPLAY "P = SET OR REMOVE THE PREFERRED NAME".
           DISPLAY "L = CHANGE THE LEGAL NAME (DOCUMENT REQUIRED)".
           DISPLAY "ANYTHING ELSE EXITS >>".
           MOVE SPACE TO WS-ACTION.
           ACCEPT WS-ACTION.

           EVALUATE TRUE
               WHEN ACTION-IS-PREFERRED
                   PERFORM 1400-MAINTAIN-PREFERRED
               WHEN ACTION-IS-LEGAL
                   PERFORM 1500-CHANGE-LEGAL-NAME
               WHEN OTHER
                   DISPLAY "<---- NOTHING CHANGED. --->"
           END-EVALUATE.

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

      *    THE ID CARD CARRIES THE NAME THE STUDENT GOES BY, SO ANY
      *    CHANGE TO IT SENDS THE CARD OFFICE A REISSUE NOTICE
      *    THROUGH PRGB0054.
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

       0900-ACQUIRE-LOCK.

      *    THE SAME ENQUEUE FILE PRGU0003 TAKES, SO A NAME CHANGE AND
      *    A STUDENT UPDATE NEVER REWRITE THE SAME FILE AT ONCE.
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
               MOVE "PRGU0160" TO LOCK-HOLDER-PROGRAM
               OPEN OUTPUT STUDENT-LOCK-FILE
               WRITE STUDENT-LOCK-RECORD
               CLOSE STUDENT-LOCK-FILE
               SET LOCK-WAS-ACQUIRED TO TRUE
           ELSE
               DISPLAY "STUDENT.VSAM IS LOCKED BY " LOCK-HOLDER-PROGRAM
                   " - WAITING..."
               ADD 1 TO WS-LOCK-RETRY-COUNT
           END-IF.

       0900-END.

       0950-RELEASE-LOCK.

           IF LOCK-WAS-ACQUIRED
               SET LOCK-FREE TO TRUE
               OPEN OUTPUT STUDENT-LOCK-FILE
               WRITE STUDENT-LOCK-RECORD
               CLOSE STUDENT-LOCK-FILE
               MOVE 'N' TO WS-LOCK-ACQUIRED
           END-IF.

       0950-END.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-PREFERRED-FILE.

           OPEN I-O PREFERRED-NAME-FILE.
           IF PRF-FILE-STATUS = "35"
               OPEN OUTPUT PREFERRED-NAME-FILE
               IF PRF-FILE-STATUS = "00"
                   CLOSE PREFERRED-NAME-FILE
                   OPEN I-O PREFERRED-NAME-FILE
               END-IF
           END-IF.

           IF PRF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PREFERRED.NAMES FILE "
                   "(STATUS = " PRF-FILE-STATUS ")"
           END-IF.

       1000-END.

       1100-DISPLAY-HEADER.

           DISPLAY NAME-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY NAME-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY NAME-HEADER.

       1100-END.

       1200-PROMPT-FOR-ID.

           DISPLAY "ENTER STUDENT ID (MAX 6 DIGITS) >>".
           ACCEPT STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND (STATUS = "
                       FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   SET STUDENT-WAS-FOUND TO TRUE
           END-READ.

       1200-END.

       1300-SHOW-NAMES.

           MOVE WS-STUDENT-VSAM-ID TO PNP-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO PNP-LEGAL-NAME.
           CALL 'PRGS0159' USING PREFERRED-NAME-PARM.

           MOVE WS-STUDENT-VSAM-NAME TO WS-OLD-LEGAL-NAME.
           IF PNP-PREFERRED-ON-FILE
               MOVE PNP-DISPLAY-NAME TO WS-OLD-PREFERRED
           ELSE
               MOVE SPACES TO WS-OLD-PREFERRED
           END-IF.

           DISPLAY " ".
           DISPLAY "STUDENT       : " WS-STUDENT-VSAM-ID.
           DISPLAY "LEGAL NAME    : " WS-OLD-LEGAL-NAME.
           IF PNP-PREFERRED-ON-FILE
               DISPLAY "PREFERRED NAME: " WS-OLD-PREFERRED
           ELSE
               DISPLAY "PREFERRED NAME: (NONE - GOES BY LEGAL NAME)"
           END-IF.
           DISPLAY " ".

       1300-END.

      *    A BLANK ENTRY REMOVES THE PREFERRED NAME, AFTER WHICH THE
      *    STUDENT GOES BY THE LEGAL NAME AGAIN EVERYWHERE.
       1400-MAINTAIN-PREFERRED.

           DISPLAY "ENTER PREFERRED NAME (BLANK = REMOVE) >>".
           MOVE SPACES TO WS-NEW-PREFERRED.
           ACCEPT WS-NEW-PREFERRED.

           IF WS-NEW-PREFERRED = WS-OLD-PREFERRED
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               IF WS-NEW-PREFERRED = WS-OLD-LEGAL-NAME
                   DISPLAY "THAT IS THE LEGAL NAME - LEAVE THE "
                       "PREFERRED NAME BLANK INSTEAD."
               ELSE
                   PERFORM 1000-OPEN-PREFERRED-FILE
                   IF PRF-FILE-STATUS = "00"
                       PERFORM 1450-SAVE-PREFERRED
                       CLOSE PREFERRED-NAME-FILE
                   ELSE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1400-END.

       1450-SAVE-PREFERRED.

           IF WS-NEW-PREFERRED = SPACES
               DISPLAY "REMOVE THE PREFERRED NAME FOR STUDENT "
                   WS-STUDENT-VSAM-ID " (Y/N)? >>"
           ELSE
               DISPLAY "SAVE PREFERRED NAME " WS-NEW-PREFERRED
                   " (Y/N)? >>"
           END-IF.
           MOVE 'N' TO WS-CONFIRM-SAVE.
           ACCEPT WS-CONFIRM-SAVE.

           IF NOT CONFIRM-SAVE
               DISPLAY "<---- NOTHING CHANGED. --->"
           ELSE
               MOVE 'N' TO WS-SAVED
               MOVE WS-STUDENT-VSAM-ID TO PRF-STUDENT-ID
               READ PREFERRED-NAME-FILE
                   KEY IS PRF-STUDENT-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ROW-FOUND
                   NOT INVALID KEY
                       SET ROW-WAS-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-NEW-PREFERRED = SPACES
                       IF ROW-WAS-FOUND
                           DELETE PREFERRED-NAME-FILE RECORD
                       END-IF
                   WHEN ROW-WAS-FOUND
                       PERFORM 1460-BUILD-PREFERRED-ROW
                       REWRITE PREFERRED-NAME-RECORD
                   WHEN OTHER
                       PERFORM 1460-BUILD-PREFERRED-ROW
                       WRITE PREFERRED-NAME-RECORD
               END-EVALUATE
               IF PRF-FILE-STATUS = "00"
                   SET CHANGE-WAS-SAVED TO TRUE
               END-IF
               IF CHANGE-WAS-SAVED
                   DISPLAY "PREFERRED NAME SAVED."
                   MOVE "PREFNAME" TO WS-HIS-FIELD-NAME
                   MOVE WS-OLD-PREFERRED TO WS-HIS-OLD-VALUE
                   MOVE WS-NEW-PREFERRED TO WS-HIS-NEW-VALUE
                   PERFORM 1700-OPEN-HISTORY
                   PERFORM 1710-WRITE-HISTORY-ROW
                   CLOSE CHANGE-HISTORY-FILE
                   MOVE "PREFNAME" TO WS-AUDIT-ACTION
                   IF WS-NEW-PREFERRED = SPACES
                       MOVE "PREFERRED NAME REMOVED" TO WS-AUDIT-DETAIL
                   ELSE
                       MOVE "PREFERRED NAME SET" TO WS-AUDIT-DETAIL
                   END-IF
                   PERFORM 1800-WRITE-AUDIT-RECORD
                   MOVE "PREFERRED NAME CHANGED - REISSUE ID CARD"
                       TO WS-EVT-DETAIL
                   PERFORM 1850-QUEUE-REISSUE
               ELSE
                   DISPLAY "ERROR SAVING PREFERRED NAME (STATUS = "
                       PRF-FILE-STATUS ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1450-END.

       1460-BUILD-PREFERRED-ROW.

           MOVE SPACES TO PREFERRED-NAME-RECORD.
           MOVE ',' TO PRF-SEPARATOR1, PRF-SEPARATOR2, PRF-SEPARATOR3.
           MOVE WS-STUDENT-VSAM-ID TO PRF-STUDENT-ID.
           MOVE WS-NEW-PREFERRED TO PRF-NAME.
           MOVE CURRENT-DATE TO PRF-UPDATED-DATE.
           MOVE WS-SIGNON-USER TO PRF-UPDATED-BY.

       1460-END.

      *    THE LEGAL NAME ONLY CHANGES AGAINST A DOCUMENT THE OFFICE
      *    HAS SEEN; ITS TYPE AND NUMBER GO TO STUDENT.HISTORY BESIDE
      *    THE OLD AND NEW NAME.
       1500-CHANGE-LEGAL-NAME.

           MOVE 'Y' TO WS-DETAILS-VALID.

           DISPLAY "ENTER NEW LEGAL NAME >>".
           MOVE SPACES TO WS-NEW-LEGAL-NAME.
           ACCEPT WS-NEW-LEGAL-NAME.

           IF WS-NEW-LEGAL-NAME = SPACES
               DISPLAY "NAME CANNOT BE BLANK."
               MOVE 'N' TO WS-DETAILS-VALID
           ELSE
               IF WS-NEW-LEGAL-NAME = WS-OLD-LEGAL-NAME
                   DISPLAY "THAT IS ALREADY THE LEGAL NAME."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

           IF DETAILS-ARE-VALID
               PERFORM 1510-PROMPT-FOR-DOCUMENT
           END-IF.

           IF DETAILS-ARE-VALID
               DISPLAY "<---- REVIEW LEGAL NAME CHANGE BEFORE SAVING"
                   " --->"
               DISPLAY "ID          : " WS-STUDENT-VSAM-ID
               DISPLAY "OLD NAME    : " WS-OLD-LEGAL-NAME
               DISPLAY "NEW NAME    : " WS-NEW-LEGAL-NAME
               DISPLAY "DOCUMENT    : " WS-DOC-TYPE " " WS-DOC-NAME
               DISPLAY "DOCUMENT NO : " WS-DOC-NUMBER
               DISPLAY "SAVE THIS CHANGE (Y/N)? >>"
               MOVE 'N' TO WS-CONFIRM-SAVE
               ACCEPT WS-CONFIRM-SAVE
               IF CONFIRM-SAVE
                   PERFORM 1550-SAVE-LEGAL-NAME
               ELSE
                   DISPLAY "<---- CHANGE CANCELLED. NOTHING SAVED. --->"
               END-IF
           END-IF.

       1500-END.

       1510-PROMPT-FOR-DOCUMENT.

           DISPLAY "SUPPORTING DOCUMENT TYPE:".
           PERFORM 1515-SHOW-DOC-TYPE
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 7.
           DISPLAY "ENTER DOCUMENT TYPE >>".
           MOVE SPACE TO WS-DOC-TYPE.
           ACCEPT WS-DOC-TYPE.

           MOVE SPACES TO WS-DOC-NAME.
           PERFORM 1520-FIND-DOC-TYPE
               VARYING WS-DOC-IDX FROM 1 BY 1 UNTIL WS-DOC-IDX > 7.

           IF WS-DOC-NAME = SPACES
               DISPLAY "DOCUMENT TYPE MUST BE ONE OF THE CODES SHOWN."
               MOVE 'N' TO WS-DETAILS-VALID
           ELSE
               DISPLAY "ENTER DOCUMENT NUMBER >>"
               MOVE SPACES TO WS-DOC-NUMBER
               ACCEPT WS-DOC-NUMBER
               IF WS-DOC-NUMBER = SPACES
                   DISPLAY "DOCUMENT NUMBER CANNOT BE BLANK."
                   MOVE 'N' TO WS-DETAILS-VALID
               END-IF
           END-IF.

       1510-END.

       1515-SHOW-DOC-TYPE.

           DISPLAY "  " WS-DOC-TYPE-CODE (WS-DOC-IDX) " = "
               WS-DOC-TYPE-NAME (WS-DOC-IDX).

       1515-END.

       1520-FIND-DOC-TYPE.

           IF WS-DOC-TYPE = WS-DOC-TYPE-CODE (WS-DOC-IDX)
               MOVE WS-DOC-TYPE-NAME (WS-DOC-IDX) TO WS-DOC-NAME
           END-IF.

       1520-END.

      *    THE RECORD IS READ AGAIN UNDER THE LOCK SO A CHANGE MADE
      *    SINCE IT WAS SHOWN IS NOT OVERWRITTEN.
       1550-SAVE-LEGAL-NAME.

           PERFORM 0900-ACQUIRE-LOCK
               UNTIL LOCK-WAS-ACQUIRED OR WS-LOCK-RETRY-COUNT > 5.

           IF NOT LOCK-WAS-ACQUIRED
               DISPLAY "ERROR: COULD NOT LOCK STUDENT.VSAM - ANOTHER "
                   "UPDATE IS IN PROGRESS. TRY AGAIN LATER."
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN I-O STUDENT-VSAM-FILE
               IF FILE-CHECK-KEY NOT = "00"
                   DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                       FILE-CHECK-KEY ")"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 1560-REWRITE-STUDENT
                   CLOSE STUDENT-VSAM-FILE
               END-IF
               PERFORM 0950-RELEASE-LOCK
           END-IF.

       1550-END.

       1560-REWRITE-STUDENT.

           MOVE 'N' TO WS-SAVED.
           MOVE WS-STUDENT-VSAM-ID TO STUDENT-VSAM-ID.

           READ STUDENT-VSAM-FILE
               KEY IS STUDENT-VSAM-ID
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND (STATUS = "
                       FILE-CHECK-KEY ")"
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-NAME TO WS-OLD-LEGAL-NAME
                   MOVE WS-NEW-LEGAL-NAME TO STUDENT-VSAM-NAME
                   MOVE CURRENT-DATE TO STUDENT-VSAM-UPDATEDATE
                   PERFORM 1600-COMPUTE-SOUNDEX
                   MOVE WS-SOUNDEX-CODE TO STUDENT-VSAM-SOUNDEX
                   REWRITE STUDENT-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR UPDATING RECORD WITH KEY "
                               WS-STUDENT-VSAM-ID " (STATUS = "
                               FILE-CHECK-KEY ")"
                       NOT INVALID KEY
                           SET CHANGE-WAS-SAVED TO TRUE
                   END-REWRITE
           END-READ.

           IF CHANGE-WAS-SAVED
               DISPLAY "LEGAL NAME CHANGED FOR STUDENT "
                   WS-STUDENT-VSAM-ID "."
               MOVE 'S' TO WS-JRN-FILE-ID
               MOVE 'R' TO WS-JRN-ACTION
               MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
               PERFORM 0870-WRITE-JOURNAL
               PERFORM 1570-RECORD-LEGAL-CHANGE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       1560-END.

       1570-RECORD-LEGAL-CHANGE.

           PERFORM 1700-OPEN-HISTORY.

           MOVE "NAME" TO WS-HIS-FIELD-NAME.
           MOVE WS-OLD-LEGAL-NAME TO WS-HIS-OLD-VALUE.
           MOVE WS-NEW-LEGAL-NAME TO WS-HIS-NEW-VALUE.
           PERFORM 1710-WRITE-HISTORY-ROW.

           MOVE "NAMEDOC" TO WS-HIS-FIELD-NAME.
           MOVE SPACES TO WS-HIS-OLD-VALUE.
           STRING WS-DOC-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DOC-NAME DELIMITED BY SIZE
               INTO WS-HIS-OLD-VALUE.
           MOVE WS-DOC-NUMBER TO WS-HIS-NEW-VALUE.
           PERFORM 1710-WRITE-HISTORY-ROW.

           CLOSE CHANGE-HISTORY-FILE.

           MOVE "LEGALNAME" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "DOCUMENT " DELIMITED BY SIZE
                  WS-DOC-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DOC-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           PERFORM 1800-WRITE-AUDIT-RECORD.

           MOVE "LEGAL NAME CHANGED - REISSUE ID CARD"
               TO WS-EVT-DETAIL.
           PERFORM 1850-QUEUE-REISSUE.

       1570-END.

      *    BUILD A SOUNDEX-STYLE PHONETIC CODE FROM THE NEW NAME
      *    (1 LETTER + 3 DIGITS) THE SAME WAY PRGA0049 AND PRGU0003
      *    DO, SO LOOKUPS BY EAR FIND THE STUDENT UNDER THE NEW NAME.
       1600-COMPUTE-SOUNDEX.

           MOVE SPACES TO WS-SOUNDEX-CODE.
           MOVE SPACES TO WS-SOUNDEX-DIGITS.
           MOVE 0 TO WS-SOUNDEX-DIGIT-COUNT.
           MOVE SPACE TO WS-SOUNDEX-LAST-DIGIT.

           IF WS-NEW-LEGAL-NAME NOT = SPACES
               MOVE WS-NEW-LEGAL-NAME(1:1) TO WS-SOUNDEX-FIRST-LETTER
               MOVE WS-NEW-LEGAL-NAME(1:1) TO WS-SOUNDEX-CHAR
               PERFORM 1610-MAP-CHAR-TO-DIGIT
               MOVE WS-SOUNDEX-DIGIT TO WS-SOUNDEX-LAST-DIGIT

               MOVE 2 TO WS-SOUNDEX-IDX
               PERFORM 1620-SCAN-NAME-CHAR
                   UNTIL WS-SOUNDEX-IDX > 27
                      OR WS-SOUNDEX-DIGIT-COUNT = 3

               STRING WS-SOUNDEX-FIRST-LETTER DELIMITED BY SIZE
                      WS-SOUNDEX-DIGITS       DELIMITED BY SIZE
                   INTO WS-SOUNDEX-CODE

               INSPECT WS-SOUNDEX-CODE REPLACING ALL SPACE BY '0'
           END-IF.

       1600-END.

       1610-MAP-CHAR-TO-DIGIT.

           EVALUATE WS-SOUNDEX-CHAR
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1' TO WS-SOUNDEX-DIGIT
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K' WHEN 'Q' WHEN 'S'
                       WHEN 'X' WHEN 'Z'
                   MOVE '2' TO WS-SOUNDEX-DIGIT
               WHEN 'D' WHEN 'T'
                   MOVE '3' TO WS-SOUNDEX-DIGIT
               WHEN 'L'
                   MOVE '4' TO WS-SOUNDEX-DIGIT
               WHEN 'M' WHEN 'N'
                   MOVE '5' TO WS-SOUNDEX-DIGIT
               WHEN 'R'
                   MOVE '6' TO WS-SOUNDEX-DIGIT
               WHEN OTHER
                   MOVE SPACE TO WS-SOUNDEX-DIGIT
           END-EVALUATE.

       1610-END.

       1620-SCAN-NAME-CHAR.

           MOVE WS-NEW-LEGAL-NAME(WS-SOUNDEX-IDX:1) TO WS-SOUNDEX-CHAR.
           PERFORM 1610-MAP-CHAR-TO-DIGIT.

           IF WS-SOUNDEX-DIGIT NOT = SPACE
                   AND WS-SOUNDEX-DIGIT NOT = WS-SOUNDEX-LAST-DIGIT
               ADD 1 TO WS-SOUNDEX-DIGIT-COUNT
               MOVE WS-SOUNDEX-DIGIT
                   TO WS-SOUNDEX-DIGITS(WS-SOUNDEX-DIGIT-COUNT:1)
           END-IF.

           IF WS-SOUNDEX-CHAR NOT = SPACE
               MOVE WS-SOUNDEX-DIGIT TO WS-SOUNDEX-LAST-DIGIT
           ELSE
               MOVE SPACE TO WS-SOUNDEX-LAST-DIGIT
           END-IF.

           ADD 1 TO WS-SOUNDEX-IDX.

       1620-END.

       1700-OPEN-HISTORY.

           OPEN EXTEND CHANGE-HISTORY-FILE.
           IF HIS-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-HISTORY-FILE
           END-IF.

       1700-END.

       1710-WRITE-HISTORY-ROW.

           MOVE WS-STUDENT-VSAM-ID TO HIS-STUDENT-ID.
           MOVE WS-HIS-FIELD-NAME TO HIS-FIELD-NAME.
           MOVE WS-HIS-OLD-VALUE TO HIS-OLD-VALUE.
           MOVE WS-HIS-NEW-VALUE TO HIS-NEW-VALUE.
           MOVE CURRENT-DATE TO HIS-UPDATEDATE.

           MOVE WS-SIGNON-USER TO HIS-USER.

           WRITE CHANGE-HISTORY-RECORD.

       1710-END.

       1800-WRITE-AUDIT-RECORD.

           MOVE "PRGU0160" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-AUDIT-DETAIL TO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       1850-QUEUE-REISSUE.

           MOVE "IDREISSUE" TO WS-EVT-TYPE.
           MOVE WS-STUDENT-VSAM-ID TO WS-EVT-STUDENT-ID.
           PERFORM 0880-WRITE-EVENT.

       1850-END.

       END PROGRAM PRGU0160.
