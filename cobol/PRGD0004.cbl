      ******************************************************************
      * Author:
      * Date:
      * Purpose: A STUDENT DELETED AS WITHDREW OR TRANSFERRED HAS
      *          THE DEPARTURE CLEARANCE CHECKLIST OPENED THROUGH
      *          PRGS0139 SO THE LIBRARY, BURSAR, RESIDENCE AND
      *          EQUIPMENT OFFICES EACH SIGN OFF (PRGN0140).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.
       01  FILE-STATUS   PIC XX.
       COPY AUPWRK.
       COPY CLPWRK.
       01  SGN-FILE-STATUS   PIC XX.

       COPY SGNWRK.

       01  WS-USERINPUT.

           05 WS-INPUT-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X VALUE ','.
           05 WS-INPUT-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X VALUE ','.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.

           05  READTYPE            PIC X.
               88 YES     VALUE 'Y'.

           05  WS-ID-VALID          PIC X     VALUE 'N'.
               88  ID-IS-VALID              VALUE 'Y'.
           05  WS-SEARCH-ID-STAGING  PIC X(7).
           05  WS-SEARCH-ID-NUMERIC  PIC 9(7).

       01  DELETE-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 5  VALUE 'DELETE (SOFT) A STUDENT'.
           05 LINE 3  COLUMN 5  VALUE 'STUDENT ID  :'.
           05 LINE 3  COLUMN 20 PIC X(7)
               USING WS-SEARCH-ID-STAGING.
           05 LINE 5  COLUMN 5  VALUE 'REASON CODE :'.
           05 LINE 5  COLUMN 20 PIC X
                   MOVE STUDENT-VSAM-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
                   PERFORM 1500-WRITE-AUDIT-RECORD
                   IF WS-DELETE-REASON-CODE = 'W' OR 'T'
                       PERFORM 1600-OPEN-CLEARANCE
                   END-IF
                   MOVE "WITHDRAWN" TO WS-EVT-TYPE
                   MOVE STUDENT-VSAM-ID TO WS-EVT-STUDENT-ID
                   MOVE WS-DELETE-REASON TO WS-EVT-DETAIL

           IF WS-SEARCH-ID-STAGING IS NUMERIC
               MOVE WS-SEARCH-ID-STAGING TO WS-SEARCH-ID-NUMERIC
               IF WS-SEARCH-ID-NUMERIC <= 999999
                   MOVE WS-SEARCH-ID-NUMERIC TO STUDENT-VSAM-ID
                   SET ID-IS-VALID TO TRUE
               ELSE
                   MOVE "STUDENT ID MUST BE AT MOST 6 DIGITS."
                       TO WS-FORM-MESSAGE
               END-IF
           ELSE

       DISPLAY '------------------------------------------------------'
               '-------------------------------------'
       DISPLAY 'ID     | STUDENT NAME                |'
                   ' BIRTHDAY | COURSE          |'
               ' INSERT DATE | UPDATE DATE '
       DISPLAY '------------------------------------------------------'

       1500-END.

      *    A DUPLICATE OR DATA-ENTRY-ERROR DELETE IS NOT A DEPARTURE
      *    AND OPENS NO CHECKLIST.
       1600-OPEN-CLEARANCE.

           SET CLP-DO-OPEN TO TRUE.
           MOVE STUDENT-VSAM-ID TO CLP-STUDENT-ID.
           MOVE 'W' TO CLP-REASON.
           MOVE "PRGD0004" TO CLP-PROGRAM.
           MOVE WS-SIGNON-USER TO CLP-USER.

           CALL 'PRGS0139' USING CLEARANCE-CHECK-PARM.

           IF CLP-FILE-ERROR
               DISPLAY "WARNING: DEPARTURE CLEARANCE CHECKLIST NOT "
                   "OPENED - OPEN IT THROUGH PRGN0140."
           ELSE
               IF CLP-NOT-CLEARED
                   DISPLAY "DEPARTURE CLEARANCE OUTSTANDING: "
                       CLP-OUTSTANDING-LIST
               END-IF
           END-IF.

       1600-END.

       END PROGRAM PRGD0004.
