      *          IN FILE ORDER, AND EACH STUDENT GETS THE SET THEIR
      *          SERVICE-LANGUAGE PREFERENCE NAMES. ONE PLACEHOLDER
      *          PER LINE IS MERGED: &NAME &ID &COURSE &TERM &DATE
      *          &STREET &CITY &LEGAL. &NAME IS THE PREFERRED NAME
      *          WHERE ONE IS ON FILE (PRGS0159); &LEGAL IS ALWAYS
      *          THE LEGAL NAME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD LETTER-SELECT-FILE.
       01  LETTER-SELECT-RECORD.
           05 SEL-STUDENT-ID            PIC 9(6).

       FD LETTER-OUT-FILE.
       01  LETTER-OUT-LINE              PIC X(80).

       COPY STUWRK.

       COPY PNPWRK.

       01  WS-WORK-AREAS.
           05  WS-TEMPLATE-CODE    PIC X     VALUE SPACE.
           05  WS-CODE-VALID       PIC X     VALUE 'N'.
               88  SEL-EOF                  VALUE 'Y'.
           05  WS-TPL-EOF          PIC X     VALUE 'N'.
               88  TPL-EOF                  VALUE 'Y'.
           05  WS-TARGET-ID        PIC X(6)  VALUE SPACES.
           05  WS-TARGET-ID-NUM    PIC 9(6)  VALUE 0.
           05  WS-ADR-AVAILABLE    PIC X     VALUE 'N'.
               88  ADDRESS-AVAILABLE        VALUE 'Y'.
           05  WS-BEST-FOUND       PIC X     VALUE 'N'.
                       " NOT FOUND - LETTER SKIPPED"
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
      *            &NAME IS THE NAME THE STUDENT GOES BY; &LEGAL IS
      *            THERE FOR A TEMPLATE THAT MUST CARRY THE LEGAL NAME.
                   MOVE WS-STUDENT-VSAM-ID TO PNP-STUDENT-ID
                   MOVE WS-STUDENT-VSAM-NAME TO PNP-LEGAL-NAME
                   CALL 'PRGS0159' USING PREFERRED-NAME-PARM
      *            THE STUDENT'S SERVICE-LANGUAGE PREFERENCE PICKS
      *            THE TEMPLATE SET; ANYTHING BUT 'F' IS ENGLISH.
                   IF WS-STUDENT-VSAM-LANGUAGE = 'F'
               WHEN WS-MERGE-IN (WS-TOKEN-POS:7) = '&STREET'
                   MOVE 7 TO WS-TOKEN-LENGTH
                   MOVE WS-BEST-STREET TO WS-TOKEN-VALUE
               WHEN WS-MERGE-IN (WS-TOKEN-POS:6) = '&LEGAL'
                   MOVE 6 TO WS-TOKEN-LENGTH
                   MOVE WS-STUDENT-VSAM-NAME TO WS-TOKEN-VALUE
               WHEN WS-MERGE-IN (WS-TOKEN-POS:5) = '&NAME'
                   MOVE 5 TO WS-TOKEN-LENGTH
                   MOVE PNP-DISPLAY-NAME TO WS-TOKEN-VALUE
               WHEN WS-MERGE-IN (WS-TOKEN-POS:5) = '&TERM'
                   MOVE 5 TO WS-TOKEN-LENGTH
                   MOVE WS-STUDENT-VSAM-TERM TO WS-TOKEN-VALUE
               MOVE CURRENT-DATE TO DOC-ISSUE-DATE
               MOVE ',' TO DOC-SEPARATOR4
               MOVE SPACES TO DOC-REQUESTER
               MOVE ',' TO DOC-SEPARATOR5
               MOVE SPACE TO DOC-STATUS
               MOVE ',' TO DOC-SEPARATOR6
               MOVE SPACES TO DOC-RELATED-SERIAL
               WRITE DOCUMENT-REGISTER-RECORD
               CLOSE DOCUMENT-REGISTER-FILE
           ELSE
