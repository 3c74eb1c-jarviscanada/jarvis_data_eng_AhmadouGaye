      *          showing only the document type, student ID, and
      *          issue date - NEVER THE DOCUMENT CONTENTS - so a
      *          phoning employer gets a YES/NO WITHOUT A PRIVACY
      *          LEAK. A DIPLOMA SERIAL REPLACED THROUGH PRGN0134
      *          ANSWERS VOID WITH THE DATE IT WAS VOIDED, AND THE
      *          REPLACEMENT ANSWERS CONFIRMED AS A REPLACEMENT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-LOOKUP-SERIAL    PIC 9(8)  VALUE 0.
           05  WS-SERIAL-FOUND     PIC X     VALUE 'N'.
               88  SERIAL-WAS-FOUND         VALUE 'Y'.
           05  WS-SERIAL-VOID      PIC X     VALUE 'N'.
               88  SERIAL-WAS-VOIDED        VALUE 'Y'.
           05  WS-SERIAL-REPLACE   PIC X     VALUE 'N'.
               88  SERIAL-IS-REPLACEMENT    VALUE 'Y'.
           05  WS-FOUND-TYPE       PIC X(10) VALUE SPACES.
           05  WS-FOUND-DATE       PIC 9(8)  VALUE 0.
           05  WS-VOID-DATE        PIC 9(8)  VALUE 0.

       PROCEDURE DIVISION.


           OPEN INPUT DOCUMENT-REGISTER-FILE.
           IF DOC-FILE-STATUS = "00"
      *        READ TO THE END - A VOID LINE FOR THE SERIAL IS
      *        APPENDED AFTER THE LINE THAT ISSUED IT.
               PERFORM 1100-SCAN-ONE-ROW UNTIL DOC-EOF
               CLOSE DOCUMENT-REGISTER-FILE
           END-IF.

      *    CONFIRM OR DENY ONLY - AN OUTSIDE CALLER GETS THE
      *    TYPE AND ISSUE DATE, NEVER WHO THE DOCUMENT IS ABOUT.
           EVALUATE TRUE
               WHEN SERIAL-WAS-FOUND AND SERIAL-WAS-VOIDED
                   DISPLAY "VOID: SERIAL " WS-LOOKUP-SERIAL
                       " WAS A " WS-FOUND-TYPE " ISSUED "
                       WS-FOUND-DATE "."
                   DISPLAY "IT WAS VOIDED " WS-VOID-DATE
                       " AND IS NOT A VALID DOCUMENT."
               WHEN SERIAL-WAS-FOUND AND SERIAL-IS-REPLACEMENT
                   DISPLAY "CONFIRMED: SERIAL " WS-LOOKUP-SERIAL
                       " IS A REPLACEMENT " WS-FOUND-TYPE " ISSUED "
                       WS-FOUND-DATE "."
               WHEN SERIAL-WAS-FOUND
                   DISPLAY "CONFIRMED: SERIAL " WS-LOOKUP-SERIAL
                       " IS A " WS-FOUND-TYPE " ISSUED "
                       WS-FOUND-DATE "."
               WHEN OTHER
                   DISPLAY "DENIED: SERIAL " WS-LOOKUP-SERIAL
                       " IS NOT ON THE DOCUMENT REGISTER."
           END-EVALUATE.

           GOBACK.

                   SET DOC-EOF TO TRUE
               NOT AT END
                   IF DOC-SERIAL = WS-LOOKUP-SERIAL
                       IF DOC-IS-VOID-NOTICE
                           SET SERIAL-WAS-VOIDED TO TRUE
                           MOVE DOC-ISSUE-DATE TO WS-VOID-DATE
                       ELSE
                           SET SERIAL-WAS-FOUND TO TRUE
                           MOVE DOC-TYPE TO WS-FOUND-TYPE
                           MOVE DOC-ISSUE-DATE TO WS-FOUND-DATE
                           IF DOC-IS-REPLACEMENT
                               SET SERIAL-IS-REPLACEMENT TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

