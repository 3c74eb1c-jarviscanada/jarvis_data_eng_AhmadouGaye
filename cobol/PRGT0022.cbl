      *          its start date, end date, and add/drop deadline, or
      *          list the terms already on file, so the registrar's
      *          paper calendar finally lives in the system (modeled
      *          on PRGC0015's add/edit flow). EACH TERM NOW ALSO
      *          CARRIES ITS OFFICIAL CENSUS DATE, WHICH MUST FALL
      *          INSIDE THE TERM AND IS SHOWN ON THE LIST. A TERM ALSO
      *          CARRIES ITS MID-TERM EARLY-ALERT DATE, PROMPTED ON ADD,
      *          SET OR CLEARED ON ITS OWN UNDER MODE E, AND SHOWN ON
      *          THE LIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  MODE-IS-ADD               VALUE 'A'.
               88  MODE-IS-LIST              VALUE 'L'.
               88  MODE-IS-HOLIDAYS          VALUE 'H'.
               88  MODE-IS-ALERT-DATE        VALUE 'E'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-MASTER-EOF          PIC X     VALUE 'N'.
           05  WS-INPUT-END-DATE      PIC X(8).
           05  WS-INPUT-ADD-DROP      PIC X(8).
           05  WS-INPUT-WITHDRAW      PIC X(8).
           05  WS-INPUT-CENSUS        PIC X(8).
           05  WS-INPUT-ALERT         PIC X(8).
           05  WS-DATES-VALID         PIC X     VALUE 'N'.
               88  DATES-ARE-VALID           VALUE 'Y'.
           05  WS-CONFIRM-SAVE        PIC X     VALUE 'N'.
               WHEN MODE-IS-HOLIDAYS
                   PERFORM 1600-MAINTAIN-HOLIDAYS
                       UNTIL WS-HOL-FUNCTION = 'X'
               WHEN MODE-IS-ALERT-DATE
                   PERFORM 1700-SET-ALERT-DATE
               WHEN OTHER
                   PERFORM 1400-LIST-TERMS
           END-EVALUATE.

       1200-PROMPT-FOR-MODE.

           DISPLAY "ADD A TERM, SET A TERM'S EARLY-ALERT DATE, LIST "
               "TERMS, OR MAINTAIN THE HOLIDAY CALENDAR (A/E/L/H) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-ADD OR MODE-IS-LIST OR MODE-IS-HOLIDAYS
                   OR MODE-IS-ALERT-DATE
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE A, E, L OR H."
           END-IF.

       1200-END.
           DISPLAY "END DATE          : " WS-INPUT-END-DATE.
           DISPLAY "ADD/DROP DEADLINE : " WS-INPUT-ADD-DROP.
           DISPLAY "WITHDRAW DEADLINE : " WS-INPUT-WITHDRAW.
           DISPLAY "CENSUS DATE       : " WS-INPUT-CENSUS.
           DISPLAY "EARLY-ALERT DATE  : " WS-INPUT-ALERT.
           DISPLAY "SAVE THIS TERM (Y/N)? >>".
           ACCEPT WS-CONFIRM-SAVE.

           DISPLAY "ENTER WITHDRAWAL DEADLINE (YYYYMMDD) >>".
           ACCEPT WS-INPUT-WITHDRAW.

           DISPLAY "ENTER CENSUS DATE (YYYYMMDD) >>".
           ACCEPT WS-INPUT-CENSUS.

           DISPLAY "ENTER EARLY-ALERT DATE (YYYYMMDD, 00000000 = "
               "NO ALERT RUN) >>".
           ACCEPT WS-INPUT-ALERT.

           IF WS-INPUT-START-DATE IS NOT NUMERIC
                   OR WS-INPUT-END-DATE IS NOT NUMERIC
                   OR WS-INPUT-ADD-DROP IS NOT NUMERIC
                   OR WS-INPUT-WITHDRAW IS NOT NUMERIC
                   OR WS-INPUT-CENSUS IS NOT NUMERIC
                   OR WS-INPUT-ALERT IS NOT NUMERIC
               DISPLAY "ALL SIX DATES MUST BE NUMERIC (YYYYMMDD)."
           ELSE
               IF WS-INPUT-START-DATE >= WS-INPUT-END-DATE
                   DISPLAY "START DATE MUST BE BEFORE END DATE."
                           DISPLAY "WITHDRAWAL DEADLINE MUST FALL "
                               "BETWEEN ADD/DROP AND TERM END."
                       ELSE
                           PERFORM 1325-CHECK-CENSUS-DATE
                       END-IF
                   END-IF
               END-IF

       1320-END.

      *    THE CENSUS FREEZE RUNS ON THE CENSUS DATE, SO IT MUST FALL
      *    INSIDE THE TERM.
       1325-CHECK-CENSUS-DATE.

           IF WS-INPUT-CENSUS < WS-INPUT-START-DATE
                   OR WS-INPUT-CENSUS > WS-INPUT-END-DATE
               DISPLAY "CENSUS DATE MUST FALL WITHIN THE TERM."
           ELSE
               PERFORM 1327-CHECK-ALERT-DATE
           END-IF.

       1325-END.

      *    THE EARLY-ALERT RUN JUDGES THE GRADEBOOK PART-WAY THROUGH
      *    THE TERM, SO A DATE, WHEN ONE IS SET, MUST FALL INSIDE IT.
       1327-CHECK-ALERT-DATE.

           IF WS-INPUT-ALERT NOT = ZEROS
                   AND (WS-INPUT-ALERT < WS-INPUT-START-DATE
                   OR WS-INPUT-ALERT > WS-INPUT-END-DATE)
               DISPLAY "EARLY-ALERT DATE MUST FALL WITHIN THE TERM."
           ELSE
               SET DATES-ARE-VALID TO TRUE
           END-IF.

       1327-END.

       1330-APPEND-TERM.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
               MOVE WS-INPUT-ADD-DROP TO TRM-ADD-DROP-DATE
               MOVE ',' TO TRM-SEPARATOR4
               MOVE WS-INPUT-WITHDRAW TO TRM-WITHDRAW-DATE
               MOVE ',' TO TRM-SEPARATOR5
               MOVE WS-INPUT-CENSUS TO TRM-CENSUS-DATE
               MOVE ',' TO TRM-SEPARATOR6
               MOVE WS-INPUT-ALERT TO TRM-ALERT-DATE
               WRITE TERM-MASTER-RECORD
               CLOSE TERM-MASTER-FILE
               DISPLAY "TERM " WS-INPUT-TERM " ADDED TO TERM MASTER."
                   INVALID KEY SET MASTER-EOF TO TRUE
               END-START
               DISPLAY "TERM       | START    | END      | ADD/DROP"
                   " | WITHDRAW | CENSUS   | ALERT    | EFFECTIVE"
                   " A-D/W-D/END"
               DISPLAY "-------------------------------------------"
               PERFORM 1410-LIST-ONE-TERM UNTIL MASTER-EOF
               CLOSE TERM-MASTER-FILE
                   PERFORM 1420-ROLL-EFFECTIVE-DATES
                   DISPLAY TRM-CODE " | " TRM-START-DATE " | "
                       TRM-END-DATE " | " TRM-ADD-DROP-DATE " | "
                       TRM-WITHDRAW-DATE " | " TRM-CENSUS-DATE
                       " | " TRM-ALERT-DATE
                       " | " WS-EFF-ADD-DROP
                       "/" WS-EFF-WITHDRAW "/" WS-EFF-END
                   ADD 1 TO WS-TERM-COUNT
           END-READ.

       1630-END.

      *    THE ALERT DATE IS OFTEN SETTLED AFTER THE TERM IS ON FILE,
      *    SO IT CAN BE SET OR CLEARED (00000000) ON ITS OWN WITH A
      *    KEYED REWRITE; THE TERM'S OTHER DATES ARE LEFT ALONE.
       1700-SET-ALERT-DATE.

           DISPLAY "ENTER TERM CODE >>".
           ACCEPT WS-INPUT-TERM.

           OPEN I-O TERM-MASTER-FILE.
           IF TRM-FILE-STATUS NOT = "00"
               DISPLAY "NO TERM MASTER ON FILE YET (STATUS = "
                   TRM-FILE-STATUS ")"
           ELSE
               MOVE WS-INPUT-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "TERM " WS-INPUT-TERM
                           " IS NOT ON THE TERM MASTER."
                   NOT INVALID KEY
                       PERFORM 1710-CHANGE-ALERT-DATE
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       1700-END.

       1710-CHANGE-ALERT-DATE.

           DISPLAY "TERM " TRM-CODE " RUNS " TRM-START-DATE
               " TO " TRM-END-DATE ", EARLY-ALERT DATE NOW "
               TRM-ALERT-DATE.
           MOVE TRM-START-DATE TO WS-INPUT-START-DATE.
           MOVE TRM-END-DATE TO WS-INPUT-END-DATE.
           MOVE 'N' TO WS-DATES-VALID.

           PERFORM 1720-PROMPT-FOR-ALERT-DATE UNTIL DATES-ARE-VALID.

           MOVE ',' TO TRM-SEPARATOR6.
           MOVE WS-INPUT-ALERT TO TRM-ALERT-DATE.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TERM " TRM-CODE
                       " (STATUS = " TRM-FILE-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "TERM " TRM-CODE " EARLY-ALERT DATE SET TO "
                       TRM-ALERT-DATE "."
           END-REWRITE.

       1710-END.

       1720-PROMPT-FOR-ALERT-DATE.

           DISPLAY "ENTER EARLY-ALERT DATE (YYYYMMDD, 00000000 = "
               "NO ALERT RUN) >>".
           ACCEPT WS-INPUT-ALERT.

           IF WS-INPUT-ALERT IS NOT NUMERIC
               DISPLAY "DATE MUST BE NUMERIC (YYYYMMDD)."
           ELSE
               PERFORM 1327-CHECK-ALERT-DATE
           END-IF.

       1720-END.

       1500-STOP-PROGRAM.

           GOBACK.
