      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fee-type master maintenance - adds an ancillary fee
      *          (STUDENT ACTIVITY, TECHNOLOGY, LAB, GRADUATION AND
      *          THE LIKE) TO FEE.TYPES, changes a fee's description,
      *          GL account, basis, rate or T2202 eligibility, or
      *          lists the fees on file. THE ASSESSMENT BATCH
      *          (PRGB0034) CHARGES EVERY FEE ON THIS FILE BY ITS
      *          BASIS AS ITS OWN 'N' ROW ON STUDENT.CHARGES. A RATE
      *          CHANGE APPLIES TO THE NEXT ASSESSMENT ONLY - ROWS
      *          ALREADY POSTED ARE NOT REPRICED. ADDS AND CHANGES
      *          LAND ON AUDIT.LOG. CODES BEGINNING TUIT- ARE
      *          RESERVED FOR THE TUITION RATE CODES ON 'C' ROWS. BASIS
      *          S MARKS A FEE SOLD AS A SERVICE (THE SUPPLEMENTAL EXAM
      *          FEE) THAT THE ASSESSMENT BATCH NEVER CHARGES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0126.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FTYSEL.

           COPY SGNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD FEE-TYPE-FILE.
       COPY FTYFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       WORKING-STORAGE SECTION.

       01  FTY-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       COPY AUPWRK.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-MODE                PIC X     VALUE SPACES.
               88  MODE-IS-ADD               VALUE 'A'.
               88  MODE-IS-CHANGE            VALUE 'C'.
               88  MODE-IS-LIST              VALUE 'L'.
           05  WS-MODE-VALID          PIC X     VALUE 'N'.
               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-FTY-EOF             PIC X     VALUE 'N'.
               88  FTY-EOF                   VALUE 'Y'.
           05  WS-INPUT-CODE          PIC X(6).
           05  WS-CODE-VALID          PIC X     VALUE 'N'.
               88  CODE-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-DESCRIPTION   PIC X(30).
           05  WS-DESCRIPTION-VALID   PIC X     VALUE 'N'.
               88  DESCRIPTION-IS-VALID      VALUE 'Y'.
           05  WS-INPUT-GL-ACCOUNT    PIC X(8).
           05  WS-GL-VALID            PIC X     VALUE 'N'.
               88  GL-IS-VALID               VALUE 'Y'.
           05  WS-INPUT-BASIS         PIC X.
           05  WS-BASIS-VALID         PIC X     VALUE 'N'.
               88  BASIS-IS-VALID            VALUE 'Y'.
           05  WS-INPUT-RATE          PIC X(8).
           05  WS-RAW-RATE            PIC 9(7)  VALUE 0.
           05  WS-PICK-RATE           PIC 9(5)V99 VALUE 0.
           05  WS-RATE-VALID          PIC X     VALUE 'N'.
               88  RATE-IS-VALID             VALUE 'Y'.
           05  WS-INPUT-ELIGIBLE      PIC X.
           05  WS-ELIGIBLE-VALID      PIC X     VALUE 'N'.
               88  ELIGIBLE-IS-VALID         VALUE 'Y'.
           05  WS-EDIT-RATE           PIC ZZ,ZZ9.99.
           05  WS-HIT-IDX             PIC 9(3)  COMP VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-AUDIT-ACTION        PIC X(10).

      *    THE FEE-TYPE MASTER IS SMALL ENOUGH TO HOLD IN STORAGE
      *    WHILE IT IS REWRITTEN WITH THE CHANGED FEE - THE SAME
      *    PATTERN PRGN0111 USES FOR THE ROOM MASTER.
       01  WS-FEE-TABLE-AREAS.
           05  WS-FTT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-FTT-OVERFLOW     PIC X     VALUE 'N'.
               88  FEE-TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-FTT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-FTT-TABLE.
               10  WS-FTT-ENTRY    OCCURS 100 TIMES.
                   15  WS-FTT-E-CODE        PIC X(6).
                   15  WS-FTT-E-DESCRIPTION PIC X(30).
                   15  WS-FTT-E-GL-ACCOUNT  PIC X(8).
                   15  WS-FTT-E-BASIS       PIC X.
                   15  WS-FTT-E-RATE        PIC 9(5)V99.
                   15  WS-FTT-E-ELIGIBLE    PIC X.

       01  FTY-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 FILLER      PIC X VALUE '-'
               OCCURS 38 TIMES.
           05 FILLER      PIC X VALUE '+'.

       01  FTY-HEADER2.
           05 FILLER      PIC X VALUE '|'.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 TITRE11      PIC X(15) VALUE '   F E E   T Y '.
           05 TITRE12      PIC X(15) VALUE 'P E S          '.
           05 FILLER      PIC X(4) VALUE SPACES.
           05 FILLER      PIC X VALUE '|'.

       01 OUTPUTLINE.
           05 BLANK-LINE PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.

           PERFORM 0800-READ-SIGNON.

           PERFORM 1100-DISPLAY-HEADER.

           PERFORM 1150-LOAD-FEE-TYPES.

           PERFORM 1200-PROMPT-FOR-MODE UNTIL MODE-IS-VALID.

           EVALUATE TRUE
               WHEN MODE-IS-ADD
                   PERFORM 1400-ADD-A-FEE
               WHEN MODE-IS-CHANGE
                   PERFORM 1600-CHANGE-A-FEE
               WHEN OTHER
                   PERFORM 1300-LIST-FEES
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

       1100-DISPLAY-HEADER.

           DISPLAY FTY-HEADER.
           DISPLAY OUTPUTLINE.
           DISPLAY FTY-HEADER2.
           DISPLAY OUTPUTLINE.
           DISPLAY FTY-HEADER.

       1100-END.

       1150-LOAD-FEE-TYPES.

           MOVE 'N' TO WS-FTY-EOF.

           OPEN INPUT FEE-TYPE-FILE.
           IF FTY-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-FEE-TYPE UNTIL FTY-EOF
               CLOSE FEE-TYPE-FILE
           END-IF.

       1150-END.

       1160-LOAD-ONE-FEE-TYPE.

           READ FEE-TYPE-FILE
               AT END
                   SET FTY-EOF TO TRUE
               NOT AT END
                   IF WS-FTT-COUNT < 100
                       ADD 1 TO WS-FTT-COUNT
                       MOVE FTY-CODE
                           TO WS-FTT-E-CODE (WS-FTT-COUNT)
                       MOVE FTY-DESCRIPTION
                           TO WS-FTT-E-DESCRIPTION (WS-FTT-COUNT)
                       MOVE FTY-GL-ACCOUNT
                           TO WS-FTT-E-GL-ACCOUNT (WS-FTT-COUNT)
                       MOVE FTY-BASIS
                           TO WS-FTT-E-BASIS (WS-FTT-COUNT)
                       IF FTY-RATE IS NUMERIC
                           MOVE FTY-RATE
                               TO WS-FTT-E-RATE (WS-FTT-COUNT)
                       ELSE
                           MOVE 0 TO WS-FTT-E-RATE (WS-FTT-COUNT)
                       END-IF
                       MOVE FTY-T2202-ELIGIBLE
                           TO WS-FTT-E-ELIGIBLE (WS-FTT-COUNT)
                   ELSE
                       SET FEE-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1160-END.

       1200-PROMPT-FOR-MODE.

           DISPLAY "ADD A FEE, CHANGE A FEE, OR LIST FEES "
               "(A/C/L) >>".
           ACCEPT WS-MODE.

           IF MODE-IS-ADD OR MODE-IS-CHANGE OR MODE-IS-LIST
               SET MODE-IS-VALID TO TRUE
           ELSE
               DISPLAY "MODE MUST BE A, C, OR L."
           END-IF.

       1200-END.

       1300-LIST-FEES.

           IF WS-FTT-COUNT = 0
               DISPLAY "NO FEE TYPES ON FILE YET."
           ELSE
               DISPLAY "FEE    | DESCRIPTION                    | "
                   "GL ACCT  | B |      RATE | T2202"
               DISPLAY "-------------------------------------------"
                   "-------------------------------"
               MOVE 1 TO WS-FTT-IDX
               PERFORM 1310-LIST-ONE-FEE
                   UNTIL WS-FTT-IDX > WS-FTT-COUNT
               DISPLAY "-------------------------------------------"
                   "-------------------------------"
               DISPLAY "FEE TYPES ON FILE : " WS-LIST-COUNT
               DISPLAY "BASIS: T = PER TERM, C = PER COURSE, "
                   "H = PER CREDIT HOUR, O = ONE-TIME, "
                   "S = SOLD AS A SERVICE"
           END-IF.

       1300-END.

       1310-LIST-ONE-FEE.

           MOVE WS-FTT-E-RATE (WS-FTT-IDX) TO WS-EDIT-RATE.
           DISPLAY WS-FTT-E-CODE (WS-FTT-IDX) " | "
               WS-FTT-E-DESCRIPTION (WS-FTT-IDX) " | "
               WS-FTT-E-GL-ACCOUNT (WS-FTT-IDX) " | "
               WS-FTT-E-BASIS (WS-FTT-IDX) " | "
               WS-EDIT-RATE " |   "
               WS-FTT-E-ELIGIBLE (WS-FTT-IDX).
           ADD 1 TO WS-LIST-COUNT.

           ADD 1 TO WS-FTT-IDX.

       1310-END.

       1400-ADD-A-FEE.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.

           PERFORM 1430-FIND-FEE-ROW.

           IF WS-HIT-IDX > 0
               DISPLAY "FEE " WS-INPUT-CODE " IS ALREADY ON FILE - "
                   "USE C TO CHANGE IT."
               GOBACK
           END-IF.

           IF WS-FTT-COUNT >= 100
               DISPLAY "FEE-TYPE MASTER IS FULL - NOTHING CHANGED."
               GOBACK
           END-IF.

           PERFORM 1440-PROMPT-FOR-DETAILS.

           ADD 1 TO WS-FTT-COUNT.
           MOVE WS-FTT-COUNT TO WS-HIT-IDX.
           MOVE WS-INPUT-CODE TO WS-FTT-E-CODE (WS-HIT-IDX).
           PERFORM 1490-STORE-DETAILS.

           PERFORM 1500-REWRITE-FEE-FILE.

           DISPLAY "FEE " WS-INPUT-CODE " ADDED.".
           MOVE "FEE ADD" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1400-END.

       1420-PROMPT-FOR-CODE.

           DISPLAY "ENTER FEE CODE (MAX 6 CHARS) >>".
           ACCEPT WS-INPUT-CODE.

           IF WS-INPUT-CODE = SPACES
               DISPLAY "FEE CODE CANNOT BE BLANK."
           ELSE
               IF WS-INPUT-CODE (1:5) = 'TUIT-'
                   DISPLAY "FEE CODES BEGINNING TUIT- ARE RESERVED "
                       "FOR TUITION RATES."
               ELSE
                   SET CODE-IS-VALID TO TRUE
               END-IF
           END-IF.

       1420-END.

       1430-FIND-FEE-ROW.

           MOVE 0 TO WS-HIT-IDX.
           MOVE 1 TO WS-FTT-IDX.

           PERFORM 1435-MATCH-ONE-FEE
               UNTIL WS-HIT-IDX > 0 OR WS-FTT-IDX > WS-FTT-COUNT.

       1430-END.

       1435-MATCH-ONE-FEE.

           IF WS-FTT-E-CODE (WS-FTT-IDX) = WS-INPUT-CODE
               MOVE WS-FTT-IDX TO WS-HIT-IDX
           END-IF.

           ADD 1 TO WS-FTT-IDX.

       1435-END.

       1440-PROMPT-FOR-DETAILS.

           PERFORM 1445-PROMPT-FOR-DESCRIPTION
               UNTIL DESCRIPTION-IS-VALID.

           PERFORM 1450-PROMPT-FOR-GL-ACCOUNT UNTIL GL-IS-VALID.

           PERFORM 1455-PROMPT-FOR-BASIS UNTIL BASIS-IS-VALID.

           PERFORM 1460-PROMPT-FOR-RATE UNTIL RATE-IS-VALID.

           PERFORM 1465-PROMPT-FOR-ELIGIBLE UNTIL ELIGIBLE-IS-VALID.

       1440-END.

       1445-PROMPT-FOR-DESCRIPTION.

           DISPLAY "ENTER DESCRIPTION (MAX 30 CHARS) >>".
           ACCEPT WS-INPUT-DESCRIPTION.

           IF WS-INPUT-DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION CANNOT BE BLANK."
           ELSE
               SET DESCRIPTION-IS-VALID TO TRUE
           END-IF.

       1445-END.

       1450-PROMPT-FOR-GL-ACCOUNT.

           DISPLAY "ENTER GL REVENUE ACCOUNT (MAX 8 CHARS) >>".
           ACCEPT WS-INPUT-GL-ACCOUNT.

           IF WS-INPUT-GL-ACCOUNT = SPACES
               DISPLAY "GL ACCOUNT CANNOT BE BLANK."
           ELSE
               SET GL-IS-VALID TO TRUE
           END-IF.

       1450-END.

       1455-PROMPT-FOR-BASIS.

           DISPLAY "ENTER BASIS (T = PER TERM, C = PER COURSE, "
               "H = PER CREDIT HOUR, O = ONE-TIME, "
               "S = SOLD AS A SERVICE) >>".
           ACCEPT WS-INPUT-BASIS.

           MOVE WS-INPUT-BASIS TO FTY-BASIS.
           IF FTY-PER-TERM OR FTY-PER-COURSE OR FTY-PER-CREDIT-HOUR
                   OR FTY-ONE-TIME OR FTY-PER-SERVICE
               SET BASIS-IS-VALID TO TRUE
           ELSE
               DISPLAY "BASIS MUST BE T, C, H, O, OR S."
           END-IF.

       1455-END.

       1460-PROMPT-FOR-RATE.

           DISPLAY "ENTER RATE (DIGITS ONLY, 9999999 = "
               "99999.99) >>".
           ACCEPT WS-INPUT-RATE.

           IF WS-INPUT-RATE(1:7) IS NUMERIC
               MOVE WS-INPUT-RATE(1:7) TO WS-RAW-RATE
               COMPUTE WS-PICK-RATE = WS-RAW-RATE / 100
               IF WS-PICK-RATE > 0
                   SET RATE-IS-VALID TO TRUE
               ELSE
                   DISPLAY "RATE MUST BE GREATER THAN ZERO."
               END-IF
           ELSE
               DISPLAY "RATE MUST BE 7 DIGITS (DOLLARS AND CENTS, "
                   "NO POINT)."
           END-IF.

       1460-END.

       1465-PROMPT-FOR-ELIGIBLE.

           DISPLAY "ELIGIBLE TUITION ON THE T2202 (Y/N) >>".
           ACCEPT WS-INPUT-ELIGIBLE.

           IF WS-INPUT-ELIGIBLE = 'Y' OR WS-INPUT-ELIGIBLE = 'N'
               SET ELIGIBLE-IS-VALID TO TRUE
           ELSE
               DISPLAY "ANSWER Y OR N."
           END-IF.

       1465-END.

       1490-STORE-DETAILS.

           MOVE WS-INPUT-DESCRIPTION
               TO WS-FTT-E-DESCRIPTION (WS-HIT-IDX).
           MOVE WS-INPUT-GL-ACCOUNT TO WS-FTT-E-GL-ACCOUNT (WS-HIT-IDX).
           MOVE WS-INPUT-BASIS TO WS-FTT-E-BASIS (WS-HIT-IDX).
           MOVE WS-PICK-RATE TO WS-FTT-E-RATE (WS-HIT-IDX).
           MOVE WS-INPUT-ELIGIBLE TO WS-FTT-E-ELIGIBLE (WS-HIT-IDX).

       1490-END.

      *    A REWRITE FROM AN OVERFLOWED TABLE WOULD DROP EVERY ROW
      *    PAST THE TABLE LIMIT, SO THE FILE IS LEFT ALONE INSTEAD.
       1500-REWRITE-FEE-FILE.

           IF FEE-TABLE-OVERFLOWED
               DISPLAY "WARNING: FEE.TYPES HOLDS MORE THAN "
                   "100 ROWS - CHANGES NOT SAVED. TRIM THE FILE."
           ELSE
               OPEN OUTPUT FEE-TYPE-FILE
               IF FTY-FILE-STATUS = "00"
                   MOVE 1 TO WS-FTT-IDX
                   PERFORM 1510-REWRITE-ONE-FEE
                       UNTIL WS-FTT-IDX > WS-FTT-COUNT
                   CLOSE FEE-TYPE-FILE
               ELSE
                   DISPLAY "ERROR REWRITING FEE.TYPES "
                       "(STATUS = " FTY-FILE-STATUS ")"
               END-IF
           END-IF.

       1500-END.

       1510-REWRITE-ONE-FEE.

           MOVE WS-FTT-E-CODE (WS-FTT-IDX) TO FTY-CODE.
           MOVE ',' TO FTY-SEPARATOR1.
           MOVE WS-FTT-E-DESCRIPTION (WS-FTT-IDX) TO FTY-DESCRIPTION.
           MOVE ',' TO FTY-SEPARATOR2.
           MOVE WS-FTT-E-GL-ACCOUNT (WS-FTT-IDX) TO FTY-GL-ACCOUNT.
           MOVE ',' TO FTY-SEPARATOR3.
           MOVE WS-FTT-E-BASIS (WS-FTT-IDX) TO FTY-BASIS.
           MOVE ',' TO FTY-SEPARATOR4.
           MOVE WS-FTT-E-RATE (WS-FTT-IDX) TO FTY-RATE.
           MOVE ',' TO FTY-SEPARATOR5.
           MOVE WS-FTT-E-ELIGIBLE (WS-FTT-IDX) TO FTY-T2202-ELIGIBLE.

           WRITE FEE-TYPE-RECORD.

           ADD 1 TO WS-FTT-IDX.

       1510-END.

      *    THE FEE CODE ITSELF NEVER CHANGES - IT IS CARRIED ON EVERY
      *    'N' ROW ALREADY POSTED TO STUDENT.CHARGES.
       1600-CHANGE-A-FEE.

           PERFORM 1420-PROMPT-FOR-CODE UNTIL CODE-IS-VALID.

           PERFORM 1430-FIND-FEE-ROW.

           IF WS-HIT-IDX = 0
               DISPLAY "FEE " WS-INPUT-CODE " IS NOT ON FILE."
               GOBACK
           END-IF.

           MOVE WS-FTT-E-RATE (WS-HIT-IDX) TO WS-EDIT-RATE.
           DISPLAY "NOW " WS-FTT-E-DESCRIPTION (WS-HIT-IDX) " / "
               WS-FTT-E-GL-ACCOUNT (WS-HIT-IDX) " / BASIS "
               WS-FTT-E-BASIS (WS-HIT-IDX) " / " WS-EDIT-RATE
               " / T2202 " WS-FTT-E-ELIGIBLE (WS-HIT-IDX).

           PERFORM 1440-PROMPT-FOR-DETAILS.

           PERFORM 1490-STORE-DETAILS.

           PERFORM 1500-REWRITE-FEE-FILE.

           DISPLAY "FEE " WS-INPUT-CODE " CHANGED.".
           MOVE "FEE CHG" TO WS-AUDIT-ACTION.
           PERFORM 1700-WRITE-AUDIT-RECORD.

       1600-END.

       1700-WRITE-AUDIT-RECORD.

           MOVE "PRGN0126" TO AUP-PROGRAM.
           MOVE WS-AUDIT-ACTION TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "FEE " DELIMITED BY SIZE
                  WS-INPUT-CODE DELIMITED BY SIZE
                  " BASIS " DELIMITED BY SIZE
                  WS-INPUT-BASIS DELIMITED BY SIZE
                  " RATE " DELIMITED BY SIZE
                  WS-RAW-RATE DELIMITED BY SIZE
                  " GL " DELIMITED BY SIZE
                  WS-INPUT-GL-ACCOUNT DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1700-END.

       END PROGRAM PRGN0126.
