      *          a certification register on ../PRGB0077.PRT. A TERM
      *          WITH THREE OR MORE UNDROPPED COURSES COUNTS AS
      *          FULL-TIME FOR ITS MONTHS IN THE YEAR, OTHERWISE
      *          PART-TIME. ANCILLARY FEES ('N' ROWS) COUNT AS
      *          ELIGIBLE TUITION ONLY WHEN THEIR FEE TYPE ON
      *          FEE.TYPES IS FLAGGED T2202-ELIGIBLE; AN 'N' ROW
      *          WHOSE FEE CODE IS NOT ON FILE IS LEFT OUT. EACH SLIP
      *          NOW CARRIES THE STUDENT'S SIN FROM THE RESTRICTED
      *          STUDENT.SIN FILE, A FIXED-COLUMN FILING FILE
      *          ../T2202.FILING IS CUT ALONGSIDE THE RECEIPTS, AND THE
      *          REGISTER LISTS THE STUDENTS MISSING A SIN. THE RUN
      *          WRITES ONE SIN USE LINE TO AUDIT.LOG. T2202.FILING IS
      *          CUT IN THE PUBLISHED LAYOUT 1 (4-DIGIT STUDENT ID)
      *          UNLESS THE PARM ASKS FOR LAYOUT 2 (6-DIGIT ID) IN
      *          COLUMN 6; IN LAYOUT 1 A SLIP FOR A STUDENT NUMBERED
      *          ABOVE 9999 IS LEFT OFF THE FILING FILE AND ITS TRAILER
      *          AND LISTED ON THE REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CHGSEL.

           COPY FTYSEL.

           COPY ADRSEL.

           COPY SINSEL.

           COPY SGNSEL.

           SELECT T2202-PARM-FILE ASSIGN TO '../PRGB0077.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT T2202-FILING-FILE ASSIGN TO '../T2202.FILING'
               FILE STATUS IS T2F-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD FEE-TYPE-FILE.
       COPY FTYFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

       FD STUDENT-SIN-FILE.
       COPY SINFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD T2202-PARM-FILE.
       01  T2202-PARM-RECORD.
           05 T2P-YEAR                  PIC 9(4).
      *    FILING LAYOUT: 1 OR BLANK = PUBLISHED, 2 = 6-DIGIT ID.
           05 T2P-SEPARATOR1            PIC X.
           05 T2P-LAYOUT                PIC X.

       FD T2202-RECEIPT-FILE.
       01  T2202-RECEIPT-LINE           PIC X(150).

       FD T2202-REGISTER-FILE.
       01  REGISTER-LINE                PIC X(100).

      *    FIXED-COLUMN FILING FILE: ONE 'D' LINE PER SLIP, THEN ONE
      *    'T' TRAILER WITH THE SLIP COUNT AND TOTAL. A SLIP FOR A
      *    STUDENT WITH NO SIN ON FILE CARRIES ZEROES IN ITS PLACE.
      *    LAYOUT 1 IS THE PUBLISHED ONE WITH A 4-DIGIT STUDENT ID;
      *    LAYOUT 2 IS THE SAME LINE WITH THE 6-DIGIT ID.
       FD T2202-FILING-FILE.
       01  T2202-FILING-DETAIL.
           05 T2F-RECORD-TYPE           PIC X.
           05 T2F-TAX-YEAR              PIC 9(4).
           05 T2F-STUDENT-ID            PIC 9(4).
           05 T2F-SIN                   PIC 9(9).
           05 T2F-NAME                  PIC X(27).
           05 T2F-TUITION               PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05 T2F-FT-MONTHS             PIC 9(2).
           05 T2F-PT-MONTHS             PIC 9(2).
       01  T2202-FILING-DETAIL-V2.
           05 T22-RECORD-TYPE           PIC X.
           05 T22-TAX-YEAR              PIC 9(4).
           05 T22-STUDENT-ID            PIC 9(6).
           05 T22-SIN                   PIC 9(9).
           05 T22-NAME                  PIC X(27).
           05 T22-TUITION               PIC S9(7)V99
                                        SIGN IS LEADING SEPARATE.
           05 T22-FT-MONTHS             PIC 9(2).
           05 T22-PT-MONTHS             PIC 9(2).
       01  T2202-FILING-TRAILER.
           05 T2T-RECORD-TYPE           PIC X.
           05 T2T-TAX-YEAR              PIC 9(4).
           05 T2T-SLIP-COUNT            PIC 9(6).
           05 T2T-TOTAL-TUITION         PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05 T2T-MISSING-SIN           PIC 9(6).
           05 FILLER                    PIC X(30).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       01  ENR-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  FTY-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  T22-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  T2F-FILE-STATUS   PIC XX.
       01  SIN-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.

       COPY STUWRK.

       COPY SGNWRK.

       COPY AUPWRK.

       01  WS-WORK-AREAS.
           05  WS-TAX-YEAR         PIC 9(4)  VALUE 0.
           05  WS-CHG-EOF          PIC X     VALUE 'N'.
               10  WS-CD-DD        PIC 9(2).
           05  WS-RECEIPT-COUNT    PIC 9(4)  VALUE 0.
           05  WS-GRAND-TUITION    PIC 9(9)V99 VALUE 0.
           05  WS-FILED-COUNT      PIC 9(4)  VALUE 0.
           05  WS-FILED-TUITION    PIC 9(9)V99 VALUE 0.
           05  WS-FILING-LAYOUT    PIC X     VALUE SPACE.
               88  FILING-LAYOUT-V2         VALUE '2'.
           05  WS-EDIT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-FTY-EOF          PIC X     VALUE 'N'.
               88  FTY-EOF                  VALUE 'Y'.
           05  WS-CHG-ELIGIBLE     PIC X     VALUE 'N'.
               88  CHARGE-IS-ELIGIBLE       VALUE 'Y'.
           05  WS-ADDR-FOUND       PIC X     VALUE 'N'.
               88  ADDRESS-WAS-FOUND        VALUE 'Y'.
           05  WS-PRINT-LINE       PIC X(150).
           05  WS-SIN-FOUND        PIC X     VALUE 'N'.
               88  SIN-WAS-FOUND            VALUE 'Y'.
           05  WS-SIN-ON-SLIP      PIC 9(9)  VALUE 0.
           05  WS-SIN-EDIT         PIC 999B999B999.
           05  WS-SIN-TEXT         PIC X(11) VALUE SPACES.
           05  WS-SINS-ISSUED      PIC 9(4)  VALUE 0.
           05  WS-EDIT-COUNT       PIC Z,ZZ9.

       01  WS-MONTH-AREAS.
           05  WS-OVL-START-YYYY   PIC 9(4)  VALUE 0.
               10  WS-TE-MM        PIC 9(2).
               10  WS-TE-DD        PIC 9(2).

      *    ANCILLARY FEE CODES FLAGGED T2202-ELIGIBLE ON FEE.TYPES.
       01  WS-ELIGIBLE-FEE-AREAS.
           05  WS-ELF-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-ELF-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-ELF-TABLE.
               10  WS-ELF-E-CODE   PIC X(6)  OCCURS 100 TIMES.

      *    TERM MASTER HELD IN STORAGE FOR DATE LOOKUPS.
       01  WS-TERM-TABLE-AREAS.
           05  WS-TRM-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-LOD-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-LOD-TABLE.
               10  WS-LOD-ENTRY    OCCURS 500 TIMES.
                   15  WS-LOD-E-STUDENT    PIC 9(6).
                   15  WS-LOD-E-TERM       PIC X(10).
                   15  WS-LOD-E-COURSES    PIC 9(2).

           05  WS-RCT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RCT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RCT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-RCT-LOOKUP-ID    PIC 9(6)  VALUE 0.
           05  WS-RCT-TABLE.
               10  WS-RCT-ENTRY    OCCURS 500 TIMES.
                   15  WS-RCT-E-STUDENT    PIC 9(6).
                   15  WS-RCT-E-TUITION    PIC S9(7)V99.
                   15  WS-RCT-E-FT-MONTHS  PIC 9(2).
                   15  WS-RCT-E-PT-MONTHS  PIC 9(2).

      *    STUDENTS GIVEN A SLIP WITH NO SIN ON FILE, LISTED AT THE
      *    FOOT OF THE REGISTER FOR FOLLOW-UP.
       01  WS-MISSING-SIN-AREAS.
           05  WS-MIS-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-MIS-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-MIS-TABLE.
               10  WS-MIS-ENTRY    OCCURS 500 TIMES.
                   15  WS-MIS-E-STUDENT    PIC 9(6).
                   15  WS-MIS-E-NAME       PIC X(27).

      *    SLIPS LEFT OFF A LAYOUT 1 FILING FILE BECAUSE THE STUDENT
      *    ID WILL NOT FIT IN IT, LISTED FOR FILING BY HAND.
       01  WS-UNFILED-AREAS.
           05  WS-UNF-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-UNF-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-UNF-TABLE.
               10  WS-UNF-ENTRY    OCCURS 500 TIMES.
                   15  WS-UNF-E-STUDENT    PIC 9(6).
                   15  WS-UNF-E-NAME       PIC X(27).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).


           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== T2202 TUITION RECEIPT BATCH =====".

           PERFORM 1100-LOAD-TERM-MASTER.

           PERFORM 1150-LOAD-ELIGIBLE-FEES.

           PERFORM 1200-SUM-ELIGIBLE-TUITION.

           PERFORM 1300-COUNT-COURSE-LOADS.
       0000-END.


      *    PICK UP THE SIGNED-ON OPERATOR LEFT BY PRGMENU SO THE
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

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                       IF T2P-YEAR IS NUMERIC AND T2P-YEAR > 1900
                           MOVE T2P-YEAR TO WS-TAX-YEAR
                       END-IF
                       MOVE T2P-LAYOUT TO WS-FILING-LAYOUT
               END-READ
               CLOSE T2202-PARM-FILE
           END-IF.

       1110-END.

      *    WITH NO FEE-TYPE FILE NO ANCILLARY FEE IS ELIGIBLE.
       1150-LOAD-ELIGIBLE-FEES.

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
                   IF FTY-IS-T2202-ELIGIBLE
                       IF WS-ELF-COUNT < 100
                           ADD 1 TO WS-ELF-COUNT
                           MOVE FTY-CODE
                               TO WS-ELF-E-CODE (WS-ELF-COUNT)
                       ELSE
                           DISPLAY "WARNING: MORE THAN 100 ELIGIBLE "
                               "FEE TYPES - " FTY-CODE " LEFT OUT"
                       END-IF
                   END-IF
           END-READ.

       1160-END.

      *    ELIGIBLE TUITION IS 'C' LESS 'R' DOLLARS DATED IN THE TAX
      *    YEAR - AID AND SPONSOR CREDITS SETTLE THE ACCOUNT BUT DO
      *    NOT REDUCE THE TUITION THE STUDENT WAS CHARGED.

       1210-SUM-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   MOVE CHG-DATE TO WS-CHG-DATE-WORK
                   PERFORM 1215-CHECK-CHARGE-ELIGIBLE
                   IF WS-CD-YYYY = WS-TAX-YEAR
                           AND CHARGE-IS-ELIGIBLE
                       MOVE CHG-STUDENT-ID TO WS-RCT-LOOKUP-ID
                       PERFORM 1220-FIND-RECEIPT-ROW
                       IF WS-RCT-HIT > 0

       1210-END.

      *    TUITION AND ITS REVERSALS ALWAYS COUNT; AN ANCILLARY FEE
      *    COUNTS ONLY IF ITS FEE CODE IS ON THE ELIGIBLE LIST.
       1215-CHECK-CHARGE-ELIGIBLE.

           MOVE 'N' TO WS-CHG-ELIGIBLE.

           IF CHG-IS-CHARGE OR CHG-IS-REVERSAL
               SET CHARGE-IS-ELIGIBLE TO TRUE
           END-IF.

           IF CHG-IS-ANCILLARY
               MOVE 1 TO WS-ELF-IDX
               PERFORM 1217-MATCH-ONE-ELIGIBLE-FEE
                   UNTIL CHARGE-IS-ELIGIBLE
                       OR WS-ELF-IDX > WS-ELF-COUNT
           END-IF.

       1215-END.

       1217-MATCH-ONE-ELIGIBLE-FEE.

           IF WS-ELF-E-CODE (WS-ELF-IDX) = CHG-FEE-CODE
               SET CHARGE-IS-ELIGIBLE TO TRUE
           END-IF.

           ADD 1 TO WS-ELF-IDX.

       1217-END.

       1220-FIND-RECEIPT-ROW.

           MOVE 0 TO WS-RCT-HIT.
               GOBACK
           END-IF.

           OPEN OUTPUT T2202-FILING-FILE.
           IF T2F-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING T2202.FILING (STATUS = "
                   T2F-FILE-STATUS ")"
               CLOSE T2202-REGISTER-FILE
               CLOSE T2202-RECEIPT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           OPEN INPUT ADDRESS-VSAM-FILE.
           OPEN INPUT STUDENT-SIN-FILE.
           IF SIN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: STUDENT.SIN UNAVAILABLE (STATUS = "
                   SIN-FILE-STATUS ") - NO SLIP WILL CARRY A SIN"
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   T2202 REGISTER FOR TAX YEAR '
               TO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.

           PERFORM 1590-LIST-MISSING-SINS.

           IF NOT FILING-LAYOUT-V2
               PERFORM 1596-LIST-UNFILED-SLIPS
           END-IF.

           MOVE SPACES TO T2202-FILING-TRAILER.
           MOVE 'T' TO T2T-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO T2T-TAX-YEAR.
           MOVE WS-FILED-COUNT TO T2T-SLIP-COUNT.
           MOVE WS-FILED-TUITION TO T2T-TOTAL-TUITION.
           MOVE WS-MIS-COUNT TO T2T-MISSING-SIN.
           WRITE T2202-FILING-TRAILER.

           IF SIN-FILE-STATUS = "00"
               CLOSE STUDENT-SIN-FILE
           END-IF.
           CLOSE ADDRESS-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
           CLOSE T2202-FILING-FILE.
           CLOSE T2202-REGISTER-FILE.
           CLOSE T2202-RECEIPT-FILE.

           PERFORM 1595-AUDIT-SIN-USE.

           DISPLAY "RECEIPTS WRITTEN : " WS-RECEIPT-COUNT.
           DISPLAY "MISSING A SIN    : " WS-MIS-COUNT.
           DISPLAY "SEE ../T2202.RECEIPTS, ../T2202.FILING AND "
               "../PRGB0077.PRT".

       1500-END.

               OR WS-RCT-E-PT-MONTHS (WS-RCT-IDX) > 0

               PERFORM 1520-FETCH-NAME-AND-ADDRESS
               PERFORM 1530-FETCH-SIN

               MOVE WS-RCT-E-TUITION (WS-RCT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
                      WS-RCT-E-STUDENT (WS-RCT-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      ' SIN ' DELIMITED BY SIZE
                      WS-SIN-TEXT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' FT' DELIMITED BY SIZE
               WRITE T2202-RECEIPT-LINE
               ADD 1 TO WS-RECEIPT-COUNT
               ADD WS-RCT-E-TUITION (WS-RCT-IDX) TO WS-GRAND-TUITION
               PERFORM 1540-WRITE-FILING-LINE

               MOVE WS-RCT-E-TUITION (WS-RCT-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-RCT-E-STUDENT (WS-RCT-IDX) DELIMITED BY SIZE
                      '  |' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                      ' |   ' DELIMITED BY SIZE
                      WS-RCT-E-FT-MONTHS (WS-RCT-IDX)

       1520-END.

      *    THE NUMBER IS PRINTED ONLY ON THE SLIP AND THE FILING
      *    LINE, NEVER ON THE REGISTER OR THE CONSOLE.
       1530-FETCH-SIN.

           MOVE 'N' TO WS-SIN-FOUND.
           MOVE 0 TO WS-SIN-ON-SLIP.
           MOVE 'NOT ON FILE' TO WS-SIN-TEXT.
           IF SIN-FILE-STATUS = "00"
               MOVE WS-RCT-E-STUDENT (WS-RCT-IDX) TO SIN-STUDENT-ID
               READ STUDENT-SIN-FILE
                   KEY IS SIN-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SIN-WAS-FOUND TO TRUE
                       MOVE SIN-NUMBER TO WS-SIN-ON-SLIP
               END-READ
           END-IF.

           IF SIN-WAS-FOUND
               MOVE WS-SIN-ON-SLIP TO WS-SIN-EDIT
               MOVE WS-SIN-EDIT TO WS-SIN-TEXT
               ADD 1 TO WS-SINS-ISSUED
           ELSE
               IF WS-MIS-COUNT < 500
                   ADD 1 TO WS-MIS-COUNT
                   MOVE WS-RCT-E-STUDENT (WS-RCT-IDX)
                       TO WS-MIS-E-STUDENT (WS-MIS-COUNT)
                   MOVE WS-STUDENT-VSAM-NAME
                       TO WS-MIS-E-NAME (WS-MIS-COUNT)
               END-IF
           END-IF.

       1530-END.

      *    THE PUBLISHED LAYOUT HOLDS A 4-DIGIT ID ONLY; A SLIP FOR
      *    A STUDENT NUMBERED ABOVE 9999 IS STILL ISSUED BUT IS LEFT
      *    OFF A LAYOUT 1 FILING FILE AND ITS TRAILER, AND LISTED.
       1540-WRITE-FILING-LINE.

           EVALUATE TRUE
               WHEN FILING-LAYOUT-V2
                   PERFORM 1545-WRITE-FILING-LINE-V2
               WHEN WS-RCT-E-STUDENT (WS-RCT-IDX) > 9999
                   IF WS-UNF-COUNT < 500
                       ADD 1 TO WS-UNF-COUNT
                       MOVE WS-RCT-E-STUDENT (WS-RCT-IDX)
                           TO WS-UNF-E-STUDENT (WS-UNF-COUNT)
                       MOVE WS-STUDENT-VSAM-NAME
                           TO WS-UNF-E-NAME (WS-UNF-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO T2202-FILING-DETAIL
                   MOVE 'D' TO T2F-RECORD-TYPE
                   MOVE WS-TAX-YEAR TO T2F-TAX-YEAR
                   MOVE WS-RCT-E-STUDENT (WS-RCT-IDX) TO T2F-STUDENT-ID
                   MOVE WS-SIN-ON-SLIP TO T2F-SIN
                   MOVE WS-STUDENT-VSAM-NAME TO T2F-NAME
                   MOVE WS-RCT-E-TUITION (WS-RCT-IDX) TO T2F-TUITION
                   MOVE WS-RCT-E-FT-MONTHS (WS-RCT-IDX)
                       TO T2F-FT-MONTHS
                   MOVE WS-RCT-E-PT-MONTHS (WS-RCT-IDX)
                       TO T2F-PT-MONTHS
                   WRITE T2202-FILING-DETAIL
                   ADD 1 TO WS-FILED-COUNT
                   ADD WS-RCT-E-TUITION (WS-RCT-IDX) TO WS-FILED-TUITION
           END-EVALUATE.

       1540-END.

       1545-WRITE-FILING-LINE-V2.

           MOVE SPACES TO T2202-FILING-DETAIL-V2.
           MOVE 'D' TO T22-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO T22-TAX-YEAR.
           MOVE WS-RCT-E-STUDENT (WS-RCT-IDX) TO T22-STUDENT-ID.
           MOVE WS-SIN-ON-SLIP TO T22-SIN.
           MOVE WS-STUDENT-VSAM-NAME TO T22-NAME.
           MOVE WS-RCT-E-TUITION (WS-RCT-IDX) TO T22-TUITION.
           MOVE WS-RCT-E-FT-MONTHS (WS-RCT-IDX) TO T22-FT-MONTHS.
           MOVE WS-RCT-E-PT-MONTHS (WS-RCT-IDX) TO T22-PT-MONTHS.
           WRITE T2202-FILING-DETAIL-V2.
           ADD 1 TO WS-FILED-COUNT.
           ADD WS-RCT-E-TUITION (WS-RCT-IDX) TO WS-FILED-TUITION.

       1545-END.

       1580-WRITE-REGISTER-LINE.

           MOVE WS-PRINT-LINE TO REGISTER-LINE.

       1580-END.

      *    EVERY SLIP ISSUED WITHOUT A SIN, SO THE OFFICE CAN CHASE
      *    THE NUMBER BEFORE THE FILING DEADLINE.
       1590-LIST-MISSING-SINS.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.
           MOVE 'STUDENTS MISSING A SIN' TO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.
           MOVE 'STUDENT | NAME' TO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.

           PERFORM 1592-LIST-ONE-MISSING-SIN
               VARYING WS-MIS-IDX FROM 1 BY 1
               UNTIL WS-MIS-IDX > WS-MIS-COUNT.

           IF WS-MIS-COUNT = 0
               MOVE '  (NONE)' TO WS-PRINT-LINE
               PERFORM 1580-WRITE-REGISTER-LINE
           END-IF.

       1590-END.

       1592-LIST-ONE-MISSING-SIN.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-MIS-E-STUDENT (WS-MIS-IDX) DELIMITED BY SIZE
                  '  | ' DELIMITED BY SIZE
                  WS-MIS-E-NAME (WS-MIS-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.

       1592-END.

      *    SLIPS ISSUED BUT NOT ON A LAYOUT 1 FILING FILE; THEY ARE
      *    FILED BY HAND OR THE FILE IS RECUT IN LAYOUT 2.
       1596-LIST-UNFILED-SLIPS.

           IF WS-UNF-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1580-WRITE-REGISTER-LINE
               MOVE 'SLIPS NOT ON T2202.FILING - STUDENT ID ABOVE 9999'
                   TO WS-PRINT-LINE
               PERFORM 1580-WRITE-REGISTER-LINE
               MOVE 'STUDENT | NAME' TO WS-PRINT-LINE
               PERFORM 1580-WRITE-REGISTER-LINE
               PERFORM 1597-LIST-ONE-UNFILED
                   VARYING WS-UNF-IDX FROM 1 BY 1
                   UNTIL WS-UNF-IDX > WS-UNF-COUNT
           END-IF.

       1596-END.

       1597-LIST-ONE-UNFILED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-UNF-E-STUDENT (WS-UNF-IDX) DELIMITED BY SIZE
                  '  | ' DELIMITED BY SIZE
                  WS-UNF-E-NAME (WS-UNF-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1580-WRITE-REGISTER-LINE.

       1597-END.

      *    READING THE RESTRICTED FILE IS ITSELF AUDITED: ONE LINE
      *    PER RUN WITH THE NUMBER OF SINS PUT ON SLIPS.
       1595-AUDIT-SIN-USE.

           MOVE WS-SINS-ISSUED TO WS-EDIT-COUNT.
           MOVE "PRGB0077" TO AUP-PROGRAM.
           MOVE "SIN USE" TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "T2202 " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  " SINS PUT ON SLIPS" DELIMITED BY SIZE
               INTO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1595-END.

       END PROGRAM PRGB0077.
