      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly collection-agency referral extract - one
      *          line on ../COLLECTION.REFERRAL for every approved
      *          bad-debt write-off on BAD.DEBT.WRITEOFFS that still
      *          has money outstanding after recoveries, carrying the
      *          student's name and last-known address from
      *          ADDRESS-VSAM-FILE (MAILING, ELSE HOME, ELSE BILLING),
      *          the amount written off, the amount still owed and
      *          the write-off date. A ROW GOING OUT FOR THE FIRST
      *          TIME IS FLAGGED NEW AND STAMPED WITH THE REFERRAL
      *          DATE; A ROW ALREADY WITH THE AGENCY IS FLAGGED
      *          UPDATE SO THE AGENCY PICKS UP RECOVERIES SINCE.
      *          A CONTROL LIST GOES TO ../PRGE0123.PRT. THE FILE IS
      *          CUT IN THE AGENCY'S PUBLISHED LAYOUT 1 (4-DIGIT
      *          STUDENT ID) UNLESS ../PRGE0123.PARM ASKS FOR LAYOUT 2
      *          (6-DIGIT ID) IN COLUMN 1; IN LAYOUT 1 A STUDENT
      *          NUMBERED ABOVE 9999 IS LISTED AS MANUAL FOR THE DESK
      *          TO REFER BY HAND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGE0123.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY WOFSEL.

           COPY STUSEL.

           COPY ADRSEL.

           SELECT REFERRAL-FILE ASSIGN TO '../COLLECTION.REFERRAL'
               FILE STATUS IS REF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFERRAL-PARM-FILE ASSIGN TO '../PRGE0123.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFERRAL-REPORT-FILE ASSIGN TO '../PRGE0123.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD WRITE-OFF-FILE.
       COPY WOFFD.

       FD STUDENT-VSAM-FILE.

       COPY STUFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

      *    ONE FIXED-FORMAT LINE PER REFERRED ACCOUNT, COMMA
      *    SEPARATED FOR THE AGENCY'S LOAD. LAYOUT 1 IS THE PUBLISHED
      *    ONE WITH A 4-DIGIT STUDENT ID; LAYOUT 2 IS THE SAME LINE
      *    WITH THE 6-DIGIT ID.
       FD REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05 REF-FLAG                  PIC X(6).
           05 REF-SEPARATOR1            PIC X.
           05 REF-STUDENT-ID            PIC 9(4).
           05 REF-SEPARATOR2            PIC X.
           05 REF-NAME                  PIC X(27).
           05 REF-SEPARATOR3            PIC X.
           05 REF-STREET                PIC X(30).
           05 REF-SEPARATOR4            PIC X.
           05 REF-CITY                  PIC X(20).
           05 REF-SEPARATOR5            PIC X.
           05 REF-PROVINCE              PIC X(2).
           05 REF-SEPARATOR6            PIC X.
           05 REF-POSTAL-CODE           PIC X(7).
           05 REF-SEPARATOR7            PIC X.
           05 REF-WRITTEN-OFF           PIC 9(5)V99.
           05 REF-SEPARATOR8            PIC X.
           05 REF-OUTSTANDING           PIC 9(5)V99.
           05 REF-SEPARATOR9            PIC X.
           05 REF-WRITE-OFF-DATE        PIC 9(8).
       01  REFERRAL-RECORD-V2.
           05 RF2-FLAG                  PIC X(6).
           05 RF2-SEPARATOR1            PIC X.
           05 RF2-STUDENT-ID            PIC 9(6).
           05 RF2-SEPARATOR2            PIC X.
           05 RF2-NAME                  PIC X(27).
           05 RF2-SEPARATOR3            PIC X.
           05 RF2-STREET                PIC X(30).
           05 RF2-SEPARATOR4            PIC X.
           05 RF2-CITY                  PIC X(20).
           05 RF2-SEPARATOR5            PIC X.
           05 RF2-PROVINCE              PIC X(2).
           05 RF2-SEPARATOR6            PIC X.
           05 RF2-POSTAL-CODE           PIC X(7).
           05 RF2-SEPARATOR7            PIC X.
           05 RF2-WRITTEN-OFF           PIC 9(5)V99.
           05 RF2-SEPARATOR8            PIC X.
           05 RF2-OUTSTANDING           PIC 9(5)V99.
           05 RF2-SEPARATOR9            PIC X.
           05 RF2-WRITE-OFF-DATE        PIC 9(8).

      *    REFERRAL LAYOUT: 1 OR BLANK = PUBLISHED, 2 = 6-DIGIT ID.
       FD REFERRAL-PARM-FILE.
       01  REFERRAL-PARM-RECORD.
           05 RPR-LAYOUT                PIC X.

       FD REFERRAL-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGE0123'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  WOF-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  REF-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.

       COPY STUWRK.

       01  WS-WORK-AREAS.
           05  WS-WOF-EOF          PIC X     VALUE 'N'.
               88  WOF-EOF                  VALUE 'Y'.
           05  WS-STU-OPEN         PIC X     VALUE 'N'.
               88  STUDENT-FILE-OPEN        VALUE 'Y'.
           05  WS-ADR-OPEN         PIC X     VALUE 'N'.
               88  ADDRESS-FILE-OPEN        VALUE 'Y'.
           05  WS-ADDR-FOUND       PIC X     VALUE 'N'.
               88  ADDRESS-WAS-FOUND        VALUE 'Y'.
           05  WS-ADDR-TRY         PIC 9     VALUE 0.
           05  WS-REFER-LAYOUT     PIC X     VALUE SPACE.
               88  REFER-LAYOUT-V2          VALUE '2'.
           05  WS-REFER-FLAG       PIC X(6)  VALUE SPACES.
           05  WS-NEW-COUNT        PIC 9(4)  VALUE 0.
           05  WS-UPDATE-COUNT     PIC 9(4)  VALUE 0.
           05  WS-MANUAL-COUNT     PIC 9(4)  VALUE 0.
           05  WS-OUTSTANDING      PIC 9(5)V99 VALUE 0.
           05  WS-TOTAL-OUTSTANDING PIC 9(7)V99 VALUE 0.
           05  WS-EDIT-WRITTEN-OFF PIC ZZ,ZZ9.99.
           05  WS-EDIT-OUTSTANDING PIC ZZ,ZZ9.99.
           05  WS-EDIT-TOTAL       PIC Z,ZZZ,ZZ9.99.
           05  WS-PRINT-LINE       PIC X(100).

      *    ADDRESS TYPES TRIED IN ORDER OF PREFERENCE.
       01  WS-ADDRESS-ORDER-AREAS.
           05  WS-ADDRESS-ORDER    PIC X(3)  VALUE 'MHB'.
           05  WS-ADDRESS-ORDER-T REDEFINES WS-ADDRESS-ORDER.
               10  WS-ADDRESS-TYPE PIC X     OCCURS 3 TIMES.

      *    THE WRITE-OFF FILE IS HELD IN STORAGE SO THE REFERRAL DATE
      *    CAN BE STAMPED ON FIRST-TIME ROWS AND THE FILE REWRITTEN.
       01  WS-WRITE-OFF-TABLE-AREAS.
           05  WS-WOT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-WOT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-WOT-OVERFLOW     PIC X     VALUE 'N'.
               88  WRITE-OFFS-OVERFLOWED    VALUE 'Y'.
           05  WS-WOT-TABLE.
               10  WS-WOT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-WOT-E-STUDENT     PIC 9(6).
                   15  WS-WOT-E-AMOUNT      PIC 9(5)V99.
                   15  WS-WOT-E-STATUS      PIC X.
                       88  WS-WOT-E-APPROVED      VALUE 'A'.
                   15  WS-WOT-E-PROPOSED    PIC 9(8).
                   15  WS-WOT-E-PROPOSED-BY PIC X(8).
                   15  WS-WOT-E-REASON      PIC X(30).
                   15  WS-WOT-E-DECIDED     PIC 9(8).
                   15  WS-WOT-E-DECIDED-BY  PIC X(8).
                   15  WS-WOT-E-REFERRED    PIC 9(8).
                   15  WS-WOT-E-RECOVERED   PIC 9(5)V99.
                   15  WS-WOT-E-LAST-RECOV  PIC 9(8).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== COLLECTION AGENCY REFERRAL EXTRACT =====".

           OPEN INPUT REFERRAL-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ REFERRAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RPR-LAYOUT TO WS-REFER-LAYOUT
               END-READ
               CLOSE REFERRAL-PARM-FILE
           END-IF.

           PERFORM 1100-LOAD-WRITE-OFFS.

      *    THE FILE IS REWRITTEN WITH THE REFERRAL DATES, SO A
      *    TRUNCATED TABLE WOULD LOSE EVERY ROW PAST THE LIMIT.
           IF WRITE-OFFS-OVERFLOWED
               DISPLAY "BAD.DEBT.WRITEOFFS HOLDS MORE THAN 2000 ROWS "
                   "- EXTRACT REFUSED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-WRITE-REFERRALS.

           IF WS-NEW-COUNT > 0
               PERFORM 1400-REWRITE-WRITE-OFFS
           END-IF.

           MOVE WS-WOT-COUNT TO WS-RUN-READ-COUNT.
           COMPUTE WS-RUN-WRITE-COUNT = WS-NEW-COUNT + WS-UPDATE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
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
               MOVE 'OK  ' TO RUN-FINAL-STATUS
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

       1100-LOAD-WRITE-OFFS.

           MOVE 'N' TO WS-WOF-EOF.

           OPEN INPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-WRITE-OFF UNTIL WOF-EOF
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "NO WRITE-OFF FILE ON HAND (STATUS = "
                   WOF-FILE-STATUS ")"
           END-IF.

       1100-END.

       1110-LOAD-ONE-WRITE-OFF.

           READ WRITE-OFF-FILE
               AT END
                   SET WOF-EOF TO TRUE
               NOT AT END
                   IF WS-WOT-COUNT < 2000
                       ADD 1 TO WS-WOT-COUNT
                       MOVE WOF-STUDENT-ID
                           TO WS-WOT-E-STUDENT (WS-WOT-COUNT)
                       MOVE WOF-AMOUNT
                           TO WS-WOT-E-AMOUNT (WS-WOT-COUNT)
                       MOVE WOF-STATUS
                           TO WS-WOT-E-STATUS (WS-WOT-COUNT)
                       MOVE WOF-PROPOSED-DATE
                           TO WS-WOT-E-PROPOSED (WS-WOT-COUNT)
                       MOVE WOF-PROPOSED-BY
                           TO WS-WOT-E-PROPOSED-BY (WS-WOT-COUNT)
                       MOVE WOF-REASON
                           TO WS-WOT-E-REASON (WS-WOT-COUNT)
                       MOVE WOF-DECIDED-DATE
                           TO WS-WOT-E-DECIDED (WS-WOT-COUNT)
                       MOVE WOF-DECIDED-BY
                           TO WS-WOT-E-DECIDED-BY (WS-WOT-COUNT)
                       MOVE WOF-REFERRED-DATE
                           TO WS-WOT-E-REFERRED (WS-WOT-COUNT)
                       MOVE WOF-RECOVERED
                           TO WS-WOT-E-RECOVERED (WS-WOT-COUNT)
                       MOVE WOF-LAST-RECOVERY-DATE
                           TO WS-WOT-E-LAST-RECOV (WS-WOT-COUNT)
                   ELSE
                       SET WRITE-OFFS-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

       1110-END.

       1200-WRITE-REFERRALS.

           OPEN OUTPUT REFERRAL-FILE.
           IF REF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COLLECTION.REFERRAL (STATUS = "
                   REF-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REFERRAL-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGE0123.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               CLOSE REFERRAL-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY = "00"
               SET STUDENT-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-VSAM-FILE.
           IF ADR-FILE-STATUS = "00"
               SET ADDRESS-FILE-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING '   COLLECTION REFERRAL FOR ' DELIMITED BY SIZE
                  CURRENT-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CURRENT-MONTH DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1380-WRITE-REPORT-LINE.
           MOVE 'FLAG   | STUDENT | NAME                        | WRI'
               & 'TTEN OFF | OUTSTANDING'
               TO WS-PRINT-LINE.
           PERFORM 1380-WRITE-REPORT-LINE.

           PERFORM 1210-REFER-ONE-WRITE-OFF
               VARYING WS-WOT-IDX FROM 1 BY 1
               UNTIL WS-WOT-IDX > WS-WOT-COUNT.

           MOVE WS-TOTAL-OUTSTANDING TO WS-EDIT-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'NEW: ' DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
                  '  UPDATE: ' DELIMITED BY SIZE
                  WS-UPDATE-COUNT DELIMITED BY SIZE
                  '  MANUAL: ' DELIMITED BY SIZE
                  WS-MANUAL-COUNT DELIMITED BY SIZE
                  '  TOTAL OUTSTANDING: ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1380-WRITE-REPORT-LINE.

           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-VSAM-FILE
           END-IF.
           IF STUDENT-FILE-OPEN
               CLOSE STUDENT-VSAM-FILE
           END-IF.
           CLOSE REFERRAL-REPORT-FILE.
           CLOSE REFERRAL-FILE.

           DISPLAY "NEW REFERRALS    : " WS-NEW-COUNT.
           DISPLAY "UPDATED          : " WS-UPDATE-COUNT.
           DISPLAY "REFER MANUALLY   : " WS-MANUAL-COUNT.
           DISPLAY "SEE ../COLLECTION.REFERRAL AND ../PRGE0123.PRT".

       1200-END.

      *    ONLY APPROVED WRITE-OFFS STILL SHORT AFTER RECOVERIES GO
      *    TO THE AGENCY; A FULLY RECOVERED ROW DROPS OFF THE FILE.
      *    THE AGENCY'S PUBLISHED LAYOUT HOLDS A 4-DIGIT ID, SO IN
      *    LAYOUT 1 A STUDENT NUMBERED ABOVE 9999 IS LISTED FOR MANUAL
      *    REFERRAL INSTEAD AND IS NOT STAMPED AS REFERRED.
       1210-REFER-ONE-WRITE-OFF.

           IF WS-WOT-E-APPROVED (WS-WOT-IDX)
                   AND WS-WOT-E-AMOUNT (WS-WOT-IDX)
                       > WS-WOT-E-RECOVERED (WS-WOT-IDX)
                   AND WS-WOT-E-STUDENT (WS-WOT-IDX) > 9999
                   AND NOT REFER-LAYOUT-V2
               PERFORM 1220-LIST-MANUAL-REFERRAL
           END-IF.

           IF WS-WOT-E-APPROVED (WS-WOT-IDX)
                   AND WS-WOT-E-AMOUNT (WS-WOT-IDX)
                       > WS-WOT-E-RECOVERED (WS-WOT-IDX)
                   AND (WS-WOT-E-STUDENT (WS-WOT-IDX) NOT > 9999
                       OR REFER-LAYOUT-V2)

               COMPUTE WS-OUTSTANDING = WS-WOT-E-AMOUNT (WS-WOT-IDX)
                   - WS-WOT-E-RECOVERED (WS-WOT-IDX)
               ADD WS-OUTSTANDING TO WS-TOTAL-OUTSTANDING

               PERFORM 1300-FETCH-NAME-AND-ADDRESS

               IF WS-WOT-E-REFERRED (WS-WOT-IDX) = 0
                   MOVE 'NEW' TO WS-REFER-FLAG
                   MOVE CURRENT-DATE TO WS-WOT-E-REFERRED (WS-WOT-IDX)
                   ADD 1 TO WS-NEW-COUNT
               ELSE
                   MOVE 'UPDATE' TO WS-REFER-FLAG
                   ADD 1 TO WS-UPDATE-COUNT
               END-IF

               IF REFER-LAYOUT-V2
                   PERFORM 1230-WRITE-REFERRAL-V2
               ELSE
                   PERFORM 1225-WRITE-REFERRAL
               END-IF

               MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO WS-EDIT-WRITTEN-OFF
               MOVE WS-OUTSTANDING TO WS-EDIT-OUTSTANDING
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-REFER-FLAG DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-WOT-E-STUDENT (WS-WOT-IDX) DELIMITED BY SIZE
                      '  | ' DELIMITED BY SIZE
                      WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                      ' | ' DELIMITED BY SIZE
                      WS-EDIT-WRITTEN-OFF DELIMITED BY SIZE
                      '   | ' DELIMITED BY SIZE
                      WS-EDIT-OUTSTANDING DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1380-WRITE-REPORT-LINE
               IF NOT ADDRESS-WAS-FOUND
                   MOVE '       ** NO ADDRESS ON FILE **'
                       TO WS-PRINT-LINE
                   PERFORM 1380-WRITE-REPORT-LINE
               END-IF
           END-IF.

       1210-END.

       1220-LIST-MANUAL-REFERRAL.

           COMPUTE WS-OUTSTANDING = WS-WOT-E-AMOUNT (WS-WOT-IDX)
               - WS-WOT-E-RECOVERED (WS-WOT-IDX).
           ADD 1 TO WS-MANUAL-COUNT.

           PERFORM 1300-FETCH-NAME-AND-ADDRESS.

           MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO WS-EDIT-WRITTEN-OFF.
           MOVE WS-OUTSTANDING TO WS-EDIT-OUTSTANDING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'MANUAL' DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-WOT-E-STUDENT (WS-WOT-IDX) DELIMITED BY SIZE
                  '  | ' DELIMITED BY SIZE
                  WS-STUDENT-VSAM-NAME DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  WS-EDIT-WRITTEN-OFF DELIMITED BY SIZE
                  '   | ' DELIMITED BY SIZE
                  WS-EDIT-OUTSTANDING DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1380-WRITE-REPORT-LINE.
           MOVE '       ** ID ABOVE 9999 - NOT SENT, REFER MANUALLY **'
               TO WS-PRINT-LINE.
           PERFORM 1380-WRITE-REPORT-LINE.

       1220-END.

       1225-WRITE-REFERRAL.

           MOVE WS-REFER-FLAG TO REF-FLAG.
           MOVE ',' TO REF-SEPARATOR1.
           MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO REF-STUDENT-ID.
           MOVE ',' TO REF-SEPARATOR2.
           MOVE WS-STUDENT-VSAM-NAME TO REF-NAME.
           MOVE ',' TO REF-SEPARATOR3.
           MOVE ADR-STREET TO REF-STREET.
           MOVE ',' TO REF-SEPARATOR4.
           MOVE ADR-CITY TO REF-CITY.
           MOVE ',' TO REF-SEPARATOR5.
           MOVE ADR-PROVINCE TO REF-PROVINCE.
           MOVE ',' TO REF-SEPARATOR6.
           MOVE ADR-POSTAL-CODE TO REF-POSTAL-CODE.
           MOVE ',' TO REF-SEPARATOR7.
           MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO REF-WRITTEN-OFF.
           MOVE ',' TO REF-SEPARATOR8.
           MOVE WS-OUTSTANDING TO REF-OUTSTANDING.
           MOVE ',' TO REF-SEPARATOR9.
           MOVE WS-WOT-E-DECIDED (WS-WOT-IDX) TO REF-WRITE-OFF-DATE.
           WRITE REFERRAL-RECORD.

       1225-END.

       1230-WRITE-REFERRAL-V2.

           MOVE WS-REFER-FLAG TO RF2-FLAG.
           MOVE ',' TO RF2-SEPARATOR1.
           MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO RF2-STUDENT-ID.
           MOVE ',' TO RF2-SEPARATOR2.
           MOVE WS-STUDENT-VSAM-NAME TO RF2-NAME.
           MOVE ',' TO RF2-SEPARATOR3.
           MOVE ADR-STREET TO RF2-STREET.
           MOVE ',' TO RF2-SEPARATOR4.
           MOVE ADR-CITY TO RF2-CITY.
           MOVE ',' TO RF2-SEPARATOR5.
           MOVE ADR-PROVINCE TO RF2-PROVINCE.
           MOVE ',' TO RF2-SEPARATOR6.
           MOVE ADR-POSTAL-CODE TO RF2-POSTAL-CODE.
           MOVE ',' TO RF2-SEPARATOR7.
           MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO RF2-WRITTEN-OFF.
           MOVE ',' TO RF2-SEPARATOR8.
           MOVE WS-OUTSTANDING TO RF2-OUTSTANDING.
           MOVE ',' TO RF2-SEPARATOR9.
           MOVE WS-WOT-E-DECIDED (WS-WOT-IDX) TO RF2-WRITE-OFF-DATE.
           WRITE REFERRAL-RECORD-V2.

       1230-END.

      *    LAST-KNOWN ADDRESS: MAILING, ELSE HOME, ELSE BILLING. AN
      *    ACCOUNT WITH NONE STILL GOES OUT WITH A BLANK ADDRESS SO
      *    THE AGENCY CAN TRACE IT.
       1300-FETCH-NAME-AND-ADDRESS.

           MOVE SPACES TO WS-STUDENT-VSAM-NAME.
           IF STUDENT-FILE-OPEN
               MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO STUDENT-VSAM-ID
               READ STUDENT-VSAM-FILE
                   KEY IS STUDENT-VSAM-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-VSAM-RECORD
                           TO WS-STUDENT-VSAM-RECORD
               END-READ
           END-IF.

           MOVE 'N' TO WS-ADDR-FOUND.
           MOVE 0 TO WS-ADDR-TRY.
           PERFORM 1310-TRY-ONE-ADDRESS
               UNTIL ADDRESS-WAS-FOUND OR WS-ADDR-TRY = 3.

           IF NOT ADDRESS-WAS-FOUND
               MOVE SPACES TO ADR-STREET
               MOVE SPACES TO ADR-CITY
               MOVE SPACES TO ADR-PROVINCE
               MOVE SPACES TO ADR-POSTAL-CODE
           END-IF.

       1300-END.

       1310-TRY-ONE-ADDRESS.

           ADD 1 TO WS-ADDR-TRY.

           IF ADDRESS-FILE-OPEN
               MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO ADR-STUDENT-ID
               MOVE WS-ADDRESS-TYPE (WS-ADDR-TRY) TO ADR-TYPE
               READ ADDRESS-VSAM-FILE
                   KEY IS ADR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADDRESS-WAS-FOUND TO TRUE
               END-READ
           END-IF.

       1310-END.

       1380-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1380-END.

       1400-REWRITE-WRITE-OFFS.

           OPEN OUTPUT WRITE-OFF-FILE.
           IF WOF-FILE-STATUS = "00"
               PERFORM 1410-REWRITE-ONE-ROW
                   VARYING WS-WOT-IDX FROM 1 BY 1
                   UNTIL WS-WOT-IDX > WS-WOT-COUNT
               CLOSE WRITE-OFF-FILE
           ELSE
               DISPLAY "ERROR REWRITING BAD.DEBT.WRITEOFFS (STATUS = "
                   WOF-FILE-STATUS ") - NEW ROWS WILL SHOW AS NEW "
                   "AGAIN NEXT MONTH."
               MOVE 4 TO RETURN-CODE
           END-IF.

       1400-END.

       1410-REWRITE-ONE-ROW.

           MOVE WS-WOT-E-STUDENT (WS-WOT-IDX) TO WOF-STUDENT-ID.
           MOVE ',' TO WOF-SEPARATOR1.
           MOVE WS-WOT-E-AMOUNT (WS-WOT-IDX) TO WOF-AMOUNT.
           MOVE ',' TO WOF-SEPARATOR2.
           MOVE WS-WOT-E-STATUS (WS-WOT-IDX) TO WOF-STATUS.
           MOVE ',' TO WOF-SEPARATOR3.
           MOVE WS-WOT-E-PROPOSED (WS-WOT-IDX) TO WOF-PROPOSED-DATE.
           MOVE ',' TO WOF-SEPARATOR4.
           MOVE WS-WOT-E-PROPOSED-BY (WS-WOT-IDX) TO WOF-PROPOSED-BY.
           MOVE ',' TO WOF-SEPARATOR5.
           MOVE WS-WOT-E-REASON (WS-WOT-IDX) TO WOF-REASON.
           MOVE ',' TO WOF-SEPARATOR6.
           MOVE WS-WOT-E-DECIDED (WS-WOT-IDX) TO WOF-DECIDED-DATE.
           MOVE ',' TO WOF-SEPARATOR7.
           MOVE WS-WOT-E-DECIDED-BY (WS-WOT-IDX) TO WOF-DECIDED-BY.
           MOVE ',' TO WOF-SEPARATOR8.
           MOVE WS-WOT-E-REFERRED (WS-WOT-IDX) TO WOF-REFERRED-DATE.
           MOVE ',' TO WOF-SEPARATOR9.
           MOVE WS-WOT-E-RECOVERED (WS-WOT-IDX) TO WOF-RECOVERED.
           MOVE ',' TO WOF-SEPARATOR10.
           MOVE WS-WOT-E-LAST-RECOV (WS-WOT-IDX)
               TO WOF-LAST-RECOVERY-DATE.

           WRITE WRITE-OFF-RECORD.

       1410-END.

       END PROGRAM PRGE0123.
