      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registration appointments - gives every active
      *          student a start date and time for adding courses in
      *          a term, so students closest to finishing register
      *          first instead of the whole school at once. THE SLOT
      *          COMES FROM CREDITS EARNED ON GRADE-VSAM-FILE
      *          (TRANSFER CREDIT INCLUDED; F, I AND W EARN NOTHING)
      *          LOOKED UP ON THE PRIORITY TABLE
      *          REGISTRATION.PRIORITY; A STUDENT WITH AN
      *          ACCOMMODATION IN EFFECT FOR THE TERM (PRGS0141) GETS
      *          THE TABLE'S EARLY SLOT WHEN IT IS SOONER. SLOT DATES
      *          RUN FROM THE REGISTRATION OPENING DATE AND ROLL TO A
      *          BUSINESS DAY (PRGS0107). ROWS GO TO APPOINTMENT.VSAM,
      *          WHICH PRGR0023 ENFORCES ON ADDS. A NEW OR CHANGED
      *          APPOINTMENT QUEUES A REGAPPT NOTICE ON THE EVENT
      *          QUEUE; A RERUN LEAVES UNCHANGED ROWS ALONE. UNATTENDED,
      *          ../PRGB0150.PARM CARRIES THE TERM AND OPENING DATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0150.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STUSEL.

           COPY GRDSEL.

           COPY APTSEL.

           COPY RGPSEL.

           COPY EVTSEL.

           COPY SGNSEL.

           SELECT APPOINTMENT-PARM-FILE ASSIGN TO '../PRGB0150.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPOINTMENT-REPORT-FILE ASSIGN TO '../PRGB0150.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD APPOINTMENT-VSAM-FILE.
       COPY APTFD.

       FD REGISTRATION-PRIORITY-FILE.
       COPY RGPFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD APPOINTMENT-PARM-FILE.
       01  APPOINTMENT-PARM-RECORD.
           05 APM-TERM                  PIC X(10).
           05 APM-SEPARATOR1            PIC X.
           05 APM-OPEN-DATE             PIC X(8).

       FD APPOINTMENT-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       COPY BDWRK.

       COPY ACPWRK.

       COPY AUPWRK.

       COPY SGNWRK.

       COPY STUWRK.

       COPY TRMFD.

       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0150'.
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

       01  FILE-CHECK-KEY    PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  APT-FILE-STATUS   PIC XX.
       01  RGP-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM        PIC X(10) VALUE SPACES.
           05  WS-REQUEST-OPEN        PIC X(8)  VALUE SPACES.
           05  WS-OPEN-DATE           PIC 9(8)  VALUE 0.
           05  WS-ADD-DROP-DATE       PIC 9(8)  VALUE 0.
           05  WS-TERM-OK             PIC X     VALUE 'N'.
               88  TERM-IS-OK                VALUE 'Y'.
           05  WS-RGP-EOF             PIC X     VALUE 'N'.
               88  RGP-EOF                   VALUE 'Y'.
           05  WS-STU-EOF             PIC X     VALUE 'N'.
               88  STU-EOF                   VALUE 'Y'.
           05  WS-GRD-DONE            PIC X     VALUE 'N'.
               88  GRD-SCAN-DONE             VALUE 'Y'.
           05  WS-GRADE-AVAILABLE     PIC X     VALUE 'N'.
               88  GRADE-FILE-OPEN           VALUE 'Y'.
           05  WS-APPT-OPEN           PIC X     VALUE 'N'.
               88  APPT-FILE-OPEN            VALUE 'Y'.
           05  WS-APPT-ON-FILE        PIC X     VALUE 'N'.
               88  APPT-WAS-ON-FILE          VALUE 'Y'.
           05  WS-GRADE-CREDITS       PIC 9(2)  VALUE 0.
           05  WS-CREDITS-EARNED      PIC 9(4)  VALUE 0.
           05  WS-SLOT-DATE           PIC 9(8)  VALUE 0.
           05  WS-SLOT-TIME           PIC 9(4)  VALUE 0.
           05  WS-SLOT-BASIS          PIC X     VALUE SPACE.
           05  WS-SLOT-BAND           PIC 9(4)  VALUE 0.
           05  WS-BAND-FOUND          PIC X     VALUE 'N'.
               88  BAND-WAS-FOUND            VALUE 'Y'.
           05  WS-RESULT              PIC X(9)  VALUE SPACES.
           05  WS-ASSIGNED-COUNT      PIC 9(5)  VALUE 0.
           05  WS-NEW-COUNT           PIC 9(5)  VALUE 0.
           05  WS-CHANGED-COUNT       PIC 9(5)  VALUE 0.
           05  WS-EARLY-COUNT         PIC 9(5)  VALUE 0.
           05  WS-FAILED-COUNT        PIC 9(5)  VALUE 0.
           05  WS-PRINT-LINE          PIC X(132).

      *    THE PRIORITY TABLE, EACH SLOT'S DATE WORKED OUT ONCE FROM
      *    THE OPENING DATE. WITH NO REGISTRATION.PRIORITY ON HAND
      *    THE SHOP DEFAULT APPLIES: 90+ CREDITS ON OPENING DAY, 60+
      *    THE NEXT DAY, 30+ THE DAY AFTER, EVERYONE ELSE ON DAY 3,
      *    AND ACCOMMODATED STUDENTS AN HOUR AHEAD ON OPENING DAY.
       01  WS-PRIORITY-TABLE-AREAS.
           05  WS-RGT-COUNT           PIC 9(2)  COMP VALUE 0.
           05  WS-RGT-IDX             PIC 9(2)  COMP VALUE 0.
           05  WS-RGT-EARLY-IDX       PIC 9(2)  COMP VALUE 0.
           05  WS-RGT-TABLE.
               10  WS-RGT-ENTRY       OCCURS 20 TIMES.
                   15  WS-RGT-E-TYPE        PIC X.
                   15  WS-RGT-E-MIN-CREDITS PIC 9(4).
                   15  WS-RGT-E-DAY-OFFSET  PIC 9(2).
                   15  WS-RGT-E-START-TIME  PIC 9(4).
                   15  WS-RGT-E-SLOT-DATE   PIC 9(8).

       01  WS-DEFAULT-PRIORITY-SET.
           05  FILLER                 PIC X(11) VALUE 'A0000000800'.
           05  FILLER                 PIC X(11) VALUE 'C0090000900'.
           05  FILLER                 PIC X(11) VALUE 'C0060010900'.
           05  FILLER                 PIC X(11) VALUE 'C0030020900'.
           05  FILLER                 PIC X(11) VALUE 'C0000030900'.
       01  WS-DEFAULT-PRIORITY-TABLE
               REDEFINES WS-DEFAULT-PRIORITY-SET.
           05  WS-DPT-ENTRY           OCCURS 5 TIMES.
               10  WS-DPT-E-TYPE          PIC X.
               10  WS-DPT-E-MIN-CREDITS   PIC 9(4).
               10  WS-DPT-E-DAY-OFFSET    PIC 9(2).
               10  WS-DPT-E-START-TIME    PIC 9(4).
       01  WS-DEFAULT-PRIORITY-COUNT  PIC 9(2)  VALUE 5.

       01  WS-DETAIL-LINE.
           05  WS-DL-STUDENT-ID      PIC 9(6).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-NAME            PIC X(27).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-CREDITS         PIC ZZZ9.
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-BASIS           PIC X(5).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-DATE            PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WS-DL-TIME            PIC 9(4).
           05  FILLER                PIC X(3)  VALUE ' | '.
           05  WS-DL-RESULT          PIC X(9).

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== REGISTRATION APPOINTMENTS =====".

           PERFORM 1050-READ-APPOINTMENT-PARM.

           PERFORM 1100-VALIDATE-TERM.
           IF NOT TERM-IS-OK
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "TERM : " WS-REQUEST-TERM
               "  REGISTRATION OPENS : " WS-OPEN-DATE.

           PERFORM 1200-LOAD-PRIORITY-TABLE.

           OPEN I-O APPOINTMENT-VSAM-FILE.
           IF APT-FILE-STATUS = "35"
               OPEN OUTPUT APPOINTMENT-VSAM-FILE
               CLOSE APPOINTMENT-VSAM-FILE
               OPEN I-O APPOINTMENT-VSAM-FILE
           END-IF.
           IF APT-FILE-STATUS = "00"
               SET APPT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING APPOINTMENT.VSAM FILE (STATUS = "
                   APT-FILE-STATUS ") - NOTHING RUN."
               MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT GRADE-VSAM-FILE.
           IF GRD-FILE-STATUS = "00"
               SET GRADE-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT APPOINTMENT-REPORT-FILE.
           PERFORM 1900-PRINT-HEADINGS.

           IF APPT-FILE-OPEN
               PERFORM 1300-ASSIGN-STUDENTS
               CLOSE APPOINTMENT-VSAM-FILE
           END-IF.

           IF GRADE-FILE-OPEN
               CLOSE GRADE-VSAM-FILE
           END-IF.

           PERFORM 1950-PRINT-TOTALS.
           CLOSE APPOINTMENT-REPORT-FILE.

           DISPLAY "APPOINTMENTS ASSIGNED : " WS-ASSIGNED-COUNT.
           DISPLAY "  NEW                 : " WS-NEW-COUNT.
           DISPLAY "  CHANGED             : " WS-CHANGED-COUNT.
           DISPLAY "  ACCOMMODATION SLOTS : " WS-EARLY-COUNT.
           DISPLAY "WRITE FAILURES        : " WS-FAILED-COUNT.
           DISPLAY "SEE ../PRGB0150.PRT".

           MOVE WS-NEW-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-CHANGED-COUNT TO WS-RUN-WRITE-COUNT.
           MOVE WS-FAILED-COUNT TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

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

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

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

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPTS.
       1050-READ-APPOINTMENT-PARM.

           OPEN INPUT APPOINTMENT-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ APPOINTMENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE APM-TERM TO WS-REQUEST-TERM
                       MOVE APM-OPEN-DATE TO WS-REQUEST-OPEN
               END-READ
               CLOSE APPOINTMENT-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM >>"
               ACCEPT WS-REQUEST-TERM
               DISPLAY "ENTER REGISTRATION OPENING DATE (YYYYMMDD) >>"
               ACCEPT WS-REQUEST-OPEN
           END-IF.

           IF WS-REQUEST-OPEN IS NUMERIC
               MOVE WS-REQUEST-OPEN TO WS-OPEN-DATE
           END-IF.

       1050-END.

      *    THE TERM MUST BE ON THE TERM MASTER AND REGISTRATION MUST
      *    OPEN NO LATER THAN THE TERM'S ADD/DROP DEADLINE (ROLLED
      *    TO A BUSINESS DAY), OR NO ONE COULD USE THEIR SLOT.
       1100-VALIDATE-TERM.

           MOVE 'N' TO WS-TERM-OK.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-REQUEST-TERM " IS NOT ON THE TERM "
                   "MASTER - NOTHING RUN."
           ELSE
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               SET BDR-DO-ROLL TO TRUE
               MOVE TRM-ADD-DROP-DATE TO BDR-DATE-IN
               CALL 'PRGS0107' USING DATE-ROLL-PARM
               MOVE BDR-DATE-OUT TO WS-ADD-DROP-DATE
               IF WS-OPEN-DATE = 0
                   DISPLAY "REGISTRATION OPENING DATE MUST BE "
                       "YYYYMMDD - NOTHING RUN."
               ELSE
                   IF WS-OPEN-DATE > WS-ADD-DROP-DATE
                       DISPLAY "OPENING DATE " WS-OPEN-DATE
                           " IS AFTER THE ADD/DROP DEADLINE "
                           WS-ADD-DROP-DATE " - NOTHING RUN."
                   ELSE
                       SET TERM-IS-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       1100-END.

       1200-LOAD-PRIORITY-TABLE.

           MOVE 'N' TO WS-RGP-EOF.
           MOVE 0 TO WS-RGT-COUNT.

           OPEN INPUT REGISTRATION-PRIORITY-FILE.
           IF RGP-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-PRIORITY UNTIL RGP-EOF
               CLOSE REGISTRATION-PRIORITY-FILE
           END-IF.

           IF WS-RGT-COUNT = 0
               DISPLAY "NO REGISTRATION.PRIORITY ON FILE - USING THE "
                   "DEFAULT PRIORITY TABLE."
               PERFORM 1220-LOAD-ONE-DEFAULT
                   VARYING WS-RGT-IDX FROM 1 BY 1
                   UNTIL WS-RGT-IDX > WS-DEFAULT-PRIORITY-COUNT
           END-IF.

           PERFORM 1230-DATE-ONE-SLOT
               VARYING WS-RGT-IDX FROM 1 BY 1
               UNTIL WS-RGT-IDX > WS-RGT-COUNT.

       1200-END.

      *    A LINE OF ANY OTHER TYPE, OR WITH A NON-NUMERIC COLUMN,
      *    IS NOT A SLOT AND IS PASSED OVER.
       1210-LOAD-ONE-PRIORITY.

           READ REGISTRATION-PRIORITY-FILE
               AT END
                   SET RGP-EOF TO TRUE
               NOT AT END
                   IF (RGP-CREDIT-BAND OR RGP-ACCOMMODATION-SLOT)
                           AND RGP-MIN-CREDITS IS NUMERIC
                           AND RGP-DAY-OFFSET IS NUMERIC
                           AND RGP-START-TIME IS NUMERIC
                           AND WS-RGT-COUNT < 20
                       ADD 1 TO WS-RGT-COUNT
                       MOVE RGP-TYPE TO WS-RGT-E-TYPE (WS-RGT-COUNT)
                       MOVE RGP-MIN-CREDITS
                           TO WS-RGT-E-MIN-CREDITS (WS-RGT-COUNT)
                       MOVE RGP-DAY-OFFSET
                           TO WS-RGT-E-DAY-OFFSET (WS-RGT-COUNT)
                       MOVE RGP-START-TIME
                           TO WS-RGT-E-START-TIME (WS-RGT-COUNT)
                   END-IF
           END-READ.

       1210-END.

       1220-LOAD-ONE-DEFAULT.

           ADD 1 TO WS-RGT-COUNT.
           MOVE WS-DPT-E-TYPE (WS-RGT-IDX)
               TO WS-RGT-E-TYPE (WS-RGT-COUNT).
           MOVE WS-DPT-E-MIN-CREDITS (WS-RGT-IDX)
               TO WS-RGT-E-MIN-CREDITS (WS-RGT-COUNT).
           MOVE WS-DPT-E-DAY-OFFSET (WS-RGT-IDX)
               TO WS-RGT-E-DAY-OFFSET (WS-RGT-COUNT).
           MOVE WS-DPT-E-START-TIME (WS-RGT-IDX)
               TO WS-RGT-E-START-TIME (WS-RGT-COUNT).

       1220-END.

      *    OPENING DATE PLUS THE OFFSET, THEN ROLLED OFF A WEEKEND
      *    OR HOLIDAY, SO NO SLOT FALLS WHEN THE OFFICE IS CLOSED.
       1230-DATE-ONE-SLOT.

           SET BDR-DO-ADD-DAYS TO TRUE.
           MOVE WS-OPEN-DATE TO BDR-DATE-IN.
           MOVE WS-RGT-E-DAY-OFFSET (WS-RGT-IDX) TO BDR-DAYS.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.

           SET BDR-DO-ROLL TO TRUE.
           MOVE BDR-DATE-OUT TO BDR-DATE-IN.
           CALL 'PRGS0107' USING DATE-ROLL-PARM.
           MOVE BDR-DATE-OUT TO WS-RGT-E-SLOT-DATE (WS-RGT-IDX).

       1230-END.

       1300-ASSIGN-STUDENTS.

           MOVE 'N' TO WS-STU-EOF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1310-READ-ONE-STUDENT UNTIL STU-EOF
               CLOSE STUDENT-VSAM-FILE
           END-IF.

       1300-END.

      *    ONLY ACTIVE STUDENTS REGISTER; A STUDENT ON LEAVE OR
      *    SUSPENDED CANNOT ADD IN ANY CASE.
       1310-READ-ONE-STUDENT.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END
                   SET STU-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUN-READ-COUNT
                   MOVE STUDENT-VSAM-RECORD TO WS-STUDENT-VSAM-RECORD
                   IF WS-STUDENT-VSAM-STATUS = 'A'
                       PERFORM 1320-TALLY-CREDITS
                       PERFORM 1400-PICK-SLOT
                       PERFORM 1500-STORE-APPOINTMENT
                   END-IF
           END-READ.

       1310-END.

      *    CREDITS EARNED = CREDIT HOURS OF EVERY POSTED GRADE THAT
      *    IS NOT F, I, OR W, TRANSFER ROWS INCLUDED - THE SAME
      *    EARNED RULE THE TRANSCRIPT USES.
       1320-TALLY-CREDITS.

           MOVE 0 TO WS-CREDITS-EARNED.
           MOVE 'N' TO WS-GRD-DONE.

           IF GRADE-FILE-OPEN
               MOVE WS-STUDENT-VSAM-ID TO GRD-STUDENT-ID
               READ GRADE-VSAM-FILE
                   KEY IS GRD-STUDENT-ID
                   INVALID KEY
                       SET GRD-SCAN-DONE TO TRUE
                   NOT INVALID KEY
                       PERFORM 1325-TALLY-ONE-GRADE
                           UNTIL GRD-SCAN-DONE
               END-READ
           END-IF.

       1320-END.

       1325-TALLY-ONE-GRADE.

           IF GRD-STUDENT-ID = WS-STUDENT-VSAM-ID
               IF GRD-LETTER-GRADE NOT = 'F'
                       AND GRD-LETTER-GRADE NOT = 'I'
                       AND GRD-LETTER-GRADE NOT = 'W'
                   IF GRD-CREDIT-HOURS IS NUMERIC
                           AND GRD-CREDIT-HOURS > 0
                       MOVE GRD-CREDIT-HOURS TO WS-GRADE-CREDITS
                   ELSE
                       MOVE 1 TO WS-GRADE-CREDITS
                   END-IF
                   ADD WS-GRADE-CREDITS TO WS-CREDITS-EARNED
               END-IF
               READ GRADE-VSAM-FILE NEXT RECORD
                   AT END SET GRD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF GRD-STUDENT-ID NOT = WS-STUDENT-VSAM-ID
                           SET GRD-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           ELSE
               SET GRD-SCAN-DONE TO TRUE
           END-IF.

       1325-END.

      *    THE HIGHEST CREDIT BAND THE STUDENT HAS REACHED GIVES THE
      *    SLOT. AN ACCOMMODATION IN EFFECT FOR THE TERM TRADES IT
      *    FOR THE EARLY SLOT WHEN THAT COMES SOONER. A TABLE WITH
      *    NO BAND LOW ENOUGH LEAVES THE STUDENT ON OPENING DAY AT
      *    MIDNIGHT, THE SAME AS HAVING NO APPOINTMENT.
       1400-PICK-SLOT.

           MOVE WS-OPEN-DATE TO WS-SLOT-DATE.
           MOVE 0 TO WS-SLOT-TIME.
           MOVE 0 TO WS-SLOT-BAND.
           MOVE 'C' TO WS-SLOT-BASIS.
           MOVE 0 TO WS-RGT-EARLY-IDX.
           MOVE 'N' TO WS-BAND-FOUND.

           PERFORM 1410-CHECK-ONE-BAND
               VARYING WS-RGT-IDX FROM 1 BY 1
               UNTIL WS-RGT-IDX > WS-RGT-COUNT.

           IF WS-RGT-EARLY-IDX > 0
               MOVE WS-STUDENT-VSAM-ID TO ACP-STUDENT-ID
               MOVE WS-REQUEST-TERM TO ACP-TERM
               CALL 'PRGS0141' USING ACCOMMODATION-CHECK-PARM
               IF ACP-ACCOMMODATION-ON-FILE
                   IF WS-RGT-E-SLOT-DATE (WS-RGT-EARLY-IDX)
                           < WS-SLOT-DATE
                       OR (WS-RGT-E-SLOT-DATE (WS-RGT-EARLY-IDX)
                           = WS-SLOT-DATE
                       AND WS-RGT-E-START-TIME (WS-RGT-EARLY-IDX)
                           < WS-SLOT-TIME)
                       MOVE WS-RGT-E-SLOT-DATE (WS-RGT-EARLY-IDX)
                           TO WS-SLOT-DATE
                       MOVE WS-RGT-E-START-TIME (WS-RGT-EARLY-IDX)
                           TO WS-SLOT-TIME
                       MOVE 'A' TO WS-SLOT-BASIS
                   END-IF
               END-IF
           END-IF.

       1400-END.

       1410-CHECK-ONE-BAND.

           IF WS-RGT-E-TYPE (WS-RGT-IDX) = 'A'
               MOVE WS-RGT-IDX TO WS-RGT-EARLY-IDX
           ELSE
               IF WS-RGT-E-MIN-CREDITS (WS-RGT-IDX)
                       NOT > WS-CREDITS-EARNED
                   AND (WS-RGT-E-MIN-CREDITS (WS-RGT-IDX)
                       > WS-SLOT-BAND
                   OR NOT BAND-WAS-FOUND)
                   SET BAND-WAS-FOUND TO TRUE
                   MOVE WS-RGT-E-MIN-CREDITS (WS-RGT-IDX)
                       TO WS-SLOT-BAND
                   MOVE WS-RGT-E-SLOT-DATE (WS-RGT-IDX)
                       TO WS-SLOT-DATE
                   MOVE WS-RGT-E-START-TIME (WS-RGT-IDX)
                       TO WS-SLOT-TIME
               END-IF
           END-IF.

       1410-END.

      *    AN UNCHANGED APPOINTMENT IS LEFT AS IT IS AND NOT
      *    RE-NOTIFIED; A NEW OR MOVED ONE IS WRITTEN, AUDITED AND
      *    SENT TO THE STUDENT THROUGH THE EVENT QUEUE.
       1500-STORE-APPOINTMENT.

           MOVE SPACES TO WS-RESULT.
           MOVE 'N' TO WS-APPT-ON-FILE.
           MOVE WS-STUDENT-VSAM-ID TO APT-STUDENT-ID.
           MOVE WS-REQUEST-TERM TO APT-TERM.

           READ APPOINTMENT-VSAM-FILE
               KEY IS APT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET APPT-WAS-ON-FILE TO TRUE
                   IF APT-START-DATE = WS-SLOT-DATE
                           AND APT-START-TIME = WS-SLOT-TIME
                       MOVE "UNCHANGED" TO WS-RESULT
                   END-IF
           END-READ.

           IF WS-RESULT = SPACES
               MOVE WS-STUDENT-VSAM-ID TO APT-STUDENT-ID
               MOVE WS-REQUEST-TERM TO APT-TERM
               MOVE ',' TO APT-SEPARATOR1
               MOVE WS-SLOT-DATE TO APT-START-DATE
               MOVE ',' TO APT-SEPARATOR2
               MOVE WS-SLOT-TIME TO APT-START-TIME
               MOVE ',' TO APT-SEPARATOR3
               MOVE WS-CREDITS-EARNED TO APT-CREDITS-EARNED
               MOVE ',' TO APT-SEPARATOR4
               MOVE WS-SLOT-BASIS TO APT-PRIORITY-BASIS
               MOVE ',' TO APT-SEPARATOR5
               MOVE CURRENT-DATE TO APT-ASSIGNED-DATE
               IF APPT-WAS-ON-FILE
                   REWRITE APPOINTMENT-VSAM-RECORD
                       INVALID KEY
                           MOVE "FAILED" TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "CHANGED" TO WS-RESULT
                           ADD 1 TO WS-CHANGED-COUNT
                   END-REWRITE
               ELSE
                   WRITE APPOINTMENT-VSAM-RECORD
                       INVALID KEY
                           MOVE "FAILED" TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "NEW" TO WS-RESULT
                           ADD 1 TO WS-NEW-COUNT
                   END-WRITE
               END-IF
               IF WS-RESULT = "FAILED"
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   PERFORM 1550-NOTIFY-STUDENT
               END-IF
           END-IF.

           IF WS-RESULT NOT = "FAILED"
               ADD 1 TO WS-ASSIGNED-COUNT
               IF WS-SLOT-BASIS = 'A'
                   ADD 1 TO WS-EARLY-COUNT
               END-IF
           END-IF.

           PERFORM 1910-PRINT-DETAIL.

       1500-END.

       1550-NOTIFY-STUDENT.

           MOVE 'REGAPPT' TO WS-EVT-TYPE.
           MOVE WS-STUDENT-VSAM-ID TO WS-EVT-STUDENT-ID.
           MOVE SPACES TO WS-EVT-DETAIL.
           STRING "REGISTER " DELIMITED BY SIZE
               WS-REQUEST-TERM DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               WS-SLOT-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-SLOT-TIME DELIMITED BY SIZE
               INTO WS-EVT-DETAIL
           END-STRING.
           PERFORM 0880-WRITE-EVENT.

           MOVE "PRGB0150" TO AUP-PROGRAM.
           MOVE "APPOINTMT" TO AUP-ACTION.
           MOVE WS-STUDENT-VSAM-ID TO AUP-STUDENT-ID.
           MOVE WS-EVT-DETAIL TO AUP-DETAIL.
           MOVE WS-SIGNON-USER TO AUP-USER.
           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1550-END.

       1900-PRINT-HEADINGS.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REGISTRATION APPOINTMENTS - TERM " DELIMITED BY SIZE
               WS-REQUEST-TERM DELIMITED BY SPACE
               "  OPENS " DELIMITED BY SIZE
               WS-OPEN-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               CURRENT-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.

           PERFORM 1905-PRINT-ONE-PRIORITY
               VARYING WS-RGT-IDX FROM 1 BY 1
               UNTIL WS-RGT-IDX > WS-RGT-COUNT.

           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE "ID     | NAME                        | CRED | BASIS | "
               TO WS-PRINT-LINE.
           MOVE "SLOT          | RESULT" TO WS-PRINT-LINE (53:).
           PERFORM 1990-WRITE-REPORT-LINE.
           MOVE ALL '-' TO WS-PRINT-LINE (1:80).
           PERFORM 1990-WRITE-REPORT-LINE.

       1900-END.

       1905-PRINT-ONE-PRIORITY.

           MOVE WS-RGT-E-MIN-CREDITS (WS-RGT-IDX) TO WS-DL-CREDITS.
           IF WS-RGT-E-TYPE (WS-RGT-IDX) = 'A'
               STRING "  ACCOMMODATION EARLY SLOT : " DELIMITED BY SIZE
                   WS-RGT-E-SLOT-DATE (WS-RGT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RGT-E-START-TIME (WS-RGT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-DL-CREDITS DELIMITED BY SIZE
                   "+ CREDITS EARNED         : " DELIMITED BY SIZE
                   WS-RGT-E-SLOT-DATE (WS-RGT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RGT-E-START-TIME (WS-RGT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 1990-WRITE-REPORT-LINE.

       1905-END.

       1910-PRINT-DETAIL.

           MOVE WS-STUDENT-VSAM-ID TO WS-DL-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO WS-DL-NAME.
           MOVE WS-CREDITS-EARNED TO WS-DL-CREDITS.
           IF WS-SLOT-BASIS = 'A'
               MOVE "ACCOM" TO WS-DL-BASIS
           ELSE
               MOVE "CREDS" TO WS-DL-BASIS
           END-IF.
           MOVE WS-SLOT-DATE TO WS-DL-DATE.
           MOVE WS-SLOT-TIME TO WS-DL-TIME.
           MOVE WS-RESULT TO WS-DL-RESULT.

           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1990-WRITE-REPORT-LINE.

       1910-END.

       1950-PRINT-TOTALS.

           MOVE ALL '-' TO WS-PRINT-LINE (1:80).
           PERFORM 1990-WRITE-REPORT-LINE.
           STRING "APPOINTMENTS ASSIGNED : " DELIMITED BY SIZE
               WS-ASSIGNED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           STRING "  NEW                 : " DELIMITED BY SIZE
               WS-NEW-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           STRING "  CHANGED             : " DELIMITED BY SIZE
               WS-CHANGED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           STRING "  ACCOMMODATION SLOTS : " DELIMITED BY SIZE
               WS-EARLY-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.
           STRING "WRITE FAILURES        : " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 1990-WRITE-REPORT-LINE.

       1950-END.

       1990-WRITE-REPORT-LINE.

           IF PRT-FILE-STATUS = "00"
               MOVE WS-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.

       1990-END.

       END PROGRAM PRGB0150.
