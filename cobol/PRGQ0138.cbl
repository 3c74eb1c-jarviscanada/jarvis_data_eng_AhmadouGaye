      ******************************************************************
      * Author:
      * Date:
      * Purpose: Residence occupancy for one term - for each building
      *          on RESIDENCE.ROOMS, the rooms and beds it lets, the
      *          beds taken by students ASSIGNED TO IT FOR THE TERM ON
      *          HOUSING-VSAM-FILE, THE BEDS STILL VACANT, THE
      *          OCCUPANCY PERCENTAGE AND THE APPLICATIONS STILL
      *          WAITING THAT NAMED THE BUILDING AS FIRST CHOICE.
      *          ASSIGNMENTS TO A BUILDING NO LONGER ON THE INVENTORY
      *          AND APPLICATIONS WITH NO (OR AN UNKNOWN) PREFERENCE
      *          ARE TOTALLED ON THEIR OWN LINE SO THE REPORT STILL
      *          FOOTS. THE TERM COMES FROM ../PRGQ0138.PARM OR THE
      *          PROMPT. OUTPUT GOES TO ../PRGQ0138.PRT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGQ0138.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RSRSEL.

           COPY HSGSEL.

           SELECT OCCUPANCY-PARM-FILE ASSIGN TO '../PRGQ0138.PARM'
               FILE STATUS IS PARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OCCUPANCY-REPORT-FILE ASSIGN TO '../PRGQ0138.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RESIDENCE-ROOM-FILE.
       COPY RSRFD.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD OCCUPANCY-PARM-FILE.
       01  OCCUPANCY-PARM-RECORD.
           05 PARM-TERM                 PIC X(10).

       FD OCCUPANCY-REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY LKPWRK.

       01  RSR-FILE-STATUS   PIC XX.
       01  HSG-FILE-STATUS   PIC XX.
       01  PARM-FILE-STATUS  PIC XX.
       01  PRT-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-REQUEST-TERM     PIC X(10) VALUE SPACES.
           05  WS-RSR-EOF          PIC X     VALUE 'N'.
               88  RSR-EOF                  VALUE 'Y'.
           05  WS-HSG-EOF          PIC X     VALUE 'N'.
               88  HSG-SWEEP-EOF            VALUE 'Y'.
           05  WS-TABLE-FULL       PIC X     VALUE 'N'.
               88  SOME-TABLE-FULL          VALUE 'Y'.
           05  WS-LOOKUP-BUILDING  PIC X(8).
           05  WS-ROW              PIC 9(3)  COMP VALUE 0.
           05  WS-VACANT           PIC S9(5) VALUE 0.
           05  WS-PERCENT          PIC 9(3)V9 VALUE 0.

      *    ONE ROW PER BUILDING, THEN ONE LAST ROW FOR ASSIGNMENTS AND
      *    APPLICATIONS NO BUILDING ON THE INVENTORY ANSWERS TO.
       01  WS-BUILDING-TABLE-AREAS.
           05  WS-BLD-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-BLD-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-BLD-NONE         PIC 9(3)  COMP VALUE 0.
           05  WS-BLD-TABLE.
               10  WS-BLD-ENTRY    OCCURS 201 TIMES.
                   15  WS-BLD-E-CODE       PIC X(8).
                   15  WS-BLD-E-ROOMS      PIC 9(5).
                   15  WS-BLD-E-BEDS       PIC 9(5).
                   15  WS-BLD-E-OCCUPIED   PIC 9(5).
                   15  WS-BLD-E-PENDING    PIC 9(5).

       01  WS-GRAND-TOTALS.
           05  WS-TOT-ROOMS        PIC 9(6)  VALUE 0.
           05  WS-TOT-BEDS         PIC 9(6)  VALUE 0.
           05  WS-TOT-OCCUPIED     PIC 9(6)  VALUE 0.
           05  WS-TOT-PENDING      PIC 9(6)  VALUE 0.

       01  WS-PRINT-LINE             PIC X(132).

       01  WS-DETAIL-LINE.
           05  WS-DL-BUILDING        PIC X(20).
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-ROOMS           PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-BEDS            PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-OCCUPIED        PIC ZZZZ9.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-VACANT          PIC -ZZZ9.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-PERCENT         PIC ZZ9.9.
           05  FILLER                PIC X     VALUE '%'.
           05  FILLER                PIC X     VALUE SPACE.
           05  WS-DL-PENDING         PIC ZZZZ9.

       01  WS-COLUMN-LINE.
           05  FILLER                PIC X(21)
               VALUE 'BUILDING             '.
           05  FILLER                PIC X(24)
               VALUE 'ROOMS  BEDS  OCC. VACANT'.
           05  FILLER                PIC X(13)
               VALUE '   OCC%  PEND'.

       01 CURRENT-DATE.
           05 CURRENT-YEAR   PIC 9(4).
           05 CURRENT-MONTH  PIC 9(2).
           05 CURRENT-DAY    PIC 9(2).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "===== RESIDENCE OCCUPANCY =====".

           PERFORM 1100-GET-PARAMETERS.

           IF WS-REQUEST-TERM = SPACES
               DISPLAY "A TERM IS REQUIRED - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    ONE KEYED READ THROUGH THE SHARED LOOKUP MODULE.
           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-REQUEST-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF NOT LKP-RECORD-FOUND
               DISPLAY "TERM " WS-REQUEST-TERM
                   " IS NOT ON THE TERM MASTER - NOTHING REPORTED."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1200-LOAD-ROOMS.
           PERFORM 1400-TALLY-HOUSING.

           PERFORM 1800-PRINT-REPORT.

           IF SOME-TABLE-FULL
               DISPLAY "*** THE BUILDING TABLE FILLED - THE REPORT IS "
                   "INCOMPLETE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGQ0138.PRT FOR THE PRINTED REPORT".

           GOBACK.

       0000-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1100-GET-PARAMETERS.

           OPEN INPUT OCCUPANCY-PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ OCCUPANCY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-REQUEST-TERM
               END-READ
               CLOSE OCCUPANCY-PARM-FILE
           ELSE
               DISPLAY "ENTER TERM TO REPORT >>"
               ACCEPT WS-REQUEST-TERM
           END-IF.

       1100-END.

      *    EVERY ROOM ON THE INVENTORY ADDS ITSELF AND ITS BEDS TO
      *    ITS BUILDING'S ROW.
       1200-LOAD-ROOMS.

           MOVE 'N' TO WS-RSR-EOF.

           OPEN INPUT RESIDENCE-ROOM-FILE.
           IF RSR-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-ROOM UNTIL RSR-EOF
               CLOSE RESIDENCE-ROOM-FILE
           ELSE
               DISPLAY "NO RESIDENCE ROOM INVENTORY ON FILE (STATUS = "
                   RSR-FILE-STATUS ")"
           END-IF.

           ADD 1 TO WS-BLD-COUNT.
           MOVE WS-BLD-COUNT TO WS-BLD-NONE.
           MOVE WS-BLD-COUNT TO WS-ROW.
           PERFORM 1220-CLEAR-ROW.
           MOVE HIGH-VALUES TO WS-BLD-E-CODE (WS-ROW).

       1200-END.

       1210-LOAD-ONE-ROOM.

           READ RESIDENCE-ROOM-FILE
               AT END
                   SET RSR-EOF TO TRUE
               NOT AT END
                   MOVE RSR-BUILDING TO WS-LOOKUP-BUILDING
                   PERFORM 1300-FIND-BUILDING-ROW
                   IF WS-ROW = 0
                       IF WS-BLD-COUNT < 200
                           ADD 1 TO WS-BLD-COUNT
                           MOVE WS-BLD-COUNT TO WS-ROW
                           PERFORM 1220-CLEAR-ROW
                           MOVE RSR-BUILDING TO WS-BLD-E-CODE (WS-ROW)
                       ELSE
                           SET SOME-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
                   IF WS-ROW > 0
                       ADD 1 TO WS-BLD-E-ROOMS (WS-ROW)
                       IF RSR-BEDS IS NUMERIC
                           ADD RSR-BEDS TO WS-BLD-E-BEDS (WS-ROW)
                       END-IF
                   END-IF
           END-READ.

       1210-END.

       1220-CLEAR-ROW.

           MOVE 0 TO WS-BLD-E-ROOMS (WS-ROW).
           MOVE 0 TO WS-BLD-E-BEDS (WS-ROW).
           MOVE 0 TO WS-BLD-E-OCCUPIED (WS-ROW).
           MOVE 0 TO WS-BLD-E-PENDING (WS-ROW).

       1220-END.

      *    WS-LOOKUP-BUILDING IN, WS-ROW OUT: THE BUILDING'S ROW, OR
      *    ZERO WHEN THE INVENTORY DOES NOT HAVE IT.
       1300-FIND-BUILDING-ROW.

           MOVE 0 TO WS-ROW.
           MOVE 1 TO WS-BLD-IDX.
           PERFORM 1310-MATCH-ONE-BUILDING
               UNTIL WS-ROW > 0 OR WS-BLD-IDX > WS-BLD-COUNT.

       1300-END.

       1310-MATCH-ONE-BUILDING.

           IF WS-BLD-E-CODE (WS-BLD-IDX) = WS-LOOKUP-BUILDING
               MOVE WS-BLD-IDX TO WS-ROW
           END-IF.

           ADD 1 TO WS-BLD-IDX.

       1310-END.

      *    ASSIGNED ROWS FILL BEDS IN THEIR BUILDING; APPLICATIONS
      *    STILL WAITING COUNT AGAINST THEIR FIRST-CHOICE BUILDING.
      *    MOVED-OUT AND CANCELLED ROWS ARE HISTORY AND ARE SKIPPED.
       1400-TALLY-HOUSING.

           MOVE 'N' TO WS-HSG-EOF.

           OPEN INPUT HOUSING-VSAM-FILE.
           IF HSG-FILE-STATUS = "00"
               MOVE LOW-VALUES TO HSG-KEY
               START HOUSING-VSAM-FILE KEY IS NOT LESS THAN HSG-KEY
                   INVALID KEY SET HSG-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1410-TALLY-ONE-HOUSING UNTIL HSG-SWEEP-EOF
               CLOSE HOUSING-VSAM-FILE
           ELSE
               DISPLAY "NO HOUSING FILE ON HAND (STATUS = "
                   HSG-FILE-STATUS ")"
           END-IF.

       1400-END.

       1410-TALLY-ONE-HOUSING.

           READ HOUSING-VSAM-FILE NEXT RECORD
               AT END
                   SET HSG-SWEEP-EOF TO TRUE
               NOT AT END
                   IF HSG-TERM = WS-REQUEST-TERM
                       EVALUATE TRUE
                           WHEN HSG-ASSIGNED
                               MOVE HSG-BUILDING TO WS-LOOKUP-BUILDING
                               PERFORM 1300-FIND-BUILDING-ROW
                               IF WS-ROW = 0
                                   MOVE WS-BLD-NONE TO WS-ROW
                               END-IF
                               ADD 1 TO WS-BLD-E-OCCUPIED (WS-ROW)
                           WHEN HSG-APPLIED
                               MOVE HSG-PREF-BUILDING
                                   TO WS-LOOKUP-BUILDING
                               PERFORM 1300-FIND-BUILDING-ROW
                               IF WS-ROW = 0
                                   MOVE WS-BLD-NONE TO WS-ROW
                               END-IF
                               ADD 1 TO WS-BLD-E-PENDING (WS-ROW)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1410-END.

       1800-PRINT-REPORT.

           OPEN OUTPUT OCCUPANCY-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGQ0138.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '   RESIDENCE OCCUPANCY FOR TERM '
                          DELIMITED BY SIZE
                      WS-REQUEST-TERM DELIMITED BY SIZE
                      '  PRINTED ' DELIMITED BY SIZE
                      CURRENT-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               MOVE 1 TO WS-BLD-IDX
               PERFORM 1810-PRINT-ONE-BUILDING
                   UNTIL WS-BLD-IDX > WS-BLD-COUNT
               MOVE ALL '-' TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               PERFORM 1830-PRINT-TOTALS
               CLOSE OCCUPANCY-REPORT-FILE
           END-IF.

       1800-END.

      *    THE CATCH-ALL ROW ONLY PRINTS WHEN SOMETHING LANDED ON IT.
       1810-PRINT-ONE-BUILDING.

           MOVE WS-BLD-IDX TO WS-ROW.

           IF WS-ROW NOT = WS-BLD-NONE
                   OR WS-BLD-E-OCCUPIED (WS-ROW) > 0
                   OR WS-BLD-E-PENDING (WS-ROW) > 0
               IF WS-ROW = WS-BLD-NONE
                   MOVE '(NOT ON INVENTORY)' TO WS-DL-BUILDING
               ELSE
                   MOVE WS-BLD-E-CODE (WS-ROW) TO WS-DL-BUILDING
               END-IF
               MOVE WS-BLD-E-ROOMS (WS-ROW) TO WS-DL-ROOMS
               MOVE WS-BLD-E-BEDS (WS-ROW) TO WS-DL-BEDS
               MOVE WS-BLD-E-OCCUPIED (WS-ROW) TO WS-DL-OCCUPIED
               COMPUTE WS-VACANT = WS-BLD-E-BEDS (WS-ROW)
                   - WS-BLD-E-OCCUPIED (WS-ROW)
               MOVE WS-VACANT TO WS-DL-VACANT
               MOVE 0 TO WS-PERCENT
               IF WS-BLD-E-BEDS (WS-ROW) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-BLD-E-OCCUPIED (WS-ROW) * 100
                       / WS-BLD-E-BEDS (WS-ROW)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-PERCENT
                   END-COMPUTE
               END-IF
               MOVE WS-PERCENT TO WS-DL-PERCENT
               MOVE WS-BLD-E-PENDING (WS-ROW) TO WS-DL-PENDING
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 1900-WRITE-REPORT-LINE
               ADD WS-BLD-E-ROOMS (WS-ROW) TO WS-TOT-ROOMS
               ADD WS-BLD-E-BEDS (WS-ROW) TO WS-TOT-BEDS
               ADD WS-BLD-E-OCCUPIED (WS-ROW) TO WS-TOT-OCCUPIED
               ADD WS-BLD-E-PENDING (WS-ROW) TO WS-TOT-PENDING
           END-IF.

           ADD 1 TO WS-BLD-IDX.

       1810-END.

       1830-PRINT-TOTALS.

           MOVE 'ALL BUILDINGS' TO WS-DL-BUILDING.
           MOVE WS-TOT-ROOMS TO WS-DL-ROOMS.
           MOVE WS-TOT-BEDS TO WS-DL-BEDS.
           MOVE WS-TOT-OCCUPIED TO WS-DL-OCCUPIED.
           COMPUTE WS-VACANT = WS-TOT-BEDS - WS-TOT-OCCUPIED.
           MOVE WS-VACANT TO WS-DL-VACANT.
           MOVE 0 TO WS-PERCENT.
           IF WS-TOT-BEDS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOT-OCCUPIED * 100 / WS-TOT-BEDS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PERCENT
               END-COMPUTE
           END-IF.
           MOVE WS-PERCENT TO WS-DL-PERCENT.
           MOVE WS-TOT-PENDING TO WS-DL-PENDING.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 1900-WRITE-REPORT-LINE.

       1830-END.

       1900-WRITE-REPORT-LINE.

           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1900-END.

       END PROGRAM PRGQ0138.
