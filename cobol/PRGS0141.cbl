      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared accommodation lookup module - the one place
      *          that reads ACCOMMODATION.VSAM for programs outside
      *          the accessibility office. CALLERS PASS THE
      *          ACCOMMODATION-CHECK-PARM AREA (ACPWRK) WITH A STUDENT
      *          AND A TERM AND GET BACK WHICH ACCOMMODATIONS ARE IN
      *          EFFECT THAT TERM (EXTRA EXAM TIME WITH ITS
      *          PERCENTAGE, SEPARATE ROOM, EXCUSED ABSENCES) AND
      *          WHETHER ANY IS ON FILE AT ALL. A ROW IS IN EFFECT
      *          WHEN THE TERM STARTS NO EARLIER THAN ITS EFFECTIVE
      *          TERM AND NO LATER THAN ITS EXPIRY TERM, BY THE TERM
      *          MASTER START DATES; A BLANK EXPIRY IS OPEN-ENDED.
      *          NO FILE ON HAND MEANS NO ACCOMMODATIONS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0141.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACMSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOMMODATION-VSAM-FILE.
       COPY ACMFD.

       WORKING-STORAGE SECTION.

       01  ACM-FILE-STATUS   PIC XX.
       COPY LKPWRK.
       COPY TRMFD.

      *    THE ACCOMMODATION TYPES, IN THE ORDER THEY ARE LOOKED UP.
       01  WS-TYPE-LIST           PIC X(3) VALUE 'ERX'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-CODE       OCCURS 3 TIMES PIC X.

       01  WS-WORK-AREAS.
           05  WS-TYP-IDX             PIC 9     VALUE 0.
           05  WS-IN-EFFECT           PIC X     VALUE 'N'.
               88  ROW-IN-EFFECT             VALUE 'Y'.
           05  WS-LOOKUP-TERM         PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-START        PIC 9(8)  VALUE 0.
           05  WS-EFFECTIVE-START     PIC 9(8)  VALUE 0.
           05  WS-EXPIRY-START        PIC 9(8)  VALUE 0.

      *    THE BATCH CALLERS ASK ABOUT THE SAME TERM OVER AND OVER, SO
      *    ITS START DATE IS KEPT BETWEEN CALLS.
       01  WS-REQUEST-CACHE.
           05  WS-CACHED-TERM         PIC X(10) VALUE LOW-VALUES.
           05  WS-CACHED-START        PIC 9(8)  VALUE 0.

       LINKAGE SECTION.

       COPY ACPWRK.

       PROCEDURE DIVISION USING ACCOMMODATION-CHECK-PARM.

       0000-MAIN-PROCEDURE.

           MOVE 'N' TO ACP-ON-FILE.
           MOVE 'N' TO ACP-EXTRA-TIME.
           MOVE 0 TO ACP-EXTRA-PCT.
           MOVE 'N' TO ACP-SEPARATE-ROOM.
           MOVE 'N' TO ACP-EXCUSED-ABSENCE.

           OPEN INPUT ACCOMMODATION-VSAM-FILE.
           IF ACM-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

           IF ACP-TERM NOT = WS-CACHED-TERM
               MOVE ACP-TERM TO WS-LOOKUP-TERM
               PERFORM 1500-GET-TERM-START
               MOVE ACP-TERM TO WS-CACHED-TERM
               MOVE WS-LOOKUP-START TO WS-CACHED-START
           END-IF.

           PERFORM 1100-CHECK-ONE-TYPE
               VARYING WS-TYP-IDX FROM 1 BY 1 UNTIL WS-TYP-IDX > 3.

           CLOSE ACCOMMODATION-VSAM-FILE.

           GOBACK.

       0000-END.

       1100-CHECK-ONE-TYPE.

           MOVE ACP-STUDENT-ID TO ACM-STUDENT-ID.
           MOVE WS-TYPE-CODE (WS-TYP-IDX) TO ACM-TYPE.

           READ ACCOMMODATION-VSAM-FILE
               KEY IS ACM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1200-JUDGE-IN-EFFECT
                   IF ROW-IN-EFFECT
                       PERFORM 1300-RETURN-TYPE
                   END-IF
           END-READ.

       1100-END.

      *    A TERM NAMED ON THE ROW ALWAYS COUNTS, EVEN ONE MISSING
      *    FROM THE TERM MASTER; OTHERWISE THE START DATES DECIDE.
       1200-JUDGE-IN-EFFECT.

           MOVE 'N' TO WS-IN-EFFECT.

           IF ACP-TERM = ACM-EFFECTIVE-TERM
                   OR ACP-TERM = ACM-EXPIRY-TERM
               SET ROW-IN-EFFECT TO TRUE
           ELSE
               MOVE ACM-EFFECTIVE-TERM TO WS-LOOKUP-TERM
               PERFORM 1500-GET-TERM-START
               MOVE WS-LOOKUP-START TO WS-EFFECTIVE-START
               MOVE 0 TO WS-EXPIRY-START
               IF ACM-EXPIRY-TERM NOT = SPACES
                   MOVE ACM-EXPIRY-TERM TO WS-LOOKUP-TERM
                   PERFORM 1500-GET-TERM-START
                   MOVE WS-LOOKUP-START TO WS-EXPIRY-START
               END-IF
               IF WS-CACHED-START > 0 AND WS-EFFECTIVE-START > 0
                       AND WS-CACHED-START >= WS-EFFECTIVE-START
                   IF ACM-EXPIRY-TERM = SPACES
                       SET ROW-IN-EFFECT TO TRUE
                   ELSE
                       IF WS-EXPIRY-START > 0
                               AND WS-CACHED-START <= WS-EXPIRY-START
                           SET ROW-IN-EFFECT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-END.

       1300-RETURN-TYPE.

           MOVE 'Y' TO ACP-ON-FILE.

           EVALUATE TRUE
               WHEN ACM-EXTRA-TIME
                   MOVE 'Y' TO ACP-EXTRA-TIME
                   MOVE ACM-EXTRA-PCT TO ACP-EXTRA-PCT
               WHEN ACM-SEPARATE-ROOM
                   MOVE 'Y' TO ACP-SEPARATE-ROOM
               WHEN ACM-EXCUSED-ABSENCE
                   MOVE 'Y' TO ACP-EXCUSED-ABSENCE
           END-EVALUATE.

       1300-END.

       1500-GET-TERM-START.

           MOVE 0 TO WS-LOOKUP-START.

           SET LKP-TERM-LOOKUP TO TRUE.
           MOVE WS-LOOKUP-TERM TO LKP-KEY.
           CALL 'PRGS0098' USING MASTER-LOOKUP-PARM.
           IF LKP-RECORD-FOUND
               MOVE LKP-RECORD-IMAGE TO TERM-MASTER-RECORD
               IF TRM-START-DATE IS NUMERIC
                   MOVE TRM-START-DATE TO WS-LOOKUP-START
               END-IF
           END-IF.

       1500-END.

       END PROGRAM PRGS0141.
