      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared departure clearance module - the one place
      *          that opens a student's clearance checklist on
      *          CLEARANCE.VSAM. CALLERS PASS THE CLEARANCE-CHECK-PARM
      *          AREA (CLPWRK). FUNCTION 'O' GIVES THE STUDENT ONE
      *          OUTSTANDING ROW FOR EACH CLEARING OFFICE (LIBRARY,
      *          BURSAR, RESIDENCE, EQUIPMENT) THAT DOES NOT ALREADY
      *          HAVE ONE FOR THE SAME KIND OF DEPARTURE - A ROW LEFT
      *          FROM A DEPARTURE OF THE OTHER KIND IS REOPENED - AND
      *          LOGS THE OPENING ON AUDIT.LOG. BOTH FUNCTIONS THEN
      *          ANSWER WHETHER EVERY OFFICE HAS SIGNED OFF, LISTING
      *          THE OFFICES STILL OUTSTANDING; AN OFFICE WITH NO ROW
      *          AT ALL COUNTS AS OUTSTANDING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0139.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLRSEL.

       DATA DIVISION.
       FILE SECTION.

       FD CLEARANCE-VSAM-FILE.
       COPY CLRFD.

       WORKING-STORAGE SECTION.

       01  CLR-FILE-STATUS   PIC XX.
       COPY AUPWRK.

      *    THE CLEARING OFFICES, IN THE ORDER THEIR ROWS ARE OPENED.
       01  WS-OFFICE-LIST         PIC X(12) VALUE 'LIBBURRESEQP'.
       01  WS-OFFICE-TABLE REDEFINES WS-OFFICE-LIST.
           05  WS-OFFICE-CODE     OCCURS 4 TIMES PIC X(3).

       01  WS-WORK-AREAS.
           05  WS-OFF-IDX             PIC 9     VALUE 0.
           05  WS-LIST-PTR            PIC 9(2)  VALUE 1.
           05  WS-FILE-OPEN           PIC X     VALUE 'N'.
               88  CLEARANCE-FILE-OPEN       VALUE 'Y'.
           05  WS-REASON-TEXT         PIC X(10) VALUE SPACES.

       01 CURRENT-DATE       PIC 9(8).

       LINKAGE SECTION.

       COPY CLPWRK.

       PROCEDURE DIVISION USING CLEARANCE-CHECK-PARM.

       0000-MAIN-PROCEDURE.

           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE 0 TO CLP-OPENED-COUNT.
           MOVE 0 TO CLP-OUTSTANDING-COUNT.
           MOVE SPACES TO CLP-OUTSTANDING-LIST.
           MOVE 1 TO WS-LIST-PTR.
           MOVE 'N' TO WS-FILE-OPEN.

           PERFORM 1000-OPEN-CLEARANCE-FILE.

           IF NOT CLEARANCE-FILE-OPEN
               SET CLP-FILE-ERROR TO TRUE
               GOBACK
           END-IF.

           IF CLP-DO-OPEN
               PERFORM 1100-OPEN-ONE-OFFICE
                   VARYING WS-OFF-IDX FROM 1 BY 1 UNTIL WS-OFF-IDX > 4
               IF CLP-OPENED-COUNT > 0
                   PERFORM 1800-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           PERFORM 1200-CHECK-ONE-OFFICE
               VARYING WS-OFF-IDX FROM 1 BY 1 UNTIL WS-OFF-IDX > 4.

           CLOSE CLEARANCE-VSAM-FILE.

           IF CLP-OUTSTANDING-COUNT = 0
               SET CLP-ALL-CLEARED TO TRUE
           ELSE
               SET CLP-NOT-CLEARED TO TRUE
           END-IF.

           GOBACK.

       0000-END.

      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET -- CREATE IT.
      *    ANY OTHER NON-ZERO STATUS IS A REAL OPEN FAILURE AND MUST
      *    NOT FALL INTO OPEN OUTPUT, WHICH WOULD EMPTY THE FILE.
       1000-OPEN-CLEARANCE-FILE.

           OPEN I-O CLEARANCE-VSAM-FILE.
           IF CLR-FILE-STATUS = "35"
               OPEN OUTPUT CLEARANCE-VSAM-FILE
               IF CLR-FILE-STATUS = "00"
                   CLOSE CLEARANCE-VSAM-FILE
                   OPEN I-O CLEARANCE-VSAM-FILE
               END-IF
           END-IF.

           IF CLR-FILE-STATUS = "00"
               SET CLEARANCE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR OPENING CLEARANCE.VSAM FILE (STATUS = "
                   CLR-FILE-STATUS ")"
           END-IF.

       1000-END.

      *    A ROW ALREADY OPENED FOR THE SAME KIND OF DEPARTURE IS LEFT
      *    AS IT IS, SO A RERUN KEEPS THE SIGN-OFFS ALREADY GIVEN.
       1100-OPEN-ONE-OFFICE.

           MOVE CLP-STUDENT-ID TO CLR-STUDENT-ID.
           MOVE WS-OFFICE-CODE (WS-OFF-IDX) TO CLR-OFFICE.

           READ CLEARANCE-VSAM-FILE
               KEY IS CLR-KEY
               INVALID KEY
                   PERFORM 1150-FILL-OPEN-ROW
                   WRITE CLEARANCE-VSAM-RECORD
                       INVALID KEY
                           DISPLAY "ERROR OPENING CLEARANCE ROW "
                               CLP-STUDENT-ID " " CLR-OFFICE
                               " (STATUS = " CLR-FILE-STATUS ")"
                       NOT INVALID KEY
                           ADD 1 TO CLP-OPENED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF CLR-REASON NOT = CLP-REASON
                       PERFORM 1150-FILL-OPEN-ROW
                       REWRITE CLEARANCE-VSAM-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REOPENING CLEARANCE ROW "
                                   CLP-STUDENT-ID " " CLR-OFFICE
                                   " (STATUS = " CLR-FILE-STATUS ")"
                           NOT INVALID KEY
                               ADD 1 TO CLP-OPENED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       1100-END.

       1150-FILL-OPEN-ROW.

           MOVE SPACES TO CLEARANCE-VSAM-RECORD.
           MOVE ',' TO CLR-SEPARATOR1, CLR-SEPARATOR2, CLR-SEPARATOR3,
               CLR-SEPARATOR4, CLR-SEPARATOR5, CLR-SEPARATOR6,
               CLR-SEPARATOR7.
           MOVE CLP-STUDENT-ID TO CLR-STUDENT-ID.
           MOVE WS-OFFICE-CODE (WS-OFF-IDX) TO CLR-OFFICE.
           SET CLR-OUTSTANDING TO TRUE.
           MOVE CLP-REASON TO CLR-REASON.
           MOVE CURRENT-DATE TO CLR-OPEN-DATE.
           MOVE CLP-USER TO CLR-OPENED-BY.
           MOVE 0 TO CLR-CLEAR-DATE.

       1150-END.

       1200-CHECK-ONE-OFFICE.

           MOVE CLP-STUDENT-ID TO CLR-STUDENT-ID.
           MOVE WS-OFFICE-CODE (WS-OFF-IDX) TO CLR-OFFICE.

           READ CLEARANCE-VSAM-FILE
               KEY IS CLR-KEY
               INVALID KEY
                   PERFORM 1250-LIST-OUTSTANDING
               NOT INVALID KEY
                   IF NOT CLR-CLEARED
                       PERFORM 1250-LIST-OUTSTANDING
                   END-IF
           END-READ.

       1200-END.

       1250-LIST-OUTSTANDING.

           ADD 1 TO CLP-OUTSTANDING-COUNT.
           STRING WS-OFFICE-CODE (WS-OFF-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               INTO CLP-OUTSTANDING-LIST
               WITH POINTER WS-LIST-PTR.

       1250-END.

       1800-WRITE-AUDIT-RECORD.

           IF CLP-REASON = 'G'
               MOVE "GRADUATION" TO WS-REASON-TEXT
           ELSE
               MOVE "WITHDRAWAL" TO WS-REASON-TEXT
           END-IF.

           MOVE CLP-PROGRAM TO AUP-PROGRAM.
           MOVE "CLR OPEN" TO AUP-ACTION.
           MOVE CLP-STUDENT-ID TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           STRING "CHECKLIST OPENED FOR " DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  CLP-OPENED-COUNT DELIMITED BY SIZE
                  " OFFICES" DELIMITED BY SIZE
               INTO AUP-DETAIL.

           MOVE CLP-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       1800-END.

       END PROGRAM PRGS0139.
