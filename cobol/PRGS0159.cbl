      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared display-name lookup module - the one place
      *          that reads PREFERRED.NAMES for programs other than the
      *          name maintenance. CALLERS PASS THE PREFERRED-NAME-PARM
      *          AREA (PNPWRK) WITH THE STUDENT ID AND THE LEGAL NAME
      *          AND GET BACK THE NAME TO SHOW ON ROSTERS, ID CARDS,
      *          LETTERS, THE KIOSK AND ATTENDANCE ENTRY. A STUDENT
      *          WITH NO PREFERRED NAME ON FILE, OR NO FILE ON HAND,
      *          GOES BY THE LEGAL NAME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0159.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRFSEL.

       DATA DIVISION.
       FILE SECTION.

       FD PREFERRED-NAME-FILE.
       COPY PRFFD.

       WORKING-STORAGE SECTION.

       01  PRF-FILE-STATUS   PIC XX.

       LINKAGE SECTION.

       COPY PNPWRK.

       PROCEDURE DIVISION USING PREFERRED-NAME-PARM.

       0000-MAIN-PROCEDURE.

           MOVE PNP-LEGAL-NAME TO PNP-DISPLAY-NAME.
           MOVE 'N' TO PNP-PREFERRED.

           OPEN INPUT PREFERRED-NAME-FILE.
           IF PRF-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE PNP-STUDENT-ID TO PRF-STUDENT-ID.
           READ PREFERRED-NAME-FILE
               KEY IS PRF-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRF-NAME NOT = SPACES
                       MOVE PRF-NAME TO PNP-DISPLAY-NAME
                       MOVE 'Y' TO PNP-PREFERRED
                   END-IF
           END-READ.

           CLOSE PREFERRED-NAME-FILE.

           GOBACK.

       0000-END.

       END PROGRAM PRGS0159.
