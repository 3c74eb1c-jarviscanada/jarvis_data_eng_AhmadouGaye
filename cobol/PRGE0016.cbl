      * Date:
      * Purpose: Print a fixed-position, label/ID-badge-compatible
      *          extract of STUDENT-VSAM-FILE (modeled on PRGE0011's
      *          flat-file export). THE CARD SHOWS THE PREFERRED NAME
      *          WHERE ONE IS ON FILE (PRGS0159).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD STUDENT-LABEL-FILE.
       01  STUDENT-LABEL-RECORD.
           05 LBL-STUDENT-ID                PIC 9(6).
           05 FILLER                        PIC X VALUE SPACE.
           05 LBL-STUDENT-NAME               PIC X(27).
           05 FILLER                        PIC X VALUE SPACE.

       COPY STUWRK.

       COPY PNPWRK.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WS-STUDENT-COUNT    PIC 9(6)  VALUE 0.
           05  WS-DOB-STAGING      PIC 9(8).
           05  WS-DOB-YEAR         PIC 9(4).
           05  WS-DOB-MONTH        PIC 9(2).

           IF MASKING-ACTIVE
               PERFORM 0835-MASK-STUDENT-FIELDS
           ELSE
               PERFORM 1105-GET-DISPLAY-NAME
           END-IF.

           MOVE WS-STUDENT-VSAM-DOB TO WS-DOB-STAGING.

       1100-END.

      *    THE CARD CARRIES THE NAME THE STUDENT GOES BY.
       1105-GET-DISPLAY-NAME.

           MOVE WS-STUDENT-VSAM-ID TO PNP-STUDENT-ID.
           MOVE WS-STUDENT-VSAM-NAME TO PNP-LEGAL-NAME.
           CALL 'PRGS0159' USING PREFERRED-NAME-PARM.
           MOVE PNP-DISPLAY-NAME TO WS-STUDENT-VSAM-NAME.

       1105-END.

       1400-STOP-PROGRAM.

           DISPLAY "-------------------------------------------".
