      * Purpose: Capacity-planning report - scans STUDENT.VSAM for the
      *          highest STUDENT-VSAM-ID in use and the gaps below it,
      *          and projects how many inserts remain before the
      *          6-digit ID space (max 999999) is exhausted. THE
      *          WARNING COMES WHEN FEWER THAN 50000 IDS REMAIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD STUDENT-ID-CONTROL-FILE.
       01  STUDENT-ID-CONTROL-RECORD.
           05 SIC-LAST-ISSUED-ID            PIC 9(6).

       FD LIVE-MODE-FLAG-FILE.
       01  LIVE-MODE-FLAG-RECORD        PIC X.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY           PIC X(2).
           05  WS-RECORD-COUNT          PIC 9(6) VALUE 0.
           05  WS-HIGHEST-ID            PIC 9(6) VALUE 0.
           05  WS-LAST-ISSUED-ID        PIC 9(6) VALUE 0.
           05  WS-GAP-COUNT             PIC 9(6) VALUE 0.
           05  WS-MAX-STUDENT-ID        PIC 9(6) VALUE 999999.
           05  WS-REMAINING-CAPACITY    PIC 9(6) VALUE 0.

       01  ID-REPORT-HEADER.
           05 FILLER      PIC X VALUE '+'.
           DISPLAY "HIGHEST ID IN USE ........ " WS-HIGHEST-ID.
           DISPLAY "LAST ID ISSUED/RESERVED ... " WS-LAST-ISSUED-ID.
           DISPLAY "GAPS BELOW LAST ISSUED ID . " WS-GAP-COUNT.
           DISPLAY "REMAINING CAPACITY (/999999) "
               WS-REMAINING-CAPACITY.

           IF WS-REMAINING-CAPACITY < 50000
               DISPLAY "WARNING: FEWER THAN 50000 STUDENT IDS REMAIN."
           END-IF.

       1400-END.
