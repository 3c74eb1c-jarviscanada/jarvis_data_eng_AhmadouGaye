      ******************************************************************
      * Copybook: FPSWRK
      * Purpose : Working storage for posting a row to the keyed
      *           finance files (STUDENT.CHARGES, STUDENT.PAYMENTS).
      *           THE NEW ROW IS HELD IN FPS-POST-IMAGE WHILE THE
      *           STUDENT'S EXISTING ROWS ARE READ FOR THE HIGHEST
      *           SEQUENCE; IT IS THEN WRITTEN ONE PAST IT.
      *           FPS-ROW-POSTED TELLS THE CALLER THE WRITE LANDED.
      ******************************************************************
       01  FIN-POSTING-AREAS.
           05  FPS-STUDENT-ID        PIC 9(6)   VALUE 0.
           05  FPS-LAST-SEQUENCE     PIC 9(6)   VALUE 0.
           05  FPS-SEQ-EOF           PIC X      VALUE 'N'.
               88  FPS-SEQ-DONE                VALUE 'Y'.
           05  FPS-POSTED            PIC X      VALUE 'N'.
               88  FPS-ROW-POSTED              VALUE 'Y'.
           05  FPS-POST-IMAGE        PIC X(120) VALUE SPACES.
