      ******************************************************************
      * Copybook: XTRSEL
      * Purpose : Shared FILE-CONTROL entry for the incoming external
      *           transcript file evaluated by the transfer batch.
      *           Requires XTR-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT EXTERNAL-TRANSCRIPT-FILE
               ASSIGN TO '../EXTERNAL.TRANSCRIPTS'
               FILE STATUS IS XTR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
