      ******************************************************************
      * Copybook: WOFSEL
      * Purpose : Shared FILE-CONTROL entry for the bad-debt write-off
      *           file proposed by the bursar, approved by a second
      *           person, referred to the collection agency, and
      *           credited as recoveries come in. Requires
      *           WOF-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT WRITE-OFF-FILE ASSIGN TO '../BAD.DEBT.WRITEOFFS'
               FILE STATUS IS WOF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
