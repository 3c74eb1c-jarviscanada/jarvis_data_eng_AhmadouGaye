      ******************************************************************
      * Copybook: FTYSEL
      * Purpose : Shared FILE-CONTROL entry for the fee-type master -
      *           every ancillary fee the assessment batch charges
      *           besides per-course tuition. Requires FTY-FILE-STATUS
      *           PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT FEE-TYPE-FILE
               ASSIGN TO '../FEE.TYPES'
               FILE STATUS IS FTY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
