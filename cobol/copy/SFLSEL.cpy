      ******************************************************************
      * Copybook: SFLSEL
      * Purpose : Shared FILE-CONTROL entry for the step file list -
      *           the data files each JOB.PLAN step needs on hand,
      *           read (and seeded on first run) by the batch
      *           pre-flight check. Requires SFL-FILE-STATUS PIC XX
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT STEP-FILE-LIST ASSIGN TO '../STEP.FILES'
               FILE STATUS IS SFL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
