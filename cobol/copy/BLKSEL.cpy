      ******************************************************************
      * Copybook: BLKSEL
      * Purpose : Shared FILE-CONTROL entry for the cohort block
      *           definitions read by the block-enrollment batch.
      *           Requires BLK-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT BLOCK-DEFINITION-FILE
               ASSIGN TO '../BLOCK.DEFINITIONS'
               FILE STATUS IS BLK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
