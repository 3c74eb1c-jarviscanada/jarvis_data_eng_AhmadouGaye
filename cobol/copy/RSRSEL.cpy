      ******************************************************************
      * Copybook: RSRSEL
      * Purpose : Shared FILE-CONTROL entry for the residence room
      *           inventory - every bedroom the housing office lets,
      *           by building, with its bed count, gender designation
      *           and per-term rate. Requires RSR-FILE-STATUS PIC XX
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT RESIDENCE-ROOM-FILE
               ASSIGN TO '../RESIDENCE.ROOMS'
               FILE STATUS IS RSR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
