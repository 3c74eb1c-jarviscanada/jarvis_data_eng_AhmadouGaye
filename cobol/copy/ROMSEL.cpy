      ******************************************************************
      * Copybook: ROMSEL
      * Purpose : Shared FILE-CONTROL entry for the room master -
      *           every teaching room by campus with its seat count
      *           and room type. Requires ROM-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT ROOM-MASTER-FILE
               ASSIGN TO '../ROOM.MASTER'
               FILE STATUS IS ROM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
