      ******************************************************************
      * Copybook: RRGSEL
      * Purpose : Shared FILE-CONTROL entry for the tuition revenue
      *           recognition log written by the month-end
      *           recognition batch. Requires RRG-FILE-STATUS PIC XX
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT REVENUE-RECOGNITION-FILE
               ASSIGN TO '../REVENUE.RECOGNITION'
               FILE STATUS IS RRG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
