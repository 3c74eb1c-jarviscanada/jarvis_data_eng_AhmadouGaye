      ******************************************************************
      * Copybook: OFRSEL
      * Purpose : Shared FILE-CONTROL entry for ADMISSION-OFFER-FILE,
      *           one admission offer per student ID issued at
      *           approval. Requires OFR-FILE-STATUS PIC XX in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT ADMISSION-OFFER-FILE ASSIGN TO '../ADMISSION.OFFERS'
               FILE STATUS IS OFR-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-STUDENT-ID.
