      ******************************************************************
      * Copybook: ALUSEL
      * Purpose : Shared FILE-CONTROL entry for ALUMNI-VSAM-FILE, one
      *           row per graduate keyed on the student ID. Requires
      *           ALU-FILE-STATUS PIC XX in WORKING-STORAGE.
      ******************************************************************
           SELECT ALUMNI-VSAM-FILE ASSIGN TO '../ALUMNI.VSAM'
               FILE STATUS IS ALU-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-STUDENT-ID.
