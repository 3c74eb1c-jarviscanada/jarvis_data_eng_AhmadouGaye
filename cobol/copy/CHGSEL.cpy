      * Purpose : Shared FILE-CONTROL entry for the student charges
      *           file written by the tuition assessment batch and
      *           the registration drop path. Requires CHG-FILE-STATUS
      *           PIC XX in WORKING-STORAGE. KEYED BY STUDENT AND A
      *           PER-STUDENT SEQUENCE, SO ONE STUDENT'S ROWS ARE READ
      *           BY A START ON THE STUDENT AND READ NEXT UNTIL THE
      *           STUDENT CHANGES; A FULL SWEEP IS READ NEXT FROM THE
      *           OPEN.
      ******************************************************************
           SELECT STUDENT-CHARGE-FILE ASSIGN TO '../STUDENT.CHARGES'
               FILE STATUS IS CHG-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY.
