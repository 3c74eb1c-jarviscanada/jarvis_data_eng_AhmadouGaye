      ******************************************************************
      * Copybook: SINFD
      * Purpose : Shared FD record layout for STUDENT-SIN-FILE.
      *           RESTRICTED: ONLY PRGN0161 (MAINTAIN/VIEW, SIN GRANT
      *           HOLDERS ONLY), PRGB0077 (T2202 RECEIPTS AND FILING)
      *           AND PRGX0062 (ERASURE) OPEN IT. IT IS NEVER ADDED TO
      *           AN EXPORT, EXTRACT, SNAPSHOT, BACKUP GENERATION,
      *           ARCHIVE, TEST REFRESH OR THE CHANGE JOURNAL, AND NO
      *           AUDIT OR HISTORY LINE EVER CARRIES THE NUMBER.
      ******************************************************************
       01  STUDENT-SIN-RECORD.
           05 SIN-STUDENT-ID                PIC 9(6).
           05 SIN-SEPARATOR1                PIC X VALUE ','.
           05 SIN-NUMBER                    PIC 9(9).
           05 SIN-SEPARATOR2                PIC X VALUE ','.
           05 SIN-UPDATED-DATE              PIC 9(8).
           05 SIN-SEPARATOR3                PIC X VALUE ','.
           05 SIN-UPDATED-BY                PIC X(8).
