      ******************************************************************
      * Copybook: BILFD
      * Purpose : Record layout for the bank import log, one line per
      *           remittance file imported, with what was posted and
      *           what went to suspense. A FILE ID ALREADY ON THE LOG
      *           IS NEVER IMPORTED AGAIN.
      ******************************************************************
       01  BANK-IMPORT-LOG-RECORD.
           05 BIL-FILE-ID                   PIC X(12).
           05 BIL-SEPARATOR1                PIC X VALUE ','.
           05 BIL-FILE-DATE                 PIC 9(8).
           05 BIL-SEPARATOR2                PIC X VALUE ','.
           05 BIL-RUN-DATE                  PIC 9(8).
           05 BIL-SEPARATOR3                PIC X VALUE ','.
           05 BIL-POSTED-COUNT              PIC 9(5).
           05 BIL-SEPARATOR4                PIC X VALUE ','.
           05 BIL-POSTED-AMOUNT             PIC 9(7)V99.
           05 BIL-SEPARATOR5                PIC X VALUE ','.
           05 BIL-SUSPENSE-COUNT            PIC 9(5).
           05 BIL-SEPARATOR6                PIC X VALUE ','.
           05 BIL-SUSPENSE-AMOUNT           PIC 9(7)V99.
