      ******************************************************************
      * Copybook: SUSFD
      * Purpose : Record layout for the payment suspense file, one
      *           line per bank payment the import could not match to
      *           a student. THE BURSAR CLEARS EACH ONE BY APPLYING IT
      *           TO A STUDENT (A RECEIPT IS THEN POSTED) OR RETURNING
      *           IT TO THE PAYER; THE LINE STAYS ON FILE EITHER WAY.
      ******************************************************************
       01  PAYMENT-SUSPENSE-RECORD.
           05 SUS-TRACE-NUMBER              PIC X(12).
           05 SUS-SEPARATOR1                PIC X VALUE ','.
           05 SUS-FILE-ID                   PIC X(12).
           05 SUS-SEPARATOR2                PIC X VALUE ','.
      *    THE STUDENT ID AS THE PAYER GAVE IT.
           05 SUS-GIVEN-ID                  PIC X(6).
           05 SUS-SEPARATOR3                PIC X VALUE ','.
           05 SUS-AMOUNT                    PIC 9(5)V99.
           05 SUS-SEPARATOR4                PIC X VALUE ','.
           05 SUS-RECEIVED-DATE             PIC 9(8).
           05 SUS-SEPARATOR5                PIC X VALUE ','.
           05 SUS-PAYER-NAME                PIC X(25).
           05 SUS-SEPARATOR6                PIC X VALUE ','.
           05 SUS-STATUS                    PIC X VALUE 'O'.
               88 SUS-IS-OPEN                   VALUE 'O'.
               88 SUS-IS-APPLIED                VALUE 'A'.
               88 SUS-IS-RETURNED               VALUE 'R'.
           05 SUS-SEPARATOR7                PIC X VALUE ','.
           05 SUS-RESOLVED-DATE             PIC 9(8).
           05 SUS-SEPARATOR8                PIC X VALUE ','.
           05 SUS-RESOLVED-BY               PIC X(8).
           05 SUS-SEPARATOR9                PIC X VALUE ','.
      *    THE STUDENT THE PAYMENT WAS APPLIED TO.
           05 SUS-APPLIED-TO                PIC 9(6).
           05 SUS-SEPARATOR10               PIC X VALUE ','.
      *    WHY THE IMPORT HELD IT, THEN WHY IT WAS RETURNED.
           05 SUS-NOTE                      PIC X(20).
