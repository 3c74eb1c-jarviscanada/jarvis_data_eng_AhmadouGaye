      ******************************************************************
      * Copybook: OVLFD
      * Purpose : Record layout for the credit overload approval file,
      *           one line per approval a registrar (ROLE 3) grants
      *           for a named student and term. THE APPROVAL RAISES
      *           THE STUDENT'S CREDIT-LOAD CAP FOR THAT TERM TO
      *           OVL-MAX-CREDITS. AN APPROVAL IS REVOKED IN PLACE, NOT
      *           DELETED, SO THE TRAIL OF WHO GRANTED AND WHO REVOKED
      *           IT STAYS ON FILE.
      ******************************************************************
       01  OVERLOAD-APPROVAL-RECORD.
           05 OVL-STUDENT-ID                PIC 9(6).
           05 OVL-SEPARATOR1                PIC X VALUE ','.
           05 OVL-TERM                      PIC X(10).
           05 OVL-SEPARATOR2                PIC X VALUE ','.
           05 OVL-MAX-CREDITS               PIC 9(2).
           05 OVL-SEPARATOR3                PIC X VALUE ','.
           05 OVL-STATUS                    PIC X VALUE 'A'.
               88 OVL-ACTIVE                    VALUE 'A'.
               88 OVL-REVOKED                   VALUE 'R'.
           05 OVL-SEPARATOR4                PIC X VALUE ','.
           05 OVL-GRANT-DATE                PIC 9(8).
           05 OVL-SEPARATOR5                PIC X VALUE ','.
           05 OVL-GRANTED-BY                PIC X(8).
           05 OVL-SEPARATOR6                PIC X VALUE ','.
           05 OVL-REVOKE-DATE               PIC 9(8).
           05 OVL-SEPARATOR7                PIC X VALUE ','.
           05 OVL-REVOKED-BY                PIC X(8).
