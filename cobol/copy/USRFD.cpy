               88 USR-MUST-CHANGE-PWD           VALUE 'Y'.
           05 USR-SEPARATOR8                PIC X VALUE ','.
           05 USR-LAST-SIGNON               PIC 9(8).
      *    ACCESSIBILITY OFFICE GRANT, HELD APART FROM THE ROLE LEVEL
      *    SO NO ADMINISTRATOR INHERITS IT: ONLY AN OPERATOR FLAGGED
      *    'Y' MAY SEE OR MAINTAIN ACCOMMODATION DETAILS. LEGACY
      *    LINES WITHOUT THE COLUMN READ AS SPACES = NOT GRANTED.
           05 USR-SEPARATOR9                PIC X VALUE ','.
           05 USR-ACCESSIBILITY             PIC X.
               88 USR-ACCESSIBILITY-OFFICE      VALUE 'Y'.
      *    SIN GRANT, LIKEWISE HELD APART FROM THE ROLE LEVEL: ONLY AN
      *    OPERATOR FLAGGED 'Y' MAY VIEW OR MAINTAIN STUDENT.SIN.
      *    LEGACY LINES WITHOUT THE COLUMN READ AS NOT GRANTED.
           05 USR-SEPARATOR10               PIC X VALUE ','.
           05 USR-SIN-ACCESS                PIC X.
               88 USR-SIN-OFFICE                VALUE 'Y'.
