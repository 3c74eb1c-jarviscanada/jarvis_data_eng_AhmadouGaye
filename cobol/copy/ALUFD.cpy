      ******************************************************************
      * Copybook: ALUFD
      * Purpose : Shared FD record layout for ALUMNI-VSAM-FILE. THE
      *           ROW IS CREATED BY THE GRADUATION RUN (PRGB0033) AND
      *           KEPT CURRENT THROUGH PRGN0131. CONTACT CONSENT
      *           DEFAULTS TO 'N' UNTIL THE GRADUATE GIVES IT; AN
      *           ERASED ROW (PRGX0062) IS NEVER MAILED OR EDITED.
      ******************************************************************
       01  ALUMNI-VSAM-RECORD.
           05 ALU-STUDENT-ID                PIC 9(6).
           05 ALU-SEPARATOR1                PIC X VALUE ','.
           05 ALU-GRAD-TERM                 PIC X(10).
           05 ALU-SEPARATOR2                PIC X VALUE ','.
           05 ALU-GRAD-DATE                 PIC 9(8).
           05 ALU-SEPARATOR3                PIC X VALUE ','.
           05 ALU-PROGRAM                   PIC X(15).
           05 ALU-SEPARATOR4                PIC X VALUE ','.
           05 ALU-CAMPUS                    PIC X(3).
           05 ALU-SEPARATOR5                PIC X VALUE ','.
           05 ALU-EMPLOYER                  PIC X(30).
           05 ALU-SEPARATOR6                PIC X VALUE ','.
           05 ALU-CONSENT                   PIC X VALUE 'N'.
               88 ALU-CONSENT-GIVEN             VALUE 'Y'.
               88 ALU-NO-CONSENT                VALUE 'N' ' '.
           05 ALU-SEPARATOR7                PIC X VALUE ','.
           05 ALU-STATUS                    PIC X VALUE 'A'.
               88 ALU-CURRENT                   VALUE 'A' ' '.
               88 ALU-ERASED                    VALUE 'E'.
           05 ALU-SEPARATOR8                PIC X VALUE ','.
           05 ALU-UPDATE-DATE               PIC 9(8).
