      *           the serial number printed on the document so a
      *           caller's copy can be confirmed or denied without
      *           exposing its contents. SERIALS ARE ISSUED OFF THE
      *           HIGHEST SERIAL ALREADY ON FILE. THE REGISTER IS
      *           NEVER REWRITTEN: A REPLACEMENT DIPLOMA IS A NEW
      *           SERIAL MARKED 'R' NAMING THE SERIAL IT REPLACES, AND
      *           THE OLD SERIAL GETS A SECOND 'V' (VOID) LINE NAMING
      *           ITS REPLACEMENT. LEGACY ROWS READ THE TRAILING
      *           COLUMNS AS SPACES = AN ORIGINAL ISSUE.
      ******************************************************************
       01  DOCUMENT-REGISTER-RECORD.
           05 DOC-SERIAL                    PIC 9(8).
           05 DOC-SEPARATOR1                PIC X VALUE ','.
           05 DOC-TYPE                      PIC X(10).
           05 DOC-SEPARATOR2                PIC X VALUE ','.
           05 DOC-STUDENT-ID                PIC 9(6).
           05 DOC-SEPARATOR3                PIC X VALUE ','.
           05 DOC-ISSUE-DATE                PIC 9(8).
           05 DOC-SEPARATOR4                PIC X VALUE ','.
           05 DOC-REQUESTER                 PIC X(20).
           05 DOC-SEPARATOR5                PIC X VALUE ','.
           05 DOC-STATUS                    PIC X VALUE SPACE.
               88 DOC-IS-ORIGINAL               VALUE ' '.
               88 DOC-IS-REPLACEMENT            VALUE 'R'.
               88 DOC-IS-VOID-NOTICE            VALUE 'V'.
           05 DOC-SEPARATOR6                PIC X VALUE ','.
           05 DOC-RELATED-SERIAL            PIC X(8).
