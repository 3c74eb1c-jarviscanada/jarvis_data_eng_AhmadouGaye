       01  CONTACT-VSAM-RECORD.
           88 CON-ENDOFFILE                 VALUE HIGH-VALUE.
           05 CON-KEY.
               10 CON-STUDENT-ID            PIC 9(6).
               10 CON-SEQ-NO                PIC 9(2).
           05 CON-NAME                      PIC X(27).
           05 CON-RELATIONSHIP              PIC X(10).
