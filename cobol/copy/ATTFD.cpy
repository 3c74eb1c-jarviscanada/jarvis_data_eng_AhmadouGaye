       01  ATTENDANCE-VSAM-RECORD.
           88 ATT-ENDOFFILE                 VALUE HIGH-VALUE.
           05 ATT-KEY.
               10 ATT-STUDENT-ID            PIC 9(6).
               10 ATT-COURSE                PIC X(15).
               10 ATT-DATE                  PIC 9(8).
           05 ATT-TERM                      PIC X(10).
