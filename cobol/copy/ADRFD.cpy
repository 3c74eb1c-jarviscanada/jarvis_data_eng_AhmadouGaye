       01  ADDRESS-VSAM-RECORD.
           88 ADR-ENDOFFILE                 VALUE HIGH-VALUE.
           05 ADR-KEY.
               10 ADR-STUDENT-ID            PIC 9(6).
               10 ADR-TYPE                  PIC X.
                   88 ADR-TYPE-HOME             VALUE 'H'.
                   88 ADR-TYPE-MAILING          VALUE 'M'.
