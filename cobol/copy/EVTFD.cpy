       01  EVENT-QUEUE-RECORD.
           05 EVT-TYPE                      PIC X(10).
           05 EVT-SEPARATOR1                PIC X VALUE ','.
           05 EVT-STUDENT-ID                PIC 9(6).
           05 EVT-SEPARATOR2                PIC X VALUE ','.
           05 EVT-DETAIL                    PIC X(40).
           05 EVT-SEPARATOR3                PIC X VALUE ','.
