           05 AUD-SEPARATOR3                PIC X VALUE ','.
           05 AUD-ACTION                    PIC X(10).
           05 AUD-SEPARATOR4                PIC X VALUE ','.
           05 AUD-STUDENT-ID                PIC 9(6).
           05 AUD-SEPARATOR5                PIC X VALUE ','.
           05 AUD-DETAIL                    PIC X(40).
           05 AUD-SEPARATOR6                PIC X VALUE ','.
