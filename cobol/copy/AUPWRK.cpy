               88 AUP-DO-CHECKSUM               VALUE 'C'.
           05 AUP-PROGRAM                   PIC X(8)  VALUE SPACES.
           05 AUP-ACTION                    PIC X(10) VALUE SPACES.
           05 AUP-STUDENT-ID                PIC 9(6)  VALUE 0.
           05 AUP-DETAIL                    PIC X(40) VALUE SPACES.
           05 AUP-USER                      PIC X(8)  VALUE SPACES.
           05 AUP-DATE                      PIC 9(8)  VALUE 0.
