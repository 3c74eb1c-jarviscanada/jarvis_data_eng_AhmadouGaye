
       FD STUDENT-SNAPSHOT-FILE.
       01  STUDENT-SNAPSHOT-RECORD.
           05 SNP-STUDENT-ID                PIC 9(6).
           05 SNP-SEPARATOR1                PIC X.
           05 SNP-NAME                      PIC X(27).
           05 SNP-SEPARATOR2                PIC X.
       FD ENROLLMENT-SNAPSHOT-FILE.
       01  ENROLLMENT-SNAPSHOT-RECORD.
           05 SNE-KEY.
               10 SNE-STUDENT-ID            PIC 9(6).
               10 SNE-COURSE                PIC X(15).
               10 SNE-TERM                  PIC X(10).
           05 SNE-ENROLLDATE                PIC 9(8).
