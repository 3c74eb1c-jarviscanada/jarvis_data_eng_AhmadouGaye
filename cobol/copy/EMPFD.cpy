      ******************************************************************
      * Copybook: EMPFD
      * Purpose : Record layout for the employer master, one line per
      *           co-op/internship employer: the contact the placement
      *           office deals with and the mailing address.
      ******************************************************************
       01  EMPLOYER-MASTER-RECORD.
           05 EMP-ID                        PIC 9(4).
           05 EMP-SEPARATOR1                PIC X VALUE ','.
           05 EMP-NAME                      PIC X(30).
           05 EMP-SEPARATOR2                PIC X VALUE ','.
           05 EMP-CONTACT                   PIC X(27).
           05 EMP-SEPARATOR3                PIC X VALUE ','.
           05 EMP-PHONE                     PIC X(12).
           05 EMP-SEPARATOR4                PIC X VALUE ','.
           05 EMP-ADDRESS                   PIC X(30).
           05 EMP-SEPARATOR5                PIC X VALUE ','.
           05 EMP-CITY                      PIC X(20).
           05 EMP-SEPARATOR6                PIC X VALUE ','.
           05 EMP-PROVINCE                  PIC X(2).
           05 EMP-SEPARATOR7                PIC X VALUE ','.
           05 EMP-POSTAL-CODE               PIC X(7).
