      ******************************************************************
      * Copybook: DIPFD
      * Purpose : Parchment print line for the diploma print shop,
      *           one fixed line per diploma. THE REPLACEMENT FLAG
      *           ('R') AND REPLACED SERIAL ARE BLANK ON AN ORIGINAL
      *           (PRGB0133) AND FILLED ON A REISSUE (PRGN0134).
      ******************************************************************
       01  DIPLOMA-PRINT-RECORD.
           05 DIP-SERIAL                PIC 9(8).
           05 DIP-SEPARATOR1            PIC X.
           05 DIP-STUDENT-ID            PIC 9(6).
           05 DIP-SEPARATOR2            PIC X.
           05 DIP-NAME                  PIC X(27).
           05 DIP-SEPARATOR3            PIC X.
           05 DIP-PROGRAM               PIC X(15).
           05 DIP-SEPARATOR4            PIC X.
           05 DIP-CONFERRAL-DATE        PIC 9(8).
           05 DIP-SEPARATOR5            PIC X.
           05 DIP-LANGUAGE              PIC X.
           05 DIP-SEPARATOR6            PIC X.
           05 DIP-REPLACEMENT-FLAG      PIC X.
           05 DIP-SEPARATOR7            PIC X.
           05 DIP-REPLACES-SERIAL       PIC X(8).
