      ******************************************************************
      * Copybook: BNKFD
      * Purpose : Record layout for the bank's daily remittance file:
      *           one 'H' header naming the file, one 'D' line per
      *           payment received, and one 'T' trailer carrying the
      *           bank's own count and total of the 'D' lines. THE
      *           STUDENT ID AND AMOUNT ARE AS THE PAYER KEYED THEM AT
      *           THE BANK, SO THEY ARE CARRIED AS TEXT AND CHECKED
      *           BEFORE USE. THE STUDENT ID IS THE FULL 6 DIGITS,
      *           ZERO-FILLED (001234).
      ******************************************************************
       01  BANK-REMITTANCE-RECORD.
           05 BNK-RECORD-TYPE               PIC X.
               88 BNK-IS-HEADER                 VALUE 'H'.
               88 BNK-IS-DETAIL                 VALUE 'D'.
               88 BNK-IS-TRAILER                VALUE 'T'.
           05 BNK-SEPARATOR1                PIC X VALUE ','.
           05 BNK-BODY                      PIC X(62).
           05 BNK-HEADER-BODY REDEFINES BNK-BODY.
      *        THE BANK'S FILE IDENTIFIER - UNIQUE PER FILE SENT.
               10 BNK-FILE-ID               PIC X(12).
               10 BNK-SEPARATOR2            PIC X.
               10 BNK-FILE-DATE             PIC 9(8).
               10 FILLER                    PIC X(41).
           05 BNK-DETAIL-BODY REDEFINES BNK-BODY.
               10 BNK-TRACE-NUMBER          PIC X(12).
               10 BNK-SEPARATOR3            PIC X.
               10 BNK-STUDENT-ID            PIC X(6).
               10 BNK-SEPARATOR4            PIC X.
      *        DOLLARS AND CENTS, NO POINT: 0012550 = 125.50.
               10 BNK-AMOUNT                PIC X(7).
               10 BNK-SEPARATOR5            PIC X.
               10 BNK-PAID-DATE             PIC X(8).
               10 BNK-SEPARATOR6            PIC X.
               10 BNK-PAYER-NAME            PIC X(25).
           05 BNK-TRAILER-BODY REDEFINES BNK-BODY.
               10 BNK-DETAIL-COUNT          PIC X(6).
               10 BNK-SEPARATOR7            PIC X.
               10 BNK-TOTAL-AMOUNT          PIC X(11).
               10 FILLER                    PIC X(44).
