      * Copybook: FEEFD
      * Purpose : Record layout for the fee schedule file, one line
      *           per course/term price used by the tuition
      *           assessment batch. FEE-AMOUNT IS THE DOMESTIC PRICE;
      *           THE OUT-OF-PROVINCE AND INTERNATIONAL PRICES FOLLOW.
      *           A CATEGORY PRICE LEFT BLANK (OR A LEGACY LINE
      *           WITHOUT THE COLUMNS) FALLS BACK TO FEE-AMOUNT.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05 FEE-COURSE                    PIC X(15).
           05 FEE-TERM                      PIC X(10).
           05 FEE-SEPARATOR2                PIC X VALUE ','.
           05 FEE-AMOUNT                    PIC 9(5)V99.
           05 FEE-SEPARATOR3                PIC X VALUE ','.
           05 FEE-AMOUNT-OOP                PIC 9(5)V99.
           05 FEE-SEPARATOR4                PIC X VALUE ','.
           05 FEE-AMOUNT-INTL               PIC 9(5)V99.
