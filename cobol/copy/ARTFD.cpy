      ******************************************************************
      * Copybook: ARTFD
      * Purpose : Record layout for the transfer articulation table,
      *           one line per external institution (EXI-ID) and
      *           external course code, recording the standing
      *           decision on what that course is worth here: the
      *           equivalent CRS-CODE and the lowest letter grade
      *           that earns it, or NO EQUIVALENT. A DECISION MADE
      *           ONCE APPLIES TO EVERY STUDENT FROM THAT SCHOOL.
      ******************************************************************
       01  TRANSFER-ARTICULATION-RECORD.
           05 ART-INST-ID                   PIC 9(4).
           05 ART-SEPARATOR1                PIC X VALUE ','.
           05 ART-EXT-COURSE                PIC X(15).
           05 ART-SEPARATOR2                PIC X VALUE ','.
           05 ART-EQUIVALENCE               PIC X.
               88 ART-HAS-EQUIVALENT            VALUE 'Y'.
               88 ART-NO-EQUIVALENT             VALUE 'N'.
           05 ART-SEPARATOR3                PIC X VALUE ','.
      *    SPACES WHEN ART-NO-EQUIVALENT.
           05 ART-CRS-CODE                  PIC X(15).
           05 ART-SEPARATOR4                PIC X VALUE ','.
      *    A GRADE AT OR ABOVE THIS LETTER EARNS THE CREDIT (LETTERS
      *    COLLATE A HIGH TO F LOW, SO 'AT OR ABOVE' IS <=).
           05 ART-MIN-GRADE                 PIC X.
           05 ART-SEPARATOR5                PIC X VALUE ','.
           05 ART-DECIDED-DATE              PIC 9(8).
           05 ART-SEPARATOR6                PIC X VALUE ','.
           05 ART-DECIDED-BY                PIC X(8).
