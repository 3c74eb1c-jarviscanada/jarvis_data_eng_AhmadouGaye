      ******************************************************************
      * Copybook: RSRFD
      * Purpose : Record layout for the residence room inventory, one
      *           line per room. A ROOM IS IDENTIFIED BY ITS CODE
      *           WITHIN ITS BUILDING. THE BED COUNT CAPS HOW MANY
      *           STUDENTS HOUSING ASSIGNMENT (PRGN0136) PLACES IN THE
      *           ROOM FOR A TERM; THE GENDER DESIGNATION SAYS WHO MAY
      *           BE PLACED THERE ('X' = ANY); THE TERM RATE IS WHAT
      *           THE ASSESSMENT BATCH (PRGB0034) CHARGES EACH
      *           OCCUPANT PER TERM.
      ******************************************************************
       01  RESIDENCE-ROOM-RECORD.
           05 RSR-BUILDING                  PIC X(8).
           05 RSR-SEPARATOR1                PIC X VALUE ','.
           05 RSR-ROOM                      PIC X(6).
           05 RSR-SEPARATOR2                PIC X VALUE ','.
           05 RSR-BEDS                      PIC 9(2).
           05 RSR-SEPARATOR3                PIC X VALUE ','.
           05 RSR-GENDER                    PIC X.
               88 RSR-MALE-ONLY                 VALUE 'M'.
               88 RSR-FEMALE-ONLY               VALUE 'F'.
               88 RSR-ANY-GENDER                VALUE 'X'.
           05 RSR-SEPARATOR4                PIC X VALUE ','.
           05 RSR-TERM-RATE                 PIC 9(5)V99.
