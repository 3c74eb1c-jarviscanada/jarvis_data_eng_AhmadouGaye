      ******************************************************************
      * Copybook: BLKFD
      * Purpose : Record layout for the cohort block definitions, one
      *           line per course/section of a block: STUDENTS OF
      *           BLK-PROGRAM (THE STUDENT-VSAM-COURSE VALUE) AT
      *           BLK-YEAR-LEVEL TAKE BLK-COURSE IN SECTION
      *           BLK-SECTION IN EVERY TERM WHOSE CODE MATCHES
      *           BLK-TERM-PATTERN. THE LINES SHARING A PROGRAM, YEAR
      *           LEVEL AND PATTERN MAKE UP ONE BLOCK.
      ******************************************************************
       01  BLOCK-DEFINITION-RECORD.
           05 BLK-PROGRAM                   PIC X(15).
           05 BLK-SEPARATOR1                PIC X VALUE ','.
      *    YEAR 1 = FEWER THAN 30 CREDIT HOURS EARNED, YEAR 2 = 30
      *    TO 59, AND SO ON.
           05 BLK-YEAR-LEVEL                PIC 9.
           05 BLK-SEPARATOR2                PIC X VALUE ','.
      *    MATCHED POSITION BY POSITION AGAINST THE TERM CODE; A
      *    BLANK OR '*' MATCHES ANY CHARACTER, SO 'FALL' COVERS
      *    FALL2026, FALL2027 AND SO ON.
           05 BLK-TERM-PATTERN              PIC X(10).
           05 BLK-SEPARATOR3                PIC X VALUE ','.
           05 BLK-COURSE                    PIC X(15).
           05 BLK-SEPARATOR4                PIC X VALUE ','.
           05 BLK-SECTION                   PIC 9(2).
