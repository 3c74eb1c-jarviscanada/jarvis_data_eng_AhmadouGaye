      ******************************************************************
      * Copybook: DASFD
      * Purpose : Record layout for the department ownership file,
      *           one line per course ('C') or program ('P' - THE
      *           REQ-PROGRAM / STUDENT-VSAM-COURSE CODE) PER PERIOD
      *           OF OWNERSHIP. A LINE APPLIES FROM ITS EFFECTIVE
      *           DATE UP TO (NOT INCLUDING) ITS END DATE; ZERO END
      *           DATE = CURRENT OWNER. MOVING AN ITEM TO ANOTHER
      *           DEPARTMENT ENDS THE OLD LINE AND ADDS A NEW ONE, SO
      *           EACH ITEM HAS ONE OWNER ON ANY GIVEN DATE.
      ******************************************************************
       01  DEPARTMENT-ASSIGN-RECORD.
           05 DAS-ITEM-TYPE                 PIC X.
               88 DAS-IS-COURSE                 VALUE 'C'.
               88 DAS-IS-PROGRAM                VALUE 'P'.
           05 DAS-SEPARATOR1                PIC X VALUE ','.
           05 DAS-ITEM-CODE                 PIC X(15).
           05 DAS-SEPARATOR2                PIC X VALUE ','.
           05 DAS-DEPARTMENT                PIC X(6).
           05 DAS-SEPARATOR3                PIC X VALUE ','.
           05 DAS-EFFECTIVE-DATE            PIC 9(8).
           05 DAS-SEPARATOR4                PIC X VALUE ','.
           05 DAS-END-DATE                  PIC 9(8).
