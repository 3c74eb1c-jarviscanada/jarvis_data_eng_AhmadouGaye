      ******************************************************************
      * Copybook: RFPFD
      * Purpose : Record layout for the refund cheque register, one
      *           line per credit balance paid out to a student. THE
      *           FILE IS CUMULATIVE AND RFP-CHEQUE-NUMBER RUNS ON
      *           FROM THE HIGHEST NUMBER ALREADY ON IT, SO NO CHEQUE
      *           NUMBER IS EVER ISSUED TWICE. THE MATCHING 'F' ROW
      *           ON STUDENT.CHARGES CARRIES THE SAME NUMBER.
      ******************************************************************
       01  REFUND-REGISTER-RECORD.
           05 RFP-CHEQUE-NUMBER             PIC 9(6).
           05 RFP-SEPARATOR1                PIC X VALUE ','.
           05 RFP-ISSUE-DATE                PIC 9(8).
           05 RFP-SEPARATOR2                PIC X VALUE ','.
           05 RFP-STUDENT-ID                PIC 9(6).
           05 RFP-SEPARATOR3                PIC X VALUE ','.
           05 RFP-PAYEE-NAME                PIC X(27).
           05 RFP-SEPARATOR4                PIC X VALUE ','.
           05 RFP-AMOUNT                    PIC 9(5)V99.
           05 RFP-SEPARATOR5                PIC X VALUE ','.
           05 RFP-STREET                    PIC X(30).
           05 RFP-SEPARATOR6                PIC X VALUE ','.
           05 RFP-CITY                      PIC X(20).
           05 RFP-SEPARATOR7                PIC X VALUE ','.
           05 RFP-PROVINCE                  PIC X(2).
           05 RFP-SEPARATOR8                PIC X VALUE ','.
           05 RFP-POSTAL-CODE               PIC X(7).
