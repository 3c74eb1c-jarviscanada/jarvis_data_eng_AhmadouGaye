      ******************************************************************
      * Copybook: OFRFD
      * Purpose : Shared FD record layout for ADMISSION-OFFER-FILE. THE
      *           ROW IS WRITTEN BY PRGA0049 WHEN AN APPLICANT IS
      *           APPROVED ('O' = OFFERED), WITH THE STUDENT ID ISSUED
      *           FOR THE OFFER, THE PROGRAM AND TERM OFFERED AND THE
      *           DATE THE OFFER MUST BE TAKEN UP BY. PRGN0174 RECORDS
      *           THE ACCEPTANCE ('A'); THE CONFIRMATION DEPOSIT POSTED
      *           THROUGH PRGP0035 CONFIRMS IT ('C') AND THE STUDENT
      *           BECOMES ACTIVE. AN OFFER NOT CONFIRMED BY ITS
      *           DEADLINE IS LAPSED BY PRGB0171 ('L') AND ANY SEAT IT
      *           HELD IS RELEASED. OFR-SEAT-HELD IS 'Y' WHEN APPROVAL
      *           FOUND ROOM AND WROTE THE ENROLLMENT ROW, 'N' WHEN THE
      *           APPLICANT WAS WAITLISTED. OFR-DEPOSIT-APPLIED IS THE
      *           DATE PRGB0034 CREDITED THE DEPOSIT AGAINST THE FIRST
      *           TERM'S TUITION, ZERO UNTIL THEN.
      ******************************************************************
       01  ADMISSION-OFFER-RECORD.
           05 OFR-STUDENT-ID                PIC 9(6).
           05 OFR-SEPARATOR1                PIC X VALUE ','.
           05 OFR-COURSE                    PIC X(15).
           05 OFR-SEPARATOR2                PIC X VALUE ','.
           05 OFR-TERM                      PIC X(10).
           05 OFR-SEPARATOR3                PIC X VALUE ','.
           05 OFR-OFFER-DATE                PIC 9(8).
           05 OFR-SEPARATOR4                PIC X VALUE ','.
           05 OFR-DEADLINE                  PIC 9(8).
           05 OFR-SEPARATOR5                PIC X VALUE ','.
           05 OFR-STATUS                    PIC X VALUE 'O'.
               88 OFR-OFFERED                   VALUE 'O'.
               88 OFR-ACCEPTED                  VALUE 'A'.
               88 OFR-CONFIRMED                 VALUE 'C'.
               88 OFR-LAPSED                    VALUE 'L'.
               88 OFR-PENDING                   VALUE 'O' 'A'.
           05 OFR-SEPARATOR6                PIC X VALUE ','.
           05 OFR-SEAT-HELD                 PIC X VALUE 'Y'.
               88 OFR-HOLDS-SEAT                VALUE 'Y'.
           05 OFR-SEPARATOR7                PIC X VALUE ','.
           05 OFR-ACCEPT-DATE               PIC 9(8).
           05 OFR-SEPARATOR8                PIC X VALUE ','.
           05 OFR-DEPOSIT-AMOUNT            PIC 9(5)V99.
           05 OFR-SEPARATOR9                PIC X VALUE ','.
           05 OFR-DEPOSIT-DATE              PIC 9(8).
           05 OFR-SEPARATOR10               PIC X VALUE ','.
           05 OFR-DEPOSIT-APPLIED           PIC 9(8).
           05 OFR-SEPARATOR11               PIC X VALUE ','.
           05 OFR-CLOSE-DATE                PIC 9(8).
