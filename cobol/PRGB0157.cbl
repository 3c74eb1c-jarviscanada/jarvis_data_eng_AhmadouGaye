      ******************************************************************
      * Author:
      * Date:
      * Purpose: Test-environment refresh - clones the production file
      *          set into a named test directory with the personal data
      *          scrambled. THE CLONE TAKES STUDENT.VSAM AND EVERY CHILD
      *          INDEXED FILE, THE FINANCE FILES, THE MASTERS, THE
      *          CONTROL FILES, THE LOGS AND THE OTHER SEQUENTIAL
      *          WORKING FILES. EVERY FAKE VALUE IS DERIVED FROM THE
      *          STUDENT ID, SO THE SAME STUDENT CARRIES THE SAME FAKE
      *          NAME, DATE OF BIRTH, SOUNDEX, ADDRESS AND PHONE IN
      *          EVERY FILE; PREFERRED.NAMES GETS A PREFERRED NAME BUILT
      *          FROM THE FAKE NAME, PINS BECOME THE STUDENT ID AND
      *          EVERY USER PASSWORD BECOMES TESTPASS. KEYS, CROSS-FILE
      *          LINKS AND FILES WITH NO PERSONAL DATA (COOP.PLACEMENTS,
      *          ADMISSION.OFFERS, EMPLOYER.MASTER, COOP.HOURS,
      *          SUPPLEMENTAL.EXAMS, EARLY.ALERTS, STEP.FILES AND THE
      *          LIKE) ARE COPIED UNCHANGED. THE RESTRICTED STUDENT.SIN
      *          FILE IS NEVER CLONED, AND THE REPORTING SNAPSHOTS,
      *          CENSUS COPIES, ARCHIVES, EXTRACTS AND PRINT FILES ARE
      *          LEFT OUT - RECUT THEM IN THE TEST DIRECTORY.
      *          ../PRGB0157.PARM NAMES THE TARGET DIRECTORY; WITHOUT IT
      *          THE DIRECTORY IS PROMPTED FOR. THE RUN REFUSES THE
      *          PRODUCTION DIRECTORY, SPELLED ANY WAY - A MARKER
      *          WRITTEN TO THE TARGET THAT READS BACK THROUGH ../ STOPS
      *          IT BEFORE ANY FILE IS WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGB0157.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ACMSEL.
           COPY ADNSEL.
           COPY ADRSEL.
           COPY ADVSEL.
           COPY ALUSEL.
           COPY APTSEL.
           COPY ATTSEL.
           COPY CHGSEL.
           COPY CLRSEL.
           COPY CONSEL.
           COPY CRSSEL.
           COPY ENRSEL.
           COPY GRDSEL.
           COPY HSGSEL.
           COPY MSCSEL.
           COPY OFRSEL.
           COPY PAYSEL.
           COPY PLCSEL.
           COPY PRFSEL.
           COPY STUSEL.
           COPY TRMSEL.

      *    THE TEST COPIES CARRY EXACTLY THE SAME KEY STRUCTURE AS
      *    THE PRODUCTION FILES SO EVERY PROGRAM'S SHARED SELECTS WORK
      *    UNCHANGED AGAINST THEM. ONE FILE IS OPEN AT A TIME, SO
      *    THEY ALL TAKE THEIR NAME FROM WS-TEST-FILE-NAME.
           SELECT TEST-ACM-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ACM-KEY.

           SELECT TEST-ADN-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ADN-KEY.

           SELECT TEST-ADR-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ADR-KEY
               ALTERNATE KEY IS TST-ADR-STUDENT-ID
               WITH DUPLICATES.

           SELECT TEST-ADV-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ADV-STUDENT-ID
               ALTERNATE KEY IS TST-ADV-INSTRUCTOR-ID
               WITH DUPLICATES.

           SELECT TEST-ALU-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ALU-STUDENT-ID.

           SELECT TEST-APT-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-APT-KEY.

           SELECT TEST-ATT-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ATT-KEY
               ALTERNATE KEY IS TST-ATT-STUDENT-ID
               WITH DUPLICATES.

           SELECT TEST-CHG-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-CHG-KEY.

           SELECT TEST-CLR-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-CLR-KEY.

           SELECT TEST-CON-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-CON-KEY
               ALTERNATE KEY IS TST-CON-STUDENT-ID
               WITH DUPLICATES.

           SELECT TEST-CRS-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-CRS-CODE.

           SELECT TEST-ENR-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-ENR-KEY
               ALTERNATE KEY IS TST-ENR-STUDENT-ID
               WITH DUPLICATES
               ALTERNATE KEY IS TST-ENR-COURSE-TERM
               WITH DUPLICATES.

           SELECT TEST-GRD-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-GRD-KEY
               ALTERNATE KEY IS TST-GRD-STUDENT-ID
               WITH DUPLICATES.

           SELECT TEST-HSG-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-HSG-KEY.

           SELECT TEST-MSC-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-MSC-KEY.

           SELECT TEST-PAY-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-PAY-KEY.

           SELECT TEST-PLC-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-PLC-KEY.

           SELECT TEST-OFR-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-OFR-KEY.

           SELECT TEST-PRF-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-PRF-STUDENT-ID.

           SELECT TEST-STU-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-STU-ID
               ALTERNATE KEY IS TST-STU-INSERTDATE
               WITH DUPLICATES
               ALTERNATE KEY IS TST-STU-NAME
               WITH DUPLICATES
               ALTERNATE KEY IS TST-STU-COURSE
               WITH DUPLICATES
               ALTERNATE KEY IS TST-STU-SOUNDEX
               WITH DUPLICATES.

           SELECT TEST-TRM-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-TRM-CODE.


      *    EVERY LINE-SEQUENTIAL FILE GOES THROUGH THE ONE PAIR.
           SELECT TEST-SEQ-IN-FILE ASSIGN TO WS-LIVE-FILE-NAME
               FILE STATUS IS TSI-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEST-SEQ-OUT-FILE ASSIGN TO WS-TEST-FILE-NAME
               FILE STATUS IS TST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFRESH-PARM-FILE ASSIGN TO '../PRGB0157.PARM'
               FILE STATUS IS PRM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFRESH-REPORT-FILE ASSIGN TO '../PRGB0157.PRT'
               FILE STATUS IS PRT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY SGNSEL.

           COPY RUNSEL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOMMODATION-VSAM-FILE.
       COPY ACMFD.

       FD ADVISING-NOTE-FILE.
       COPY ADNFD.

       FD ADDRESS-VSAM-FILE.
       COPY ADRFD.

       FD ADVISOR-VSAM-FILE.
       COPY ADVFD.

       FD ALUMNI-VSAM-FILE.
       COPY ALUFD.

       FD APPOINTMENT-VSAM-FILE.
       COPY APTFD.

       FD ATTENDANCE-VSAM-FILE.
       COPY ATTFD.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD CLEARANCE-VSAM-FILE.
       COPY CLRFD.

       FD CONTACT-VSAM-FILE.
       COPY CONFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD ENROLLMENT-VSAM-FILE.
       COPY ENRFD.

       FD GRADE-VSAM-FILE.
       COPY GRDFD.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD MISCONDUCT-VSAM-FILE.
       COPY MSCFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       FD STUDENT-PAYMENT-FILE.
       COPY PAYFD.

       FD PLACEMENT-VSAM-FILE.
       COPY PLCFD.

       FD PREFERRED-NAME-FILE.
       COPY PRFFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD TEST-ACM-FILE.
       01  TEST-ACM-RECORD.
           05 TST-ACM-KEY                   PIC X(7).
           05 FILLER                        PIC X(44).

       FD TEST-ADN-FILE.
       01  TEST-ADN-RECORD.
           05 TST-ADN-KEY                   PIC X(20).
           05 FILLER                        PIC X(86).

       FD TEST-ADR-FILE.
       01  TEST-ADR-RECORD.
           05 TST-ADR-KEY.
               10 TST-ADR-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X.
           05 FILLER                        PIC X(59).

       FD TEST-ADV-FILE.
       01  TEST-ADV-RECORD.
           05 TST-ADV-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X.
           05 TST-ADV-INSTRUCTOR-ID         PIC X(4).
           05 FILLER                        PIC X(18).

       FD TEST-ALU-FILE.
       01  TEST-ALU-RECORD.
           05 TST-ALU-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X(84).

       FD TEST-APT-FILE.
       01  TEST-APT-RECORD.
           05 TST-APT-KEY                   PIC X(16).
           05 FILLER                        PIC X(30).

       FD TEST-ATT-FILE.
       01  TEST-ATT-RECORD.
           05 TST-ATT-KEY.
               10 TST-ATT-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(23).
           05 FILLER                        PIC X(13).

       FD TEST-CHG-FILE.
       01  TEST-CHG-RECORD.
           05 TST-CHG-KEY                   PIC X(12).
           05 FILLER                        PIC X(53).

       FD TEST-CLR-FILE.
       01  TEST-CLR-RECORD.
           05 TST-CLR-KEY                   PIC X(9).
           05 FILLER                        PIC X(71).

       FD TEST-CON-FILE.
       01  TEST-CON-RECORD.
           05 TST-CON-KEY.
               10 TST-CON-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(2).
           05 FILLER                        PIC X(49).

       FD TEST-CRS-FILE.
       01  TEST-CRS-RECORD.
           05 TST-CRS-CODE                  PIC X(15).
           05 FILLER                        PIC X(62).

       FD TEST-ENR-FILE.
       01  TEST-ENR-RECORD.
           05 TST-ENR-KEY.
               10 TST-ENR-STUDENT-ID        PIC X(6).
               10 TST-ENR-COURSE-TERM       PIC X(25).
           05 FILLER                        PIC X(11).

       FD TEST-GRD-FILE.
       01  TEST-GRD-RECORD.
           05 TST-GRD-KEY.
               10 TST-GRD-STUDENT-ID        PIC X(6).
               10 FILLER                    PIC X(25).
           05 FILLER                        PIC X(16).

       FD TEST-HSG-FILE.
       01  TEST-HSG-RECORD.
           05 TST-HSG-KEY                   PIC X(16).
           05 FILLER                        PIC X(67).

       FD TEST-MSC-FILE.
       01  TEST-MSC-RECORD.
           05 TST-MSC-KEY                   PIC X(31).
           05 FILLER                        PIC X(115).

       FD TEST-PAY-FILE.
       01  TEST-PAY-RECORD.
           05 TST-PAY-KEY                   PIC X(12).
           05 FILLER                        PIC X(52).

       FD TEST-STU-FILE.
       01  TEST-STU-RECORD.
           05 TST-STU-ID                    PIC X(6).
           05 FILLER                        PIC X.
           05 TST-STU-NAME                  PIC X(27).
           05 FILLER                        PIC X(10).
           05 TST-STU-COURSE                PIC X(15).
           05 FILLER                        PIC X.
           05 TST-STU-INSERTDATE            PIC X(8).
           05 FILLER                        PIC X(23).
           05 TST-STU-SOUNDEX               PIC X(4).
           05 FILLER                        PIC X(21).

       FD TEST-PLC-FILE.
       01  TEST-PLC-RECORD.
           05 TST-PLC-KEY                   PIC X(16).
           05 FILLER                        PIC X(109).

       FD TEST-OFR-FILE.
       01  TEST-OFR-RECORD.
           05 TST-OFR-KEY                   PIC X(6).
           05 FILLER                        PIC X(93).

       FD TEST-PRF-FILE.
       01  TEST-PRF-RECORD.
           05 TST-PRF-STUDENT-ID            PIC X(6).
           05 FILLER                        PIC X(46).

       FD TEST-TRM-FILE.
       01  TEST-TRM-RECORD.
           05 TST-TRM-CODE                  PIC X(10).
           05 FILLER                        PIC X(54).

       FD TEST-SEQ-IN-FILE.
       01  SEQ-IN-RECORD                PIC X(250).

       FD TEST-SEQ-OUT-FILE.
       01  SEQ-OUT-RECORD               PIC X(250).

       FD REFRESH-PARM-FILE.
       01  REFRESH-PARM-RECORD.
           05 TRP-TARGET                PIC X(60).

       FD REFRESH-REPORT-FILE.
       01  REPORT-LINE                  PIC X(100).

       FD SIGNON-SESSION-FILE.
       COPY SGNFD.

       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       WORKING-STORAGE SECTION.


       01  RUN-FILE-STATUS   PIC XX.

       01  WS-RUN-STATS-AREAS.
           05  WS-RUN-PROGRAM      PIC X(8) VALUE 'PRGB0157'.
           05  WS-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-RUN-START-TIME   PIC 9(6) VALUE 0.
           05  WS-RUN-END-TIME     PIC 9(6) VALUE 0.
           05  WS-RUN-READ-COUNT   PIC 9(6) VALUE 0.
           05  WS-RUN-WRITE-COUNT  PIC 9(6) VALUE 0.
           05  WS-RUN-REJECT-COUNT PIC 9(6) VALUE 0.
       01  FILE-CHECK-KEY    PIC XX.
       01  ACM-FILE-STATUS   PIC XX.
       01  ADN-FILE-STATUS   PIC XX.
       01  ADR-FILE-STATUS   PIC XX.
       01  ADV-FILE-STATUS   PIC XX.
       01  ALU-FILE-STATUS   PIC XX.
       01  APT-FILE-STATUS   PIC XX.
       01  ATT-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  CLR-FILE-STATUS   PIC XX.
       01  CON-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  ENR-FILE-STATUS   PIC XX.
       01  GRD-FILE-STATUS   PIC XX.
       01  HSG-FILE-STATUS   PIC XX.
       01  MSC-FILE-STATUS   PIC XX.
       01  OFR-FILE-STATUS   PIC XX.
       01  PAY-FILE-STATUS   PIC XX.
       01  PLC-FILE-STATUS   PIC XX.
       01  PRF-FILE-STATUS   PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  TST-FILE-STATUS   PIC XX.
       01  TSI-FILE-STATUS   PIC XX.
       01  PRM-FILE-STATUS   PIC XX.
       01  PRT-FILE-STATUS   PIC XX.
       01  SGN-FILE-STATUS   PIC XX.

       COPY AUPWRK.

       COPY SGNWRK.

       01  WS-WORK-AREAS.
           05  WS-TARGET-DIR       PIC X(60)  VALUE SPACES.
           05  WS-LIVE-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-TEST-FILE-NAME   PIC X(100) VALUE SPACES.
           05  WS-COPY-FILE        PIC X(22)  VALUE SPACES.
           05  WS-SEQ-SCRAMBLE     PIC X(3)   VALUE SPACES.
           05  WS-IN-STATUS        PIC XX     VALUE "00".
           05  WS-OUT-STATUS       PIC XX     VALUE "00".
           05  WS-COPY-EOF         PIC X      VALUE 'N'.
               88  COPY-EOF                   VALUE 'Y'.
           05  WS-RUN-RESULT       PIC X      VALUE 'Y'.
               88  RUN-OK                     VALUE 'Y'.
               88  RUN-FAILED                 VALUE 'N'.
           05  WS-STEP             PIC 9(2)   VALUE 0.
           05  WS-SEQ-IDX          PIC 9(2)   VALUE 0.
           05  WS-APP-SEQ          PIC 9(4)   VALUE 0.
           05  WS-FILE-READ        PIC 9(6)   VALUE 0.
           05  WS-FILE-WRITTEN     PIC 9(6)   VALUE 0.
           05  WS-FILE-SCRAMBLED   PIC 9(6)   VALUE 0.
           05  WS-FILE-RESULT      PIC X(30)  VALUE SPACES.
           05  WS-FILES-COPIED     PIC 9(4)   VALUE 0.
           05  WS-FILES-SKIPPED    PIC 9(4)   VALUE 0.
           05  WS-TOTAL-READ       PIC 9(6)   VALUE 0.
           05  WS-TOTAL-WRITTEN    PIC 9(6)   VALUE 0.
           05  WS-TOTAL-SCRAMBLED  PIC 9(6)   VALUE 0.

      *    THE MARKER IS STAMPED TO THE HUNDREDTH OF A SECOND, SO A
      *    COPY OF IT READ BACK THROUGH ../ CAN ONLY BE THE ONE THIS
      *    RUN JUST WROTE.
       01  WS-MARKER-AREAS.
           05  WS-MARKER-FILE      PIC X(22)
               VALUE 'TEST.REFRESH.MARKER'.
           05  WS-MARKER-TIME      PIC 9(8)   VALUE 0.
           05  WS-MARKER-TEXT      PIC X(60)  VALUE SPACES.

      *    LINE-SEQUENTIAL FILES CLONED, WITH THE LAYOUT TO SCRAMBLE
      *    (BLANK = COPIED AS IS). THE AUDIT LOG CARRIES NO PERSONAL
      *    DATA AND IS COPIED BYTE FOR BYTE SO ITS CHECK CHAIN STILL
      *    VERIFIES IN TEST; THE SIGN-ON SESSION AND STUDENT.LOCK
      *    ARE LEFT BEHIND SO TEST STARTS UNLOCKED.
       01  WS-SEQ-FILE-VALUES.
           05 FILLER PIC X(25) VALUE 'GRADE.AMENDMENTS         '.
           05 FILLER PIC X(25) VALUE 'APPLICANT.STAGING     APP'.
           05 FILLER PIC X(25) VALUE 'TRANSFER.ARTICULATION    '.
           05 FILLER PIC X(25) VALUE 'ATTENDANCE.REVIEW        '.
           05 FILLER PIC X(25) VALUE 'INSTRUCTOR.ASSIGN        '.
           05 FILLER PIC X(25) VALUE 'AUDIT.CONTROL            '.
           05 FILLER PIC X(25) VALUE 'AUDIT.LOG                '.
           05 FILLER PIC X(25) VALUE 'AWARD.MASTER             '.
           05 FILLER PIC X(25) VALUE 'BANK.IMPORTS             '.
           05 FILLER PIC X(25) VALUE 'BLOCK.DEFINITIONS        '.
           05 FILLER PIC X(25) VALUE 'BANK.REMITTANCE       BNK'.
           05 FILLER PIC X(25) VALUE 'STUDENT.COMPLIANCE       '.
           05 FILLER PIC X(25) VALUE 'COMPLIANCE.RULES         '.
           05 FILLER PIC X(25) VALUE 'COURSE.WEIGHTS           '.
           05 FILLER PIC X(25) VALUE 'DEPARTMENT.ASSIGN        '.
           05 FILLER PIC X(25) VALUE 'DOCUMENT.REGISTER        '.
           05 FILLER PIC X(25) VALUE 'DEPARTMENT.MASTER     DPT'.
           05 FILLER PIC X(25) VALUE 'COURSE.EVALUATIONS       '.
           05 FILLER PIC X(25) VALUE 'EVENT.QUEUE              '.
           05 FILLER PIC X(25) VALUE 'EXT.INSTITUTIONS         '.
           05 FILLER PIC X(25) VALUE 'EXAM.SLOTS               '.
           05 FILLER PIC X(25) VALUE 'FEE.SCHEDULE             '.
           05 FILLER PIC X(25) VALUE 'FILE.SIZES               '.
           05 FILLER PIC X(25) VALUE 'FEE.TYPES                '.
           05 FILLER PIC X(25) VALUE 'STUDENT.HISTORY       HIS'.
           05 FILLER PIC X(25) VALUE 'STUDENT.HOLDS            '.
           05 FILLER PIC X(25) VALUE 'HOLIDAY.CALENDAR         '.
           05 FILLER PIC X(25) VALUE 'INCOMPLETE.CONTRACTS     '.
           05 FILLER PIC X(25) VALUE 'INSTRUCTOR.MASTER     INS'.
           05 FILLER PIC X(25) VALUE 'JOB.PLAN                 '.
           05 FILLER PIC X(25) VALUE 'RECOVERY.JOURNAL      JRN'.
           05 FILLER PIC X(25) VALUE 'STUDENT.LEAVES           '.
           05 FILLER PIC X(25) VALUE 'OVERLOAD.APPROVALS       '.
           05 FILLER PIC X(25) VALUE 'PROGRAM.CHANGES          '.
           05 FILLER PIC X(25) VALUE 'STUDENT.PINS          PIN'.
           05 FILLER PIC X(25) VALUE 'PAYMENT.PLANS            '.
           05 FILLER PIC X(25) VALUE 'PENDING.ACTIONS          '.
           05 FILLER PIC X(25) VALUE 'FINANCIAL.PERIODS        '.
           05 FILLER PIC X(25) VALUE 'COURSE.PREREQ            '.
           05 FILLER PIC X(25) VALUE 'DEGREE.REQUIREMENTS      '.
           05 FILLER PIC X(25) VALUE 'REFUND.REGISTER       RFP'.
           05 FILLER PIC X(25) VALUE 'REFUND.SCHEDULE          '.
           05 FILLER PIC X(25) VALUE 'REGISTRATION.PRIORITY    '.
           05 FILLER PIC X(25) VALUE 'ROOM.MASTER              '.
           05 FILLER PIC X(25) VALUE 'REVENUE.RECOGNITION      '.
           05 FILLER PIC X(25) VALUE 'RESIDENCE.ROOMS          '.
           05 FILLER PIC X(25) VALUE 'RUN.STATISTICS           '.
           05 FILLER PIC X(25) VALUE 'COMPONENT.SCORES         '.
           05 FILLER PIC X(25) VALUE 'SPOOL.CATALOG            '.
           05 FILLER PIC X(25) VALUE 'SPONSOR.LINKS            '.
           05 FILLER PIC X(25) VALUE 'SPONSOR.MASTER        SPN'.
           05 FILLER PIC X(25) VALUE 'STUDENT.STANDING         '.
           05 FILLER PIC X(25) VALUE 'PAYMENT.SUSPENSE      SUS'.
           05 FILLER PIC X(25) VALUE 'SYSTEM.STATE             '.
           05 FILLER PIC X(25) VALUE 'TRANSFER.UNMAPPED        '.
           05 FILLER PIC X(25) VALUE 'TRANSCRIPT.REQUESTS      '.
           05 FILLER PIC X(25) VALUE 'USER.MASTER           USR'.
           05 FILLER PIC X(25) VALUE 'BAD.DEBT.WRITEOFFS       '.
           05 FILLER PIC X(25) VALUE 'COURSE.WAITLIST          '.
           05 FILLER PIC X(25) VALUE 'EXTERNAL.TRANSCRIPTS     '.
           05 FILLER PIC X(25) VALUE 'STUDENT.NEXTID           '.
           05 FILLER PIC X(25) VALUE 'SUPPLEMENTAL.EXAMS       '.
           05 FILLER PIC X(25) VALUE 'EMPLOYER.MASTER          '.
           05 FILLER PIC X(25) VALUE 'COOP.HOURS               '.
           05 FILLER PIC X(25) VALUE 'EARLY.ALERTS             '.
           05 FILLER PIC X(25) VALUE 'STEP.FILES               '.
       01  WS-SEQ-FILE-TABLE REDEFINES WS-SEQ-FILE-VALUES.
           05  WS-SEQ-ENTRY OCCURS 66 TIMES.
               10  WS-SEQ-E-NAME   PIC X(22).
               10  WS-SEQ-E-LAYOUT PIC X(3).

      *    PSEUDONYM PARTS. A STUDENT'S GIVEN NAME COMES FROM THE ID
      *    MODULO 20 AND THE SURNAME FROM THE ID DIVIDED BY 20,
      *    MODULO 25.
       01  WS-GIVEN-NAME-VALUES.
           05 FILLER PIC X(10) VALUE 'ALEX'.
           05 FILLER PIC X(10) VALUE 'JORDAN'.
           05 FILLER PIC X(10) VALUE 'TAYLOR'.
           05 FILLER PIC X(10) VALUE 'MORGAN'.
           05 FILLER PIC X(10) VALUE 'CASEY'.
           05 FILLER PIC X(10) VALUE 'RILEY'.
           05 FILLER PIC X(10) VALUE 'JAMIE'.
           05 FILLER PIC X(10) VALUE 'AVERY'.
           05 FILLER PIC X(10) VALUE 'QUINN'.
           05 FILLER PIC X(10) VALUE 'DREW'.
           05 FILLER PIC X(10) VALUE 'ROBIN'.
           05 FILLER PIC X(10) VALUE 'SAGE'.
           05 FILLER PIC X(10) VALUE 'BLAKE'.
           05 FILLER PIC X(10) VALUE 'CAMERON'.
           05 FILLER PIC X(10) VALUE 'DANA'.
           05 FILLER PIC X(10) VALUE 'ELLIS'.
           05 FILLER PIC X(10) VALUE 'FINLEY'.
           05 FILLER PIC X(10) VALUE 'HAYDEN'.
           05 FILLER PIC X(10) VALUE 'KENDALL'.
           05 FILLER PIC X(10) VALUE 'LOGAN'.
       01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
           05  WS-GIVEN-NAME       PIC X(10) OCCURS 20 TIMES.

       01  WS-SURNAME-VALUES.
           05 FILLER PIC X(12) VALUE 'ANDERSON'.
           05 FILLER PIC X(12) VALUE 'BRIGHTWATER'.
           05 FILLER PIC X(12) VALUE 'CALLOWAY'.
           05 FILLER PIC X(12) VALUE 'DUNMORE'.
           05 FILLER PIC X(12) VALUE 'EASTBROOK'.
           05 FILLER PIC X(12) VALUE 'FAIRWEATHER'.
           05 FILLER PIC X(12) VALUE 'GALLOWAY'.
           05 FILLER PIC X(12) VALUE 'HARTWELL'.
           05 FILLER PIC X(12) VALUE 'IRONWOOD'.
           05 FILLER PIC X(12) VALUE 'JUNIPER'.
           05 FILLER PIC X(12) VALUE 'KINGSLEY'.
           05 FILLER PIC X(12) VALUE 'LANGFORD'.
           05 FILLER PIC X(12) VALUE 'MARLOWE'.
           05 FILLER PIC X(12) VALUE 'NORTHCOTT'.
           05 FILLER PIC X(12) VALUE 'OAKRIDGE'.
           05 FILLER PIC X(12) VALUE 'PEMBERTON'.
           05 FILLER PIC X(12) VALUE 'QUARRY'.
           05 FILLER PIC X(12) VALUE 'RADCLIFFE'.
           05 FILLER PIC X(12) VALUE 'STANHOPE'.
           05 FILLER PIC X(12) VALUE 'THORNBURY'.
           05 FILLER PIC X(12) VALUE 'UPTON'.
           05 FILLER PIC X(12) VALUE 'VALEMONT'.
           05 FILLER PIC X(12) VALUE 'WESTBROOK'.
           05 FILLER PIC X(12) VALUE 'YARDLEY'.
           05 FILLER PIC X(12) VALUE 'ZELLER'.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME          PIC X(12) OCCURS 25 TIMES.

       01  WS-PSEUDONYM-AREAS.
           05  WS-PSD-ID           PIC 9(6)  VALUE 0.
           05  WS-PSD-SEQ          PIC 9(2)  VALUE 0.
           05  WS-PSD-WORK         PIC 9(5)  VALUE 0.
           05  WS-PSD-QUOTIENT     PIC 9(5)  VALUE 0.
           05  WS-PSD-REMAINDER    PIC 9(4)  VALUE 0.
           05  WS-PSD-GIVEN-IDX    PIC 9(2)  VALUE 0.
           05  WS-PSD-SURNAME-IDX  PIC 9(2)  VALUE 0.
           05  WS-PSD-MONTH        PIC 9(2)  VALUE 0.
           05  WS-PSD-DAY          PIC 9(2)  VALUE 0.
           05  WS-PSD-NAME         PIC X(27) VALUE SPACES.
           05  WS-PSD-CONTACT-NAME PIC X(27) VALUE SPACES.
           05  WS-PSD-STREET       PIC X(30) VALUE SPACES.
           05  WS-PSD-PHONE        PIC X(12) VALUE SPACES.
           05  WS-PSD-CITY         PIC X(20) VALUE 'TESTVILLE'.
           05  WS-PSD-POSTAL-CODE  PIC X(7)  VALUE 'X0X 0X0'.
           05  WS-PSD-PASSWORD     PIC X(8)  VALUE 'TESTPASS'.
           05  WS-PSD-DOB.
               10 WS-PSD-DOB-YEAR  PIC 9(4).
               10 WS-PSD-DOB-MONTH PIC 9(2).
               10 WS-PSD-DOB-DAY   PIC 9(2).

       01  WS-SOUNDEX-AREAS.
           05  WS-SOUNDEX-CODE          PIC X(4).
           05  WS-SOUNDEX-FIRST-LETTER  PIC X.
           05  WS-SOUNDEX-DIGITS        PIC X(3).
           05  WS-SOUNDEX-DIGIT-COUNT   PIC 9     VALUE 0.
           05  WS-SOUNDEX-LAST-DIGIT    PIC X.
           05  WS-SOUNDEX-CHAR          PIC X.
           05  WS-SOUNDEX-DIGIT         PIC X.
           05  WS-SOUNDEX-IDX           PIC 9(2).

      *    STUDENT AND CONTACT IMAGES, SHARED BY THE INDEXED FILES
      *    AND THE RECOVERY JOURNAL'S AFTER-IMAGES.
       01  WS-IMAGE-STUDENT.
           05 WS-IMG-STU-ID             PIC 9(6).
           05 FILLER                    PIC X.
           05 WS-IMG-STU-NAME           PIC X(27).
           05 FILLER                    PIC X.
           05 WS-IMG-STU-DOB            PIC X(8).
           05 FILLER                    PIC X(48).
           05 WS-IMG-STU-SOUNDEX        PIC X(4).
           05 FILLER                    PIC X(21).

       01  WS-IMAGE-CONTACT.
           05 WS-IMG-CON-STUDENT-ID     PIC 9(6).
           05 WS-IMG-CON-SEQ-NO         PIC 9(2).
           05 WS-IMG-CON-NAME           PIC X(27).
           05 WS-IMG-CON-RELATIONSHIP   PIC X(10).
           05 WS-IMG-CON-PHONE          PIC X(12).

      *    LINE-SEQUENTIAL LAYOUTS THAT CARRY PERSONAL DATA.
       01  WS-SEQ-LINE                  PIC X(250).

       COPY APPFD.

       COPY BNKFD.

       COPY SUSFD.

       COPY RFPFD.

       COPY USRFD.

       COPY INSFD.

       COPY PINFD.

       COPY SPNFD.

       COPY DPTFD.

       COPY HISFD.

       COPY JRNFD.

       01  WS-PRINT-LINE             PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.


           PERFORM 0850-INIT-RUN-STATS.
           PERFORM 0800-READ-SIGNON.
           DISPLAY "===== TEST-ENVIRONMENT REFRESH =====".

           PERFORM 1050-GET-TARGET.

           OPEN OUTPUT REFRESH-REPORT-FILE.
           IF PRT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRGB0157.PRT (STATUS = "
                   PRT-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TEST-ENVIRONMENT REFRESH TO ' DELIMITED BY SIZE
                  WS-TARGET-DIR DELIMITED BY SPACE
                  '  RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.

           PERFORM 1100-GUARD-TARGET.

           IF RUN-OK
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'FILE' TO WS-PRINT-LINE (1:4)
               MOVE 'RECORDS  SCRAMBLED  RESULT'
                   TO WS-PRINT-LINE (25:26)
               PERFORM 1060-PRINT-LINE
               MOVE '------------------------------------------------'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               PERFORM 2000-COPY-INDEXED-STEP
                   VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > 21 OR RUN-FAILED
               PERFORM 3000-COPY-SEQUENTIAL-FILE
                   VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > 66 OR RUN-FAILED
               PERFORM 6000-PRINT-TOTALS
               PERFORM 6100-WRITE-AUDIT
           END-IF.

           CLOSE REFRESH-REPORT-FILE.

           IF RUN-FAILED
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SEE ../PRGB0157.PRT FOR THE REFRESH LOG".
           MOVE WS-TOTAL-READ TO WS-RUN-READ-COUNT.
           MOVE WS-TOTAL-WRITTEN TO WS-RUN-WRITE-COUNT.
           MOVE 0 TO WS-RUN-REJECT-COUNT.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       0000-END.

      *    PICK UP THE SIGNED-ON OPERATOR LEFT BY PRGMENU SO EVERY
      *    AUDIT LINE NAMES THE PERSON, NOT JUST THE PROGRAM.
       0800-READ-SIGNON.

           OPEN INPUT SIGNON-SESSION-FILE.
           IF SGN-FILE-STATUS = "00"
               READ SIGNON-SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SGN-USER-ID TO WS-SIGNON-USER
                       MOVE SGN-ROLE TO WS-SIGNON-ROLE
               END-READ
               CLOSE SIGNON-SESSION-FILE
           END-IF.

       0800-END.

       0850-INIT-RUN-STATS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

       0850-END.

      *    ONE RUN-STATISTICS LINE PER COMPLETED RUN; A STEP THAT
      *    DIED BEFORE ITS SUMMARY LEAVES NO LINE, WHICH THE MORNING
      *    DASHBOARD REPORTS AS A MISSING STEP.
       0860-WRITE-RUN-STATS.

           OPEN EXTEND RUN-STATISTICS-FILE.
           IF RUN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATISTICS-FILE
           END-IF.

           IF RUN-FILE-STATUS = "00"
               MOVE WS-RUN-PROGRAM TO RUN-PROGRAM
               MOVE ',' TO RUN-SEPARATOR1
               MOVE WS-RUN-DATE TO RUN-DATE
               MOVE ',' TO RUN-SEPARATOR2
               MOVE WS-RUN-START-TIME TO RUN-START-TIME
               MOVE ',' TO RUN-SEPARATOR3
               ACCEPT WS-RUN-END-TIME FROM TIME
               MOVE WS-RUN-END-TIME TO RUN-END-TIME
               MOVE ',' TO RUN-SEPARATOR4
               MOVE WS-RUN-READ-COUNT TO RUN-RECORDS-READ
               MOVE ',' TO RUN-SEPARATOR5
               MOVE WS-RUN-WRITE-COUNT TO RUN-RECORDS-WRITTEN
               MOVE ',' TO RUN-SEPARATOR6
               MOVE WS-RUN-REJECT-COUNT TO RUN-RECORDS-REJECTED
               MOVE ',' TO RUN-SEPARATOR7
               IF RUN-OK
                   MOVE 'OK  ' TO RUN-FINAL-STATUS
               ELSE
                   MOVE 'FAIL' TO RUN-FINAL-STATUS
               END-IF
               WRITE RUN-STATISTICS-RECORD
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       0860-END.

      *    RUN UNATTENDED IF A PARAMETER FILE IS PRESENT, OTHERWISE
      *    FALL BACK TO THE INTERACTIVE PROMPT.
       1050-GET-TARGET.

           OPEN INPUT REFRESH-PARM-FILE.
           IF PRM-FILE-STATUS = "00"
               READ REFRESH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRP-TARGET TO WS-TARGET-DIR
               END-READ
               CLOSE REFRESH-PARM-FILE
           END-IF.

           IF WS-TARGET-DIR = SPACES
               DISPLAY "ENTER TEST DIRECTORY TO REFRESH >>"
               ACCEPT WS-TARGET-DIR
           END-IF.

       1050-END.

       1060-PRINT-LINE.

           DISPLAY WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.

       1060-END.

      *    NOTHING IS WRITTEN UNTIL THE TARGET IS PROVED NOT TO BE
      *    THE PRODUCTION DIRECTORY. THE OBVIOUS SPELLINGS ARE
      *    REFUSED OUTRIGHT; ANY OTHER PATH THAT LANDS ON PRODUCTION
      *    (ABSOLUTE, ./.., A LINK) IS CAUGHT BY THE MARKER TEST.
       1100-GUARD-TARGET.

           IF WS-TARGET-DIR = SPACES
                   OR WS-TARGET-DIR = '..'
                   OR WS-TARGET-DIR = '../'
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'REFUSED - NO TEST DIRECTORY, OR THE '
                   DELIMITED BY SIZE
                   'PRODUCTION DIRECTORY, WAS NAMED.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               PERFORM 1110-WRITE-MARKER
               IF RUN-OK
                   PERFORM 1120-CHECK-PRODUCTION-MARKER
               END-IF
           END-IF.

       1100-END.

       1110-WRITE-MARKER.

           ACCEPT WS-MARKER-TIME FROM TIME.
           MOVE SPACES TO WS-MARKER-TEXT.
           STRING 'TEST REFRESH BY PRGB0157 ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MARKER-TIME DELIMITED BY SIZE
               INTO WS-MARKER-TEXT.

           MOVE WS-MARKER-FILE TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN OUTPUT TEST-SEQ-OUT-FILE.
           IF TST-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'REFUSED - TEST DIRECTORY NOT AVAILABLE (STATUS '
                   DELIMITED BY SIZE
                   TST-FILE-STATUS DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
               SET RUN-FAILED TO TRUE
           ELSE
               WRITE SEQ-OUT-RECORD FROM WS-MARKER-TEXT
               CLOSE TEST-SEQ-OUT-FILE
           END-IF.

       1110-END.

      *    IF THE MARKER JUST WRITTEN TO THE TARGET CAN BE READ BACK
      *    THROUGH ../ THE TARGET IS PRODUCTION.
       1120-CHECK-PRODUCTION-MARKER.

           OPEN INPUT TEST-SEQ-IN-FILE.
           IF TSI-FILE-STATUS = "00"
               MOVE SPACES TO SEQ-IN-RECORD
               READ TEST-SEQ-IN-FILE
                   AT END
                       CONTINUE
               END-READ
               IF SEQ-IN-RECORD = WS-MARKER-TEXT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'REFUSED - ' DELIMITED BY SIZE
                       WS-TARGET-DIR DELIMITED BY SPACE
                       ' IS THE PRODUCTION DIRECTORY.'
                       DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   PERFORM 1060-PRINT-LINE
                   SET RUN-FAILED TO TRUE
               END-IF
               CLOSE TEST-SEQ-IN-FILE
           END-IF.

       1120-END.

      *    THE PRODUCTION AND TEST NAMES FOR ONE FILE.
       1900-START-FILE.

           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-WRITTEN.
           MOVE 0 TO WS-FILE-SCRAMBLED.
           MOVE "00" TO WS-IN-STATUS.
           MOVE "00" TO WS-OUT-STATUS.
           MOVE 'N' TO WS-COPY-EOF.

           MOVE SPACES TO WS-LIVE-FILE-NAME.
           STRING '../' DELIMITED BY SIZE
                  WS-COPY-FILE DELIMITED BY SPACE
               INTO WS-LIVE-FILE-NAME.

           MOVE SPACES TO WS-TEST-FILE-NAME.
           STRING WS-TARGET-DIR DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-COPY-FILE DELIMITED BY SPACE
               INTO WS-TEST-FILE-NAME.

       1900-END.

      *    A FILE NOT YET CREATED IN PRODUCTION IS SKIPPED; ANY OTHER
      *    OPEN, READ OR WRITE FAILURE STOPS THE REFRESH.
       1950-END-FILE.

           EVALUATE TRUE
               WHEN WS-IN-STATUS = "35"
                   MOVE 'NOT IN PRODUCTION - SKIPPED' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-SKIPPED
               WHEN WS-IN-STATUS NOT = "00"
                   MOVE SPACES TO WS-FILE-RESULT
                   STRING 'READ FAILED (STATUS ' DELIMITED BY SIZE
                       WS-IN-STATUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-FILE-RESULT
                   SET RUN-FAILED TO TRUE
               WHEN WS-OUT-STATUS NOT = "00"
                   MOVE SPACES TO WS-FILE-RESULT
                   STRING 'WRITE FAILED (STATUS ' DELIMITED BY SIZE
                       WS-OUT-STATUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-FILE-RESULT
                   SET RUN-FAILED TO TRUE
               WHEN OTHER
                   MOVE 'COPIED' TO WS-FILE-RESULT
                   ADD 1 TO WS-FILES-COPIED
           END-EVALUATE.

           ADD WS-FILE-READ TO WS-TOTAL-READ.
           ADD WS-FILE-WRITTEN TO WS-TOTAL-WRITTEN.
           ADD WS-FILE-SCRAMBLED TO WS-TOTAL-SCRAMBLED.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-COPY-FILE TO WS-PRINT-LINE (1:22).
           MOVE WS-FILE-WRITTEN TO WS-PRINT-LINE (25:6).
           MOVE WS-FILE-SCRAMBLED TO WS-PRINT-LINE (34:6).
           MOVE WS-FILE-RESULT TO WS-PRINT-LINE (44:30).
           PERFORM 1060-PRINT-LINE.

       1950-END.

       1960-CHECK-WRITE.

           IF TST-FILE-STATUS NOT = "00"
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               SET COPY-EOF TO TRUE
           ELSE
               ADD 1 TO WS-FILE-WRITTEN
           END-IF.

       1960-END.

       2000-COPY-INDEXED-STEP.

           EVALUATE WS-STEP
               WHEN 1
                   PERFORM 2010-COPY-ACM
               WHEN 2
                   PERFORM 2020-COPY-ADN
               WHEN 3
                   PERFORM 2030-COPY-ADR
               WHEN 4
                   PERFORM 2040-COPY-ADV
               WHEN 5
                   PERFORM 2050-COPY-ALU
               WHEN 6
                   PERFORM 2060-COPY-APT
               WHEN 7
                   PERFORM 2070-COPY-ATT
               WHEN 8
                   PERFORM 2080-COPY-CHG
               WHEN 9
                   PERFORM 2090-COPY-CLR
               WHEN 10
                   PERFORM 2100-COPY-CON
               WHEN 11
                   PERFORM 2110-COPY-CRS
               WHEN 12
                   PERFORM 2120-COPY-ENR
               WHEN 13
                   PERFORM 2130-COPY-GRD
               WHEN 14
                   PERFORM 2140-COPY-HSG
               WHEN 15
                   PERFORM 2150-COPY-MSC
               WHEN 16
                   PERFORM 2160-COPY-PAY
               WHEN 17
                   PERFORM 2170-COPY-STU
               WHEN 18
                   PERFORM 2180-COPY-TRM
               WHEN 19
                   PERFORM 2190-COPY-PRF
               WHEN 20
                   PERFORM 2200-COPY-PLC
               WHEN 21
                   PERFORM 2210-COPY-OFR
           END-EVALUATE.

       2000-END.

       2010-COPY-ACM.

           MOVE 'ACCOMMODATION.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ACCOMMODATION-VSAM-FILE.
           MOVE ACM-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ACM-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2015-COPY-ONE-ACM UNTIL COPY-EOF
                   CLOSE TEST-ACM-FILE
               END-IF
               CLOSE ACCOMMODATION-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2010-END.

       2015-COPY-ONE-ACM.

           READ ACCOMMODATION-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ACM-RECORD FROM ACCOMMODATION-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ACM-FILE-STATUS > "10"
               MOVE ACM-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2015-END.

       2020-COPY-ADN.

           MOVE 'ADVISING.NOTES' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ADVISING-NOTE-FILE.
           MOVE ADN-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ADN-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2025-COPY-ONE-ADN UNTIL COPY-EOF
                   CLOSE TEST-ADN-FILE
               END-IF
               CLOSE ADVISING-NOTE-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2020-END.

       2025-COPY-ONE-ADN.

           READ ADVISING-NOTE-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ADN-RECORD FROM ADVISING-NOTE-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ADN-FILE-STATUS > "10"
               MOVE ADN-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2025-END.

       2030-COPY-ADR.

           MOVE 'ADDRESS.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ADDRESS-VSAM-FILE.
           MOVE ADR-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ADR-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2035-COPY-ONE-ADR UNTIL COPY-EOF
                   CLOSE TEST-ADR-FILE
               END-IF
               CLOSE ADDRESS-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2030-END.

       2035-COPY-ONE-ADR.

           READ ADDRESS-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   PERFORM 4200-SCRAMBLE-ADDRESS
                   WRITE TEST-ADR-RECORD FROM ADDRESS-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ADR-FILE-STATUS > "10"
               MOVE ADR-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2035-END.

       2040-COPY-ADV.

           MOVE 'ADVISOR.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ADVISOR-VSAM-FILE.
           MOVE ADV-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ADV-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2045-COPY-ONE-ADV UNTIL COPY-EOF
                   CLOSE TEST-ADV-FILE
               END-IF
               CLOSE ADVISOR-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2040-END.

       2045-COPY-ONE-ADV.

           READ ADVISOR-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ADV-RECORD FROM ADVISOR-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ADV-FILE-STATUS > "10"
               MOVE ADV-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2045-END.

       2050-COPY-ALU.

           MOVE 'ALUMNI.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ALUMNI-VSAM-FILE.
           MOVE ALU-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ALU-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2055-COPY-ONE-ALU UNTIL COPY-EOF
                   CLOSE TEST-ALU-FILE
               END-IF
               CLOSE ALUMNI-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2050-END.

       2055-COPY-ONE-ALU.

           READ ALUMNI-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ALU-RECORD FROM ALUMNI-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ALU-FILE-STATUS > "10"
               MOVE ALU-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2055-END.

       2060-COPY-APT.

           MOVE 'APPOINTMENT.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT APPOINTMENT-VSAM-FILE.
           MOVE APT-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-APT-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2065-COPY-ONE-APT UNTIL COPY-EOF
                   CLOSE TEST-APT-FILE
               END-IF
               CLOSE APPOINTMENT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2060-END.

       2065-COPY-ONE-APT.

           READ APPOINTMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-APT-RECORD FROM APPOINTMENT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF APT-FILE-STATUS > "10"
               MOVE APT-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2065-END.

       2070-COPY-ATT.

           MOVE 'ATTENDANCE.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ATTENDANCE-VSAM-FILE.
           MOVE ATT-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ATT-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2075-COPY-ONE-ATT UNTIL COPY-EOF
                   CLOSE TEST-ATT-FILE
               END-IF
               CLOSE ATTENDANCE-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2070-END.

       2075-COPY-ONE-ATT.

           READ ATTENDANCE-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ATT-RECORD FROM ATTENDANCE-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ATT-FILE-STATUS > "10"
               MOVE ATT-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2075-END.

       2080-COPY-CHG.

           MOVE 'STUDENT.CHARGES' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT STUDENT-CHARGE-FILE.
           MOVE CHG-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-CHG-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2085-COPY-ONE-CHG UNTIL COPY-EOF
                   CLOSE TEST-CHG-FILE
               END-IF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2080-END.

       2085-COPY-ONE-CHG.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-CHG-RECORD FROM STUDENT-CHARGE-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF CHG-FILE-STATUS > "10"
               MOVE CHG-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2085-END.

       2090-COPY-CLR.

           MOVE 'CLEARANCE.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT CLEARANCE-VSAM-FILE.
           MOVE CLR-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-CLR-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2095-COPY-ONE-CLR UNTIL COPY-EOF
                   CLOSE TEST-CLR-FILE
               END-IF
               CLOSE CLEARANCE-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2090-END.

       2095-COPY-ONE-CLR.

           READ CLEARANCE-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-CLR-RECORD FROM CLEARANCE-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF CLR-FILE-STATUS > "10"
               MOVE CLR-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2095-END.

       2100-COPY-CON.

           MOVE 'CONTACT.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT CONTACT-VSAM-FILE.
           MOVE CON-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-CON-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2105-COPY-ONE-CON UNTIL COPY-EOF
                   CLOSE TEST-CON-FILE
               END-IF
               CLOSE CONTACT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2100-END.

       2105-COPY-ONE-CON.

           READ CONTACT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE CONTACT-VSAM-RECORD TO WS-IMAGE-CONTACT
                   PERFORM 4300-SCRAMBLE-CONTACT
                   MOVE WS-IMAGE-CONTACT TO CONTACT-VSAM-RECORD
                   WRITE TEST-CON-RECORD FROM CONTACT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF CON-FILE-STATUS > "10"
               MOVE CON-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2105-END.

       2110-COPY-CRS.

           MOVE 'COURSE.MASTER' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT COURSE-MASTER-FILE.
           MOVE CRS-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-CRS-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2115-COPY-ONE-CRS UNTIL COPY-EOF
                   CLOSE TEST-CRS-FILE
               END-IF
               CLOSE COURSE-MASTER-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2110-END.

       2115-COPY-ONE-CRS.

           READ COURSE-MASTER-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-CRS-RECORD FROM COURSE-MASTER-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF CRS-FILE-STATUS > "10"
               MOVE CRS-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2115-END.

       2120-COPY-ENR.

           MOVE 'ENROLLMENT.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           MOVE ENR-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-ENR-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2125-COPY-ONE-ENR UNTIL COPY-EOF
                   CLOSE TEST-ENR-FILE
               END-IF
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2120-END.

       2125-COPY-ONE-ENR.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-ENR-RECORD FROM ENROLLMENT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF ENR-FILE-STATUS > "10"
               MOVE ENR-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2125-END.

       2130-COPY-GRD.

           MOVE 'GRADE.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT GRADE-VSAM-FILE.
           MOVE GRD-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-GRD-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2135-COPY-ONE-GRD UNTIL COPY-EOF
                   CLOSE TEST-GRD-FILE
               END-IF
               CLOSE GRADE-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2130-END.

       2135-COPY-ONE-GRD.

           READ GRADE-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-GRD-RECORD FROM GRADE-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF GRD-FILE-STATUS > "10"
               MOVE GRD-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2135-END.

       2140-COPY-HSG.

           MOVE 'HOUSING.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT HOUSING-VSAM-FILE.
           MOVE HSG-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-HSG-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2145-COPY-ONE-HSG UNTIL COPY-EOF
                   CLOSE TEST-HSG-FILE
               END-IF
               CLOSE HOUSING-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2140-END.

       2145-COPY-ONE-HSG.

           READ HOUSING-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-HSG-RECORD FROM HOUSING-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF HSG-FILE-STATUS > "10"
               MOVE HSG-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2145-END.

       2150-COPY-MSC.

           MOVE 'MISCONDUCT.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT MISCONDUCT-VSAM-FILE.
           MOVE MSC-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-MSC-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2155-COPY-ONE-MSC UNTIL COPY-EOF
                   CLOSE TEST-MSC-FILE
               END-IF
               CLOSE MISCONDUCT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2150-END.

       2155-COPY-ONE-MSC.

           READ MISCONDUCT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-MSC-RECORD FROM MISCONDUCT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF MSC-FILE-STATUS > "10"
               MOVE MSC-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2155-END.

       2160-COPY-PAY.

           MOVE 'STUDENT.PAYMENTS' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT STUDENT-PAYMENT-FILE.
           MOVE PAY-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-PAY-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2165-COPY-ONE-PAY UNTIL COPY-EOF
                   CLOSE TEST-PAY-FILE
               END-IF
               CLOSE STUDENT-PAYMENT-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2160-END.

       2165-COPY-ONE-PAY.

           READ STUDENT-PAYMENT-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-PAY-RECORD FROM STUDENT-PAYMENT-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF PAY-FILE-STATUS > "10"
               MOVE PAY-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2165-END.

       2170-COPY-STU.

           MOVE 'STUDENT.VSAM' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT STUDENT-VSAM-FILE.
           MOVE FILE-CHECK-KEY TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-STU-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2175-COPY-ONE-STU UNTIL COPY-EOF
                   CLOSE TEST-STU-FILE
               END-IF
               CLOSE STUDENT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2170-END.

       2175-COPY-ONE-STU.

           READ STUDENT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE STUDENT-VSAM-RECORD TO WS-IMAGE-STUDENT
                   PERFORM 4100-SCRAMBLE-STUDENT
                   MOVE WS-IMAGE-STUDENT TO STUDENT-VSAM-RECORD
                   WRITE TEST-STU-RECORD FROM STUDENT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF FILE-CHECK-KEY > "10"
               MOVE FILE-CHECK-KEY TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2175-END.

       2180-COPY-TRM.

           MOVE 'TERM.MASTER' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT TERM-MASTER-FILE.
           MOVE TRM-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-TRM-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2185-COPY-ONE-TRM UNTIL COPY-EOF
                   CLOSE TEST-TRM-FILE
               END-IF
               CLOSE TERM-MASTER-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2180-END.

       2185-COPY-ONE-TRM.

           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-TRM-RECORD FROM TERM-MASTER-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF TRM-FILE-STATUS > "10"
               MOVE TRM-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2185-END.

       2190-COPY-PRF.

           MOVE 'PREFERRED.NAMES' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT PREFERRED-NAME-FILE.
           MOVE PRF-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-PRF-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2195-COPY-ONE-PRF UNTIL COPY-EOF
                   CLOSE TEST-PRF-FILE
               END-IF
               CLOSE PREFERRED-NAME-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2190-END.

       2195-COPY-ONE-PRF.

           READ PREFERRED-NAME-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   PERFORM 4350-SCRAMBLE-PREFERRED
                   WRITE TEST-PRF-RECORD FROM PREFERRED-NAME-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF PRF-FILE-STATUS > "10"
               MOVE PRF-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2195-END.

       2200-COPY-PLC.

           MOVE 'COOP.PLACEMENTS' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT PLACEMENT-VSAM-FILE.
           MOVE PLC-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-PLC-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2205-COPY-ONE-PLC UNTIL COPY-EOF
                   CLOSE TEST-PLC-FILE
               END-IF
               CLOSE PLACEMENT-VSAM-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2200-END.

       2205-COPY-ONE-PLC.

           READ PLACEMENT-VSAM-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-PLC-RECORD FROM PLACEMENT-VSAM-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF PLC-FILE-STATUS > "10"
               MOVE PLC-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2205-END.

       2210-COPY-OFR.

           MOVE 'ADMISSION.OFFERS' TO WS-COPY-FILE.
           PERFORM 1900-START-FILE.

           OPEN INPUT ADMISSION-OFFER-FILE.
           MOVE OFR-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-OFR-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 2215-COPY-ONE-OFR UNTIL COPY-EOF
                   CLOSE TEST-OFR-FILE
               END-IF
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       2210-END.

       2215-COPY-ONE-OFR.

           READ ADMISSION-OFFER-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   WRITE TEST-OFR-RECORD FROM ADMISSION-OFFER-RECORD
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF OFR-FILE-STATUS > "10"
               MOVE OFR-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       2215-END.

      *    ONE LINE-SEQUENTIAL FILE FROM THE TABLE.
       3000-COPY-SEQUENTIAL-FILE.

           MOVE WS-SEQ-E-NAME (WS-SEQ-IDX) TO WS-COPY-FILE.
           MOVE WS-SEQ-E-LAYOUT (WS-SEQ-IDX) TO WS-SEQ-SCRAMBLE.
           MOVE 0 TO WS-APP-SEQ.
           PERFORM 1900-START-FILE.

           OPEN INPUT TEST-SEQ-IN-FILE.
           MOVE TSI-FILE-STATUS TO WS-IN-STATUS.
           IF WS-IN-STATUS = "00"
               OPEN OUTPUT TEST-SEQ-OUT-FILE
               MOVE TST-FILE-STATUS TO WS-OUT-STATUS
               IF WS-OUT-STATUS = "00"
                   PERFORM 3010-COPY-ONE-LINE UNTIL COPY-EOF
                   CLOSE TEST-SEQ-OUT-FILE
               END-IF
               CLOSE TEST-SEQ-IN-FILE
           END-IF.

           PERFORM 1950-END-FILE.

       3000-END.

       3010-COPY-ONE-LINE.

           MOVE SPACES TO SEQ-IN-RECORD.
           READ TEST-SEQ-IN-FILE
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-FILE-READ
                   MOVE SEQ-IN-RECORD TO WS-SEQ-LINE
                   IF WS-SEQ-SCRAMBLE NOT = SPACES
                       PERFORM 3020-SCRAMBLE-LINE
                   END-IF
                   WRITE SEQ-OUT-RECORD FROM WS-SEQ-LINE
                   PERFORM 1960-CHECK-WRITE
           END-READ.

           IF TSI-FILE-STATUS > "10"
               MOVE TSI-FILE-STATUS TO WS-IN-STATUS
               SET COPY-EOF TO TRUE
           END-IF.

       3010-END.

       3020-SCRAMBLE-LINE.

           EVALUATE WS-SEQ-SCRAMBLE
               WHEN 'APP'
                   MOVE WS-SEQ-LINE TO APPLICANT-STAGING-RECORD
                   PERFORM 4400-SCRAMBLE-APPLICANT
                   MOVE APPLICANT-STAGING-RECORD TO WS-SEQ-LINE
               WHEN 'BNK'
                   MOVE WS-SEQ-LINE TO BANK-REMITTANCE-RECORD
                   PERFORM 4410-SCRAMBLE-REMITTANCE
                   MOVE BANK-REMITTANCE-RECORD TO WS-SEQ-LINE
               WHEN 'SUS'
                   MOVE WS-SEQ-LINE TO PAYMENT-SUSPENSE-RECORD
                   PERFORM 4420-SCRAMBLE-SUSPENSE
                   MOVE PAYMENT-SUSPENSE-RECORD TO WS-SEQ-LINE
               WHEN 'RFP'
                   MOVE WS-SEQ-LINE TO REFUND-REGISTER-RECORD
                   PERFORM 4430-SCRAMBLE-REFUND
                   MOVE REFUND-REGISTER-RECORD TO WS-SEQ-LINE
               WHEN 'USR'
                   MOVE WS-SEQ-LINE TO USER-MASTER-RECORD
                   PERFORM 4440-SCRAMBLE-USER
                   MOVE USER-MASTER-RECORD TO WS-SEQ-LINE
               WHEN 'INS'
                   MOVE WS-SEQ-LINE TO INSTRUCTOR-MASTER-RECORD
                   PERFORM 4450-SCRAMBLE-INSTRUCTOR
                   MOVE INSTRUCTOR-MASTER-RECORD TO WS-SEQ-LINE
               WHEN 'PIN'
                   MOVE WS-SEQ-LINE TO STUDENT-PIN-RECORD
                   PERFORM 4460-SCRAMBLE-PIN
                   MOVE STUDENT-PIN-RECORD TO WS-SEQ-LINE
               WHEN 'SPN'
                   MOVE WS-SEQ-LINE TO SPONSOR-MASTER-RECORD
                   PERFORM 4470-SCRAMBLE-SPONSOR
                   MOVE SPONSOR-MASTER-RECORD TO WS-SEQ-LINE
               WHEN 'DPT'
                   MOVE WS-SEQ-LINE TO DEPARTMENT-MASTER-RECORD
                   PERFORM 4480-SCRAMBLE-DEPARTMENT
                   MOVE DEPARTMENT-MASTER-RECORD TO WS-SEQ-LINE
               WHEN 'HIS'
                   MOVE WS-SEQ-LINE TO CHANGE-HISTORY-RECORD
                   PERFORM 4490-SCRAMBLE-HISTORY
                   MOVE CHANGE-HISTORY-RECORD TO WS-SEQ-LINE
               WHEN 'JRN'
                   MOVE WS-SEQ-LINE TO RECOVERY-JOURNAL-RECORD
                   PERFORM 4495-SCRAMBLE-JOURNAL
                   MOVE RECOVERY-JOURNAL-RECORD TO WS-SEQ-LINE
           END-EVALUATE.

       3020-END.

      *    STUDENT RECORD: NAME, DATE OF BIRTH AND THE SOUNDEX OF THE
      *    FAKE NAME, SO THE SOUNDS-LIKE LOOKUP STILL WORKS IN TEST.
       4100-SCRAMBLE-STUDENT.

           IF WS-IMG-STU-ID IS NUMERIC
               MOVE WS-IMG-STU-ID TO WS-PSD-ID
               PERFORM 5000-BUILD-PSEUDONYM
               MOVE WS-PSD-NAME TO WS-IMG-STU-NAME
               MOVE WS-IMG-STU-DOB TO WS-PSD-DOB
               PERFORM 5010-SCRAMBLE-DOB
               MOVE WS-PSD-DOB TO WS-IMG-STU-DOB
               MOVE WS-SOUNDEX-CODE TO WS-IMG-STU-SOUNDEX
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4100-END.

      *    EVERY ADDRESS OF A STUDENT BECOMES THE SAME TEST ADDRESS;
      *    THE PROVINCE IS KEPT FOR THE FEE AND TAX RULES.
       4200-SCRAMBLE-ADDRESS.

           MOVE ADR-STUDENT-ID TO WS-PSD-ID.
           PERFORM 5000-BUILD-PSEUDONYM.
           MOVE WS-PSD-STREET TO ADR-STREET.
           MOVE WS-PSD-CITY TO ADR-CITY.
           MOVE WS-PSD-POSTAL-CODE TO ADR-POSTAL-CODE.
           ADD 1 TO WS-FILE-SCRAMBLED.

       4200-END.

      *    A CONTACT SHARES THE STUDENT'S FAKE SURNAME.
       4300-SCRAMBLE-CONTACT.

           IF WS-IMG-CON-STUDENT-ID IS NUMERIC
                   AND WS-IMG-CON-SEQ-NO IS NUMERIC
               MOVE WS-IMG-CON-STUDENT-ID TO WS-PSD-ID
               MOVE WS-IMG-CON-SEQ-NO TO WS-PSD-SEQ
               PERFORM 5000-BUILD-PSEUDONYM
               PERFORM 5020-BUILD-CONTACT
               MOVE WS-PSD-CONTACT-NAME TO WS-IMG-CON-NAME
               MOVE WS-PSD-PHONE TO WS-IMG-CON-PHONE
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4300-END.

      *    A PREFERRED NAME IS BUILT LIKE A CONTACT'S - THE FAKE
      *    SURNAME WITH THE GIVEN NAME OFFSET - SO IT DIFFERS FROM THE
      *    FAKE LEGAL NAME THE WAY A REAL ONE WOULD.
       4350-SCRAMBLE-PREFERRED.

           MOVE PRF-STUDENT-ID TO WS-PSD-ID.
           PERFORM 5030-BUILD-PREFERRED.
           MOVE WS-PSD-CONTACT-NAME TO PRF-NAME.
           ADD 1 TO WS-FILE-SCRAMBLED.

       4350-END.

      *    APPLICANTS HAVE NO STUDENT ID YET, SO THEY ARE NUMBERED BY
      *    THEIR LINE IN THE STAGING FILE.
       4400-SCRAMBLE-APPLICANT.

           ADD 1 TO WS-APP-SEQ.
           MOVE WS-APP-SEQ TO WS-PSD-ID.
           PERFORM 5000-BUILD-PSEUDONYM.

           MOVE SPACES TO APP-NAME.
           STRING 'APPLICANT ' DELIMITED BY SIZE
                  WS-APP-SEQ DELIMITED BY SIZE
               INTO APP-NAME.
           MOVE APP-DOB TO WS-PSD-DOB.
           PERFORM 5010-SCRAMBLE-DOB.
           MOVE WS-PSD-DOB TO APP-DOB.

           IF APP-CONTACT-NAME NOT = SPACES
               MOVE SPACES TO APP-CONTACT-NAME
               STRING 'CONTACT OF APPLICANT ' DELIMITED BY SIZE
                      WS-APP-SEQ DELIMITED BY SIZE
                   INTO APP-CONTACT-NAME
           END-IF.
           IF APP-CONTACT-PHONE NOT = SPACES
               MOVE SPACES TO APP-CONTACT-PHONE
               STRING '555-000-' DELIMITED BY SIZE
                      WS-APP-SEQ DELIMITED BY SIZE
                   INTO APP-CONTACT-PHONE
           END-IF.
           ADD 1 TO WS-FILE-SCRAMBLED.

       4400-END.

       4410-SCRAMBLE-REMITTANCE.

           IF BNK-IS-DETAIL
               IF BNK-STUDENT-ID IS NUMERIC
                   MOVE BNK-STUDENT-ID TO WS-PSD-ID
                   PERFORM 5000-BUILD-PSEUDONYM
                   MOVE WS-PSD-NAME TO BNK-PAYER-NAME
               ELSE
                   MOVE 'TEST PAYER' TO BNK-PAYER-NAME
               END-IF
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4410-END.

       4420-SCRAMBLE-SUSPENSE.

           IF SUS-PAYER-NAME NOT = SPACES
               IF SUS-GIVEN-ID IS NUMERIC
                   MOVE SUS-GIVEN-ID TO WS-PSD-ID
                   PERFORM 5000-BUILD-PSEUDONYM
                   MOVE WS-PSD-NAME TO SUS-PAYER-NAME
               ELSE
                   MOVE 'TEST PAYER' TO SUS-PAYER-NAME
               END-IF
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4420-END.

      *    A REFUND CHEQUE GOES TO THE STUDENT'S FAKE NAME AND FAKE
      *    ADDRESS, THE SAME ONES ADDRESS.VSAM CARRIES IN TEST.
       4430-SCRAMBLE-REFUND.

           IF RFP-STUDENT-ID IS NUMERIC
               MOVE RFP-STUDENT-ID TO WS-PSD-ID
               PERFORM 5000-BUILD-PSEUDONYM
               MOVE WS-PSD-NAME TO RFP-PAYEE-NAME
               MOVE WS-PSD-STREET TO RFP-STREET
               MOVE WS-PSD-CITY TO RFP-CITY
               MOVE WS-PSD-POSTAL-CODE TO RFP-POSTAL-CODE
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4430-END.

      *    EVERY OPERATOR SIGNS ON TO TEST WITH THE ONE KNOWN
      *    PASSWORD, DATED TODAY SO IT DOES NOT COME UP EXPIRED.
       4440-SCRAMBLE-USER.

           IF USR-ID NOT = SPACES
               MOVE SPACES TO USR-NAME
               STRING 'TEST USER ' DELIMITED BY SIZE
                      USR-ID DELIMITED BY SPACE
                   INTO USR-NAME
               MOVE WS-PSD-PASSWORD TO USR-PASSWORD
               MOVE WS-RUN-DATE TO USR-PWD-DATE
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4440-END.

       4450-SCRAMBLE-INSTRUCTOR.

           MOVE SPACES TO INS-NAME.
           STRING 'INSTRUCTOR ' DELIMITED BY SIZE
                  INS-ID DELIMITED BY SIZE
               INTO INS-NAME.
           ADD 1 TO WS-FILE-SCRAMBLED.

       4450-END.

       4460-SCRAMBLE-PIN.

           IF PIN-STUDENT-ID IS NUMERIC
               MOVE PIN-STUDENT-ID TO PIN-VALUE
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4460-END.

       4470-SCRAMBLE-SPONSOR.

           IF SPN-CONTACT NOT = SPACES
               MOVE SPACES TO SPN-CONTACT
               STRING 'SPONSOR CONTACT ' DELIMITED BY SIZE
                      SPN-ID DELIMITED BY SIZE
                   INTO SPN-CONTACT
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4470-END.

       4480-SCRAMBLE-DEPARTMENT.

           IF DPT-CHAIR NOT = SPACES
               MOVE SPACES TO DPT-CHAIR
               STRING 'CHAIR OF ' DELIMITED BY SIZE
                      DPT-CODE DELIMITED BY SPACE
                   INTO DPT-CHAIR
               ADD 1 TO WS-FILE-SCRAMBLED
           END-IF.

       4480-END.

      *    NAME AND DATE-OF-BIRTH CHANGES. THE NEW NAME BECOMES THE
      *    FAKE NAME THE STUDENT RECORD CARRIES; THE OLD ONE IS NOT
      *    KEPT. BOTH DATES TAKE THE STUDENT'S FAKE MONTH AND DAY.
      *    PREFERRED NAMES FOLLOW THE SAME RULE; A NAME-CHANGE
      *    DOCUMENT KEEPS ITS TYPE BUT NOT ITS NUMBER.
       4490-SCRAMBLE-HISTORY.

           IF HIS-STUDENT-ID IS NUMERIC
               MOVE HIS-STUDENT-ID TO WS-PSD-ID
               EVALUATE HIS-FIELD-NAME
                   WHEN 'NAME'
                       PERFORM 5000-BUILD-PSEUDONYM
                       MOVE SPACES TO HIS-OLD-VALUE
                       STRING 'FORMER NAME OF ' DELIMITED BY SIZE
                              HIS-STUDENT-ID DELIMITED BY SIZE
                           INTO HIS-OLD-VALUE
                       MOVE WS-PSD-NAME TO HIS-NEW-VALUE
                       ADD 1 TO WS-FILE-SCRAMBLED
                   WHEN 'PREFNAME'
                       PERFORM 5030-BUILD-PREFERRED
                       IF HIS-OLD-VALUE NOT = SPACES
                           MOVE SPACES TO HIS-OLD-VALUE
                           STRING 'FORMER PREFERRED OF '
                                  DELIMITED BY SIZE
                                  HIS-STUDENT-ID DELIMITED BY SIZE
                               INTO HIS-OLD-VALUE
                       END-IF
                       IF HIS-NEW-VALUE NOT = SPACES
                           MOVE WS-PSD-CONTACT-NAME TO HIS-NEW-VALUE
                       END-IF
                       ADD 1 TO WS-FILE-SCRAMBLED
                   WHEN 'NAMEDOC'
                       MOVE SPACES TO HIS-NEW-VALUE
                       STRING 'TESTDOC' DELIMITED BY SIZE
                              HIS-STUDENT-ID DELIMITED BY SIZE
                           INTO HIS-NEW-VALUE
                       ADD 1 TO WS-FILE-SCRAMBLED
                   WHEN 'DOB'
                       PERFORM 5000-BUILD-PSEUDONYM
                       MOVE HIS-OLD-VALUE (1:8) TO WS-PSD-DOB
                       PERFORM 5010-SCRAMBLE-DOB
                       MOVE WS-PSD-DOB TO HIS-OLD-VALUE (1:8)
                       MOVE HIS-NEW-VALUE (1:8) TO WS-PSD-DOB
                       PERFORM 5010-SCRAMBLE-DOB
                       MOVE WS-PSD-DOB TO HIS-NEW-VALUE (1:8)
                       ADD 1 TO WS-FILE-SCRAMBLED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4490-END.

      *    STUDENT AND CONTACT AFTER-IMAGES ARE SCRAMBLED THE SAME
      *    WAY AS THE FILES, SO A REPLAY IN TEST REBUILDS THE SAME
      *    FAKE DATA. A HARD-DELETE LINE CARRIES ONLY THE KEY.
       4495-SCRAMBLE-JOURNAL.

           IF JRN-ACTION NOT = 'X'
               EVALUATE JRN-FILE-ID
                   WHEN 'S'
                       MOVE JRN-IMAGE TO WS-IMAGE-STUDENT
                       PERFORM 4100-SCRAMBLE-STUDENT
                       MOVE WS-IMAGE-STUDENT TO JRN-IMAGE (1:114)
                   WHEN 'C'
                       MOVE JRN-IMAGE TO WS-IMAGE-CONTACT
                       PERFORM 4300-SCRAMBLE-CONTACT
                       MOVE WS-IMAGE-CONTACT TO JRN-IMAGE (1:55)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4495-END.

      *    THE FAKE IDENTITY FOR WS-PSD-ID. THE SAME ID ALWAYS GIVES
      *    THE SAME NAME, BIRTH MONTH AND DAY, STREET AND PHONE.
       5000-BUILD-PSEUDONYM.

           DIVIDE WS-PSD-ID BY 20 GIVING WS-PSD-QUOTIENT
               REMAINDER WS-PSD-REMAINDER.
           ADD 1 WS-PSD-REMAINDER GIVING WS-PSD-GIVEN-IDX.
           MOVE WS-PSD-QUOTIENT TO WS-PSD-WORK.
           DIVIDE WS-PSD-WORK BY 25 GIVING WS-PSD-QUOTIENT
               REMAINDER WS-PSD-REMAINDER.
           ADD 1 WS-PSD-REMAINDER GIVING WS-PSD-SURNAME-IDX.

           MOVE SPACES TO WS-PSD-NAME.
           STRING WS-GIVEN-NAME (WS-PSD-GIVEN-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SURNAME (WS-PSD-SURNAME-IDX) DELIMITED BY SPACE
               INTO WS-PSD-NAME.

           DIVIDE WS-PSD-ID BY 12 GIVING WS-PSD-QUOTIENT
               REMAINDER WS-PSD-REMAINDER.
           ADD 1 WS-PSD-REMAINDER GIVING WS-PSD-MONTH.
           DIVIDE WS-PSD-ID BY 28 GIVING WS-PSD-QUOTIENT
               REMAINDER WS-PSD-REMAINDER.
           ADD 1 WS-PSD-REMAINDER GIVING WS-PSD-DAY.

           MOVE SPACES TO WS-PSD-STREET.
           STRING WS-PSD-ID DELIMITED BY SIZE
                  ' TEST AVENUE' DELIMITED BY SIZE
               INTO WS-PSD-STREET.

           MOVE SPACES TO WS-PSD-PHONE.
           STRING '555-555-' DELIMITED BY SIZE
                  WS-PSD-ID DELIMITED BY SIZE
               INTO WS-PSD-PHONE.

           PERFORM 5100-COMPUTE-SOUNDEX.

       5000-END.

      *    THE YEAR IS KEPT SO AGE-BASED RULES STILL SEE THE SAME
      *    COHORT; A BLANK OR ZERO DATE STAYS AS IT IS.
       5010-SCRAMBLE-DOB.

           IF WS-PSD-DOB IS NUMERIC
                   AND WS-PSD-DOB NOT = ZEROS
               MOVE WS-PSD-MONTH TO WS-PSD-DOB-MONTH
               MOVE WS-PSD-DAY TO WS-PSD-DOB-DAY
           END-IF.

       5010-END.

      *    CONTACT N OF A STUDENT: THE STUDENT'S FAKE SURNAME WITH A
      *    GIVEN NAME OFFSET BY N, AND A PHONE BUILT FROM BOTH.
       5020-BUILD-CONTACT.

           ADD WS-PSD-ID WS-PSD-SEQ GIVING WS-PSD-WORK.
           DIVIDE WS-PSD-WORK BY 20 GIVING WS-PSD-QUOTIENT
               REMAINDER WS-PSD-REMAINDER.
           ADD 1 WS-PSD-REMAINDER GIVING WS-PSD-GIVEN-IDX.

           MOVE SPACES TO WS-PSD-CONTACT-NAME.
           STRING WS-GIVEN-NAME (WS-PSD-GIVEN-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-SURNAME (WS-PSD-SURNAME-IDX) DELIMITED BY SPACE
               INTO WS-PSD-CONTACT-NAME.

           MOVE SPACES TO WS-PSD-PHONE.
           STRING '555-6' DELIMITED BY SIZE
                  WS-PSD-SEQ DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PSD-ID DELIMITED BY SIZE
               INTO WS-PSD-PHONE.

       5020-END.

       5030-BUILD-PREFERRED.

           PERFORM 5000-BUILD-PSEUDONYM.
           MOVE 10 TO WS-PSD-SEQ.
           PERFORM 5020-BUILD-CONTACT.

       5030-END.

      *    THE SAME SOUNDEX THE STUDENT UPDATE BUILDS (1 LETTER + 3
      *    DIGITS), TAKEN FROM THE FAKE NAME.
       5100-COMPUTE-SOUNDEX.

           MOVE SPACES TO WS-SOUNDEX-CODE.
           MOVE SPACES TO WS-SOUNDEX-DIGITS.
           MOVE 0 TO WS-SOUNDEX-DIGIT-COUNT.
           MOVE SPACE TO WS-SOUNDEX-LAST-DIGIT.

           IF WS-PSD-NAME NOT = SPACES
               MOVE WS-PSD-NAME(1:1) TO WS-SOUNDEX-FIRST-LETTER
               MOVE WS-PSD-NAME(1:1) TO WS-SOUNDEX-CHAR
               PERFORM 5110-MAP-CHAR-TO-DIGIT
               MOVE WS-SOUNDEX-DIGIT TO WS-SOUNDEX-LAST-DIGIT

               MOVE 2 TO WS-SOUNDEX-IDX
               PERFORM 5120-SCAN-NAME-CHAR
                   UNTIL WS-SOUNDEX-IDX > 27
                      OR WS-SOUNDEX-DIGIT-COUNT = 3

               STRING WS-SOUNDEX-FIRST-LETTER DELIMITED BY SIZE
                      WS-SOUNDEX-DIGITS       DELIMITED BY SIZE
                   INTO WS-SOUNDEX-CODE

               INSPECT WS-SOUNDEX-CODE REPLACING ALL SPACE BY '0'
           END-IF.

       5100-END.

       5110-MAP-CHAR-TO-DIGIT.

           EVALUATE WS-SOUNDEX-CHAR
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1' TO WS-SOUNDEX-DIGIT
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K' WHEN 'Q' WHEN 'S'
                       WHEN 'X' WHEN 'Z'
                   MOVE '2' TO WS-SOUNDEX-DIGIT
               WHEN 'D' WHEN 'T'
                   MOVE '3' TO WS-SOUNDEX-DIGIT
               WHEN 'L'
                   MOVE '4' TO WS-SOUNDEX-DIGIT
               WHEN 'M' WHEN 'N'
                   MOVE '5' TO WS-SOUNDEX-DIGIT
               WHEN 'R'
                   MOVE '6' TO WS-SOUNDEX-DIGIT
               WHEN OTHER
                   MOVE SPACE TO WS-SOUNDEX-DIGIT
           END-EVALUATE.

       5110-END.

       5120-SCAN-NAME-CHAR.

           MOVE WS-PSD-NAME(WS-SOUNDEX-IDX:1) TO WS-SOUNDEX-CHAR.
           PERFORM 5110-MAP-CHAR-TO-DIGIT.

           IF WS-SOUNDEX-DIGIT NOT = SPACE
                   AND WS-SOUNDEX-DIGIT NOT = WS-SOUNDEX-LAST-DIGIT
               ADD 1 TO WS-SOUNDEX-DIGIT-COUNT
               MOVE WS-SOUNDEX-DIGIT
                   TO WS-SOUNDEX-DIGITS(WS-SOUNDEX-DIGIT-COUNT:1)
           END-IF.

           IF WS-SOUNDEX-CHAR NOT = SPACE
               MOVE WS-SOUNDEX-DIGIT TO WS-SOUNDEX-LAST-DIGIT
           ELSE
               MOVE SPACE TO WS-SOUNDEX-LAST-DIGIT
           END-IF.

           ADD 1 TO WS-SOUNDEX-IDX.

       5120-END.

       6000-PRINT-TOTALS.

           MOVE '---------------------------------------------------'
               TO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FILES COPIED        : ' DELIMITED BY SIZE
                  WS-FILES-COPIED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FILES NOT IN PROD   : ' DELIMITED BY SIZE
                  WS-FILES-SKIPPED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECORDS COPIED      : ' DELIMITED BY SIZE
                  WS-TOTAL-WRITTEN DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'RECORDS SCRAMBLED   : ' DELIMITED BY SIZE
                  WS-TOTAL-SCRAMBLED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM 1060-PRINT-LINE.
           IF RUN-FAILED
               MOVE 'REFRESH STOPPED - TEST DIRECTORY IS INCOMPLETE.'
                   TO WS-PRINT-LINE
               PERFORM 1060-PRINT-LINE
           END-IF.

       6000-END.

      *    THE PRODUCTION AUDIT LOG RECORDS WHO CLONED PRODUCTION AND
      *    WHERE TO. IT IS WRITTEN AFTER THE LOG ITSELF WAS COPIED, SO
      *    THE TEST COPY DOES NOT CARRY IT.
       6100-WRITE-AUDIT.

           MOVE 'A' TO AUP-FUNCTION.
           MOVE "PRGB0157" TO AUP-PROGRAM.
           MOVE "TESTREFRSH" TO AUP-ACTION.
           MOVE 0 TO AUP-STUDENT-ID.
           MOVE SPACES TO AUP-DETAIL.
           IF RUN-OK
               STRING 'TO ' DELIMITED BY SIZE
                      WS-TARGET-DIR DELIMITED BY SPACE
                   INTO AUP-DETAIL
           ELSE
               STRING 'FAILED TO ' DELIMITED BY SIZE
                      WS-TARGET-DIR DELIMITED BY SPACE
                   INTO AUP-DETAIL
           END-IF.
           MOVE WS-SIGNON-USER TO AUP-USER.

           CALL 'PRGS0105' USING AUDIT-APPEND-PARM.

       6100-END.

       END PROGRAM PRGB0157.
