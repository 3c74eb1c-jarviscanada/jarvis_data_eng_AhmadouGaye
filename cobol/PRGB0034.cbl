      *          then cuts a per-student invoice extract the bursar
      *          can print or send. RERUNS ARE SAFE: AN ENROLLMENT
      *          ALREADY CARRYING A CHARGE ROW IS NOT BILLED AGAIN.
      *          AN ANCILLARY PASS THEN CHARGES EVERY FEE ON
      *          FEE.TYPES (PRGN0126) AS ITS OWN 'N' ROW CARRYING THE
      *          FEE CODE: PER-COURSE FEES ONCE PER ACTIVE ENROLLMENT,
      *          PER-TERM FEES ONCE PER STUDENT PER TERM, PER-CREDIT-
      *          HOUR FEES ON THE TERM'S COURSE-MASTER HOURS (A RERUN
      *          AFTER AN ADD POSTS ONLY THE DIFFERENCE) AND ONE-TIME
      *          FEES ONCE PER STUDENT EVER. THE INVOICE LINE SHOWS
      *          THE FEES INCLUDED IN THE AMOUNT DUE. TUITION IS
      *          PRICED AT THE STUDENT'S FEE CATEGORY FOR THE TERM
      *          (DOMESTIC, OUT-OF-PROVINCE OR INTERNATIONAL PRICE ON
      *          FEE.SCHEDULE) AND THE 'C' ROW CARRIES THE RATE CODE
      *          BILLED. AN ENROLLMENT ALREADY BILLED AT ANOTHER RATE
      *          (THE CATEGORY CHANGED AFTER BILLING) IS RE-PRICED:
      *          THE DIFFERENCE BETWEEN THE NEW PRICE AND THE NET
      *          TUITION BILLED POSTS AS A 'C' (INCREASE) OR 'R'
      *          (DECREASE) ROW CARRYING THE NEW RATE CODE. A
      *          RESIDENCE PASS THEN CHARGES EVERY STUDENT HOLDING A
      *          ROOM ON HOUSING.VSAM THE ROOM'S TERM RATE FROM
      *          RESIDENCE.ROOMS AS AN 'H' ROW, ONCE PER STUDENT PER
      *          TERM; THE COURSE COLUMN CARRIES BUILDING AND ROOM. EACH
      *          ROW IS POSTED TO THE KEYED STUDENT.CHARGES UNDER THE
      *          NEXT FREE SEQUENCE FOR THE STUDENT AND JOURNALED; A ROW
      *          THAT WILL NOT WRITE IS REPORTED AND NOTHING THAT
      *          DEPENDS ON IT IS RECORDED. A FEE TYPE WITH BASIS S IS
      *          SOLD AS A SERVICE AND PASSED OVER HERE WITHOUT
      *          COMPLAINT. A SEAT HELD BY AN OPEN ADMISSION OFFER
      *          (ADMISSION.OFFERS) IS NOT BILLED FOR TUITION OR FEES
      *          UNTIL THE OFFER IS CONFIRMED. A CONFIRMED OFFER'S
      *          DEPOSIT IS CREDITED ONCE AGAINST THE TUITION OF THE
      *          TERM OFFERED AS SOON AS THAT TUITION IS BILLED - THE
      *          DATE IS RECORDED ON THE OFFER - AND COMES OFF THE
      *          AMOUNT DUE ON EVERY LATER INVOICE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY CHGSEL.

           COPY FTYSEL.

           COPY CRSSEL.

           COPY STUSEL.

           COPY TRMSEL.

           COPY HSGSEL.

           COPY RSRSEL.

           SELECT INVOICE-EXTRACT-FILE ASSIGN TO '../STUDENT.INVOICES'
               FILE STATUS IS INV-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY PRDSEL.

           COPY JRNSEL.

           COPY OFRSEL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-CHARGE-FILE.
       COPY CHGFD.

       FD FEE-TYPE-FILE.
       COPY FTYFD.

       FD COURSE-MASTER-FILE.
       COPY CRSFD.

       FD STUDENT-VSAM-FILE.
       COPY STUFD.

       FD TERM-MASTER-FILE.
       COPY TRMFD.

       FD HOUSING-VSAM-FILE.
       COPY HSGFD.

       FD RESIDENCE-ROOM-FILE.
       COPY RSRFD.

       FD INVOICE-EXTRACT-FILE.
       01  INVOICE-LINE                 PIC X(100).

       FD FINANCIAL-PERIOD-FILE.
       COPY PRDFD.

       FD RECOVERY-JOURNAL-FILE.
       COPY JRNFD.

       FD ADMISSION-OFFER-FILE.
       COPY OFRFD.

       WORKING-STORAGE SECTION.

       01  JRN-FILE-STATUS   PIC XX.

       01  WS-JOURNAL-AREAS.
           05  WS-JRN-PROGRAM     PIC X(8)  VALUE 'PRGB0034'.
           05  WS-JRN-DATE        PIC 9(8)  VALUE 0.
           05  WS-JRN-TIME        PIC 9(6)  VALUE 0.
           05  WS-JRN-FILE-ID     PIC X     VALUE SPACE.
           05  WS-JRN-ACTION      PIC X     VALUE SPACE.
           05  WS-JRN-IMAGE       PIC X(120) VALUE SPACES.

       COPY FPSWRK.

       01  PRD-FILE-STATUS   PIC XX.

       01  WS-PERIOD-AREAS.
       01  FEE-FILE-STATUS   PIC XX.
       01  CHG-FILE-STATUS   PIC XX.
       01  INV-FILE-STATUS   PIC XX.
       01  FTY-FILE-STATUS   PIC XX.
       01  CRS-FILE-STATUS   PIC XX.
       01  FILE-CHECK-KEY    PIC XX.
       01  TRM-FILE-STATUS   PIC XX.
       01  HSG-FILE-STATUS   PIC XX.
       01  RSR-FILE-STATUS   PIC XX.
       01  OFR-FILE-STATUS   PIC XX.

       01  WS-WORK-AREAS.
           05  WS-ENR-EOF          PIC X     VALUE 'N'.
           05  WS-INVOICE-COUNT    PIC 9(4)  VALUE 0.
           05  WS-BALANCE-AMOUNT   PIC S9(7)V99 VALUE 0.
           05  WS-EDIT-AMOUNT      PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-FEES        PIC Z,ZZZ,ZZ9.99.

      *    FEE CATEGORY PRICING AND RE-PRICING WORK AREAS.
       01  WS-FEE-CATEGORY-AREAS.
           05  WS-TRM-OPEN         PIC X     VALUE 'N'.
               88  TERM-FILE-OPEN           VALUE 'Y'.
           05  WS-FEE-CATEGORY     PIC X     VALUE 'D'.
           05  WS-RATE-CODE.
               10  FILLER          PIC X(5)  VALUE 'TUIT-'.
               10  WS-RATE-CATEGORY PIC X    VALUE 'D'.
           05  WS-BILLED-RATE      PIC X(6)  VALUE SPACES.
           05  WS-ENR-TERM-START   PIC 9(8)  VALUE 0.
           05  WS-EFF-TERM-START   PIC 9(8)  VALUE 0.
           05  WS-TUITION-NET      PIC S9(7)V99 VALUE 0.
           05  WS-REPRICE-DIFF     PIC S9(7)V99 VALUE 0.
           05  WS-POST-TYPE        PIC X     VALUE 'C'.
           05  WS-POST-AMOUNT      PIC 9(5)V99 VALUE 0.
           05  WS-DROP-REVERSED    PIC X     VALUE 'N'.
               88  DROP-REVERSAL-EXISTS     VALUE 'Y'.
           05  WS-POST-KIND        PIC X     VALUE 'N'.
               88  POSTING-NEW-CHARGE       VALUE 'N'.
               88  POSTING-REPRICE          VALUE 'P'.
           05  WS-REPRICED-COUNT   PIC 9(4)  VALUE 0.

      *    ANCILLARY FEE PASS WORK AREAS.
       01  WS-ANCILLARY-AREAS.
           05  WS-FTY-EOF          PIC X     VALUE 'N'.
               88  FTY-EOF                  VALUE 'Y'.
           05  WS-ANC-REFUSED      PIC X     VALUE 'N'.
               88  ANCILLARY-PASS-REFUSED   VALUE 'Y'.
           05  WS-CRS-OPEN         PIC X     VALUE 'N'.
               88  COURSE-FILE-OPEN         VALUE 'Y'.
           05  WS-CREDIT-HOURS     PIC 9(2)  VALUE 0.
           05  WS-ANC-DUE          PIC 9(7)V99 VALUE 0.
           05  WS-ANC-POSTED       PIC 9(7)V99 VALUE 0.
           05  WS-ANC-AMOUNT       PIC 9(7)V99 VALUE 0.
           05  WS-ANC-COURSE       PIC X(15).
           05  WS-ANC-TERM         PIC X(10).
           05  WS-ANC-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-ANC-MATCH-TERM   PIC X     VALUE 'Y'.
               88  MATCH-ON-TERM            VALUE 'Y'.
           05  WS-ANC-MATCH-COURSE PIC X     VALUE 'Y'.
               88  MATCH-ON-COURSE          VALUE 'Y'.
           05  WS-ANC-POSTED-COUNT PIC 9(4)  VALUE 0.
           05  WS-ANC-ERROR-COUNT  PIC 9(4)  VALUE 0.
           05  WS-ANC-NO-HOURS     PIC 9(4)  VALUE 0.
           05  WS-FEES-TOTAL       PIC 9(7)V99 VALUE 0.

      *    FEE TYPES AS LOADED FROM FEE.TYPES.
       01  WS-FEE-TYPE-TABLE-AREAS.
           05  WS-FTT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-FTT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-FTT-TABLE.
               10  WS-FTT-ENTRY    OCCURS 100 TIMES.
                   15  WS-FTT-E-CODE       PIC X(6).
                   15  WS-FTT-E-BASIS      PIC X.
                   15  WS-FTT-E-RATE       PIC 9(5)V99.

      *    EVERY 'N' ROW ALREADY ON STUDENT.CHARGES, SO A RERUN
      *    NEVER BILLS THE SAME FEE TWICE. ROWS THIS RUN POSTS ARE
      *    ADDED AS THEY GO.
       01  WS-POSTED-FEE-TABLE-AREAS.
           05  WS-PFT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-PFT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-PFT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-PFT-OVERFLOW     PIC X     VALUE 'N'.
               88  POSTED-TABLE-OVERFLOWED  VALUE 'Y'.
           05  WS-PFT-TABLE.
               10  WS-PFT-ENTRY    OCCURS 5000 TIMES.
                   15  WS-PFT-E-STUDENT    PIC 9(6).
                   15  WS-PFT-E-FEE        PIC X(6).
                   15  WS-PFT-E-TERM       PIC X(10).
                   15  WS-PFT-E-COURSE     PIC X(15).
                   15  WS-PFT-E-AMOUNT     PIC 9(5)V99.

      *    ONE ROW PER STUDENT PER TERM WITH AN ACTIVE ENROLLMENT,
      *    CARRYING THE TERM'S CREDIT HOURS.
       01  WS-STUDENT-TERM-TABLE-AREAS.
           05  WS-STT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-STT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-STT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-STT-OVERFLOW     PIC X     VALUE 'N'.
               88  STUDENT-TERM-OVERFLOWED  VALUE 'Y'.
           05  WS-STT-TABLE.
               10  WS-STT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-STT-E-STUDENT    PIC 9(6).
                   15  WS-STT-E-TERM       PIC X(10).
                   15  WS-STT-E-HOURS      PIC 9(3).

      *    INVOICE ACCUMULATORS - ONE ROW PER STUDENT WITH A BALANCE.
       01  WS-INVOICE-TABLE-AREAS.
           05  WS-INV-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-INV-TABLE.
               10  WS-INV-ENTRY    OCCURS 500 TIMES.
                   15  WS-INV-E-STUDENT    PIC 9(6).
                   15  WS-INV-E-CHARGES    PIC 9(7)V99.
                   15  WS-INV-E-REVERSALS  PIC 9(7)V99.
                   15  WS-INV-E-FEES       PIC 9(7)V99.
                   15  WS-INV-E-DEPOSITS   PIC 9(7)V99.
           05  WS-INV-PTR          PIC 9(3)  VALUE 1.
           05  WS-EDIT-DEPOSIT     PIC ZZ,ZZ9.99.

      *    ADMISSION OFFERS STILL PENDING OR CONFIRMED. THE SEAT A
      *    PENDING OFFER HOLDS IS NOT BILLED - THE APPLICANT IS NOT A
      *    STUDENT YET. A CONFIRMED OFFER'S DEPOSIT IS CREDITED
      *    AGAINST THE OFFERED TERM'S TUITION ONCE THAT TUITION HAS
      *    BEEN BILLED, AND FROM THEN ON COMES OFF EVERY INVOICE.
       01  WS-OFFER-TABLE-AREAS.
           05  WS-OFT-EOF          PIC X     VALUE 'N'.
               88  OFT-EOF                  VALUE 'Y'.
           05  WS-OFT-OVERFLOW     PIC X     VALUE 'N'.
               88  OFFER-TABLE-OVERFLOWED   VALUE 'Y'.
           05  WS-OFT-STUDENT      PIC 9(6)  VALUE 0.
           05  WS-OFT-PENDING      PIC X     VALUE 'N'.
               88  OFFER-IS-PENDING         VALUE 'Y'.
           05  WS-OFT-BILLED       PIC X     VALUE 'N'.
               88  OFFER-TERM-BILLED        VALUE 'Y'.
           05  WS-OFFER-HELD-COUNT PIC 9(4)  VALUE 0.
           05  WS-DEPOSIT-COUNT    PIC 9(4)  VALUE 0.
           05  WS-DEPOSIT-TOTAL    PIC 9(7)V99 VALUE 0.
           05  WS-OFT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-OFT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-OFT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-OFT-TABLE.
               10  WS-OFT-ENTRY    OCCURS 2000 TIMES.
                   15  WS-OFT-E-STUDENT    PIC 9(6).
                   15  WS-OFT-E-TERM       PIC X(10).
                   15  WS-OFT-E-STATUS     PIC X.
                   15  WS-OFT-E-DEPOSIT    PIC 9(5)V99.
                   15  WS-OFT-E-APPLIED    PIC 9(8).

      *    RESIDENCE FEE PASS WORK AREAS. THE ROOM TABLE CARRIES
      *    EACH ROOM'S TERM RATE; THE BILLED TABLE HOLDS EVERY
      *    STUDENT/TERM ALREADY CARRYING AN 'H' ROW SO A RERUN
      *    NEVER BILLS A TERM'S RESIDENCE TWICE.
       01  WS-RESIDENCE-AREAS.
           05  WS-RES-REFUSED      PIC X     VALUE 'N'.
               88  RESIDENCE-PASS-REFUSED   VALUE 'Y'.
           05  WS-HSG-EOF          PIC X     VALUE 'N'.
               88  HSG-SWEEP-EOF            VALUE 'Y'.
           05  WS-RSR-EOF          PIC X     VALUE 'N'.
               88  RSR-EOF                  VALUE 'Y'.
           05  WS-RES-RATE         PIC 9(5)V99 VALUE 0.
           05  WS-RES-POSTED-COUNT PIC 9(4)  VALUE 0.
           05  WS-RES-BILLED-COUNT PIC 9(4)  VALUE 0.
           05  WS-RES-ERROR-COUNT  PIC 9(4)  VALUE 0.
           05  WS-RES-TOTAL        PIC 9(7)V99 VALUE 0.
           05  WS-RRT-COUNT        PIC 9(3)  COMP VALUE 0.
           05  WS-RRT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-RRT-HIT          PIC 9(3)  COMP VALUE 0.
           05  WS-RRT-TABLE.
               10  WS-RRT-ENTRY    OCCURS 900 TIMES.
                   15  WS-RRT-E-BUILDING   PIC X(8).
                   15  WS-RRT-E-ROOM       PIC X(6).
                   15  WS-RRT-E-RATE       PIC 9(5)V99.
           05  WS-RBT-COUNT        PIC 9(4)  COMP VALUE 0.
           05  WS-RBT-IDX          PIC 9(4)  COMP VALUE 0.
           05  WS-RBT-HIT          PIC 9(4)  COMP VALUE 0.
           05  WS-RBT-OVERFLOW     PIC X     VALUE 'N'.
               88  BILLED-TABLE-OVERFLOWED  VALUE 'Y'.
           05  WS-RBT-TABLE.
               10  WS-RBT-ENTRY    OCCURS 5000 TIMES.
                   15  WS-RBT-E-STUDENT    PIC 9(6).
                   15  WS-RBT-E-TERM       PIC X(10).

       01  WS-PRINT-LINE             PIC X(100).

               GOBACK
           END-IF.

           OPEN INPUT STUDENT-VSAM-FILE.
           IF FILE-CHECK-KEY NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.VSAM FILE (STATUS = "
                   FILE-CHECK-KEY ")"
               CLOSE ENROLLMENT-VSAM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *    WITHOUT THE TERM MASTER AN EFFECTIVE TERM CANNOT BE
      *    PLACED, SO EVERY TERM IS PRICED AT THE CURRENT CATEGORY.
           OPEN INPUT TERM-MASTER-FILE.
           IF TRM-FILE-STATUS = "00"
               SET TERM-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: TERM.MASTER UNAVAILABLE (STATUS = "
                   TRM-FILE-STATUS ") - CURRENT FEE CATEGORY USED "
                   "FOR EVERY TERM"
           END-IF.

           PERFORM 1100-LOAD-OFFERS.

           MOVE LOW-VALUES TO ENR-KEY.
           START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY SET ENR-SWEEP-EOF TO TRUE
           PERFORM 1200-ASSESS-ONE-ENROLLMENT UNTIL ENR-SWEEP-EOF.

           CLOSE ENROLLMENT-VSAM-FILE.
           CLOSE STUDENT-VSAM-FILE.
           IF TERM-FILE-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF.

           PERFORM 1300-ASSESS-ANCILLARY-FEES.

           PERFORM 1400-ASSESS-RESIDENCE-FEES.

           PERFORM 1600-APPLY-OFFER-DEPOSITS.

           PERFORM 1500-BUILD-INVOICE-EXTRACT.

           ADD WS-CHARGED-COUNT TO WS-SKIPPED-COUNT
               GIVING WS-RUN-READ-COUNT.
           ADD WS-UNPRICED-COUNT TO WS-RUN-READ-COUNT.
           ADD WS-CHARGED-COUNT TO WS-ANC-POSTED-COUNT
               GIVING WS-RUN-WRITE-COUNT.
           ADD WS-REPRICED-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-RES-POSTED-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-DEPOSIT-COUNT TO WS-RUN-WRITE-COUNT.
           ADD WS-UNPRICED-COUNT TO WS-ANC-ERROR-COUNT
               GIVING WS-RUN-REJECT-COUNT.
           ADD WS-RES-ERROR-COUNT TO WS-RUN-REJECT-COUNT.
           IF ANCILLARY-PASS-REFUSED OR RESIDENCE-PASS-REFUSED
                   OR OFFER-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0860-WRITE-RUN-STATS.

           GOBACK.

       1200-ASSESS-ONE-ENROLLMENT.

           MOVE ENR-STUDENT-ID TO WS-OFT-STUDENT.
           PERFORM 1150-FIND-OFFER.
           IF ENR-ACTIVE AND OFFER-IS-PENDING
               ADD 1 TO WS-OFFER-HELD-COUNT
           END-IF.

           IF ENR-ACTIVE AND NOT OFFER-IS-PENDING
               PERFORM 1205-RESOLVE-FEE-CATEGORY
               PERFORM 1210-CHECK-EXISTING-CHARGE
               IF CHARGE-ALREADY-EXISTS
                   IF WS-BILLED-RATE NOT = WS-RATE-CODE
                           AND NOT DROP-REVERSAL-EXISTS
                       PERFORM 1240-REPRICE-ENROLLMENT
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
               ELSE
                   PERFORM 1220-PRICE-FROM-FEE-SCHEDULE
                   IF FEE-WAS-FOUND
                       SET POSTING-NEW-CHARGE TO TRUE
                       MOVE 'C' TO WS-POST-TYPE
                       MOVE WS-FEE-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 1230-WRITE-CHARGE
                   ELSE
                       ADD 1 TO WS-UNPRICED-COUNT

       1200-END.

      *    THE STUDENT'S FEE CATEGORY FOR THE ENROLLMENT'S TERM: THE
      *    CURRENT CATEGORY FROM ITS EFFECTIVE TERM ON, THE PRIOR ONE
      *    FOR TERMS THAT START BEFORE IT. A STUDENT NOT ON FILE OR
      *    A BLANK CATEGORY PRICES AS DOMESTIC.
       1205-RESOLVE-FEE-CATEGORY.

           MOVE 'D' TO WS-FEE-CATEGORY.

           MOVE ENR-STUDENT-ID TO STUDENT-VSAM-ID.
           READ STUDENT-VSAM-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-VSAM-FEE-CATEGORY
                   MOVE SPACES TO STUDENT-VSAM-FEE-EFF-TERM
               NOT INVALID KEY
                   MOVE STUDENT-VSAM-FEE-CATEGORY TO WS-FEE-CATEGORY
           END-READ.

           IF STUDENT-VSAM-FEE-EFF-TERM NOT = SPACES
                   AND STUDENT-VSAM-FEE-EFF-TERM NOT = ENR-TERM
                   AND TERM-FILE-OPEN
               MOVE 0 TO WS-ENR-TERM-START
               MOVE 0 TO WS-EFF-TERM-START
               MOVE ENR-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-START-DATE TO WS-ENR-TERM-START
               END-READ
               MOVE STUDENT-VSAM-FEE-EFF-TERM TO TRM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-START-DATE TO WS-EFF-TERM-START
               END-READ
               IF WS-ENR-TERM-START > 0 AND WS-EFF-TERM-START > 0
                       AND WS-ENR-TERM-START < WS-EFF-TERM-START
                   MOVE STUDENT-VSAM-FEE-PRIOR-CAT TO WS-FEE-CATEGORY
               END-IF
           END-IF.

           IF WS-FEE-CATEGORY NOT = 'O' AND WS-FEE-CATEGORY NOT = 'I'
               MOVE 'D' TO WS-FEE-CATEGORY
           END-IF.
           MOVE WS-FEE-CATEGORY TO WS-RATE-CATEGORY.

       1205-END.

      *    EVERY OFFER STILL OPEN OR CONFIRMED. A LAPSED OFFER'S SEAT
      *    HAS ALREADY BEEN RELEASED, SO IT IS NOT NEEDED. WITHOUT THE
      *    FILE NO ONE IS HELD BACK FROM BILLING.
       1100-LOAD-OFFERS.

           MOVE 0 TO WS-OFT-COUNT.
           MOVE 'N' TO WS-OFT-EOF.

           OPEN INPUT ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-OFFER UNTIL OFT-EOF
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

           IF OFFER-TABLE-OVERFLOWED
               DISPLAY "WARNING: MORE THAN 2000 OPEN ADMISSION OFFERS "
                   "- SEATS HELD BY THE REST MAY BE BILLED AND THEIR "
                   "DEPOSITS ARE NOT CREDITED"
           END-IF.

       1100-END.

       1110-LOAD-ONE-OFFER.

           READ ADMISSION-OFFER-FILE NEXT RECORD
               AT END
                   SET OFT-EOF TO TRUE
               NOT AT END
                   IF OFR-PENDING OR OFR-CONFIRMED
                       IF WS-OFT-COUNT < 2000
                           ADD 1 TO WS-OFT-COUNT
                           MOVE OFR-STUDENT-ID
                               TO WS-OFT-E-STUDENT (WS-OFT-COUNT)
                           MOVE OFR-TERM
                               TO WS-OFT-E-TERM (WS-OFT-COUNT)
                           MOVE OFR-STATUS
                               TO WS-OFT-E-STATUS (WS-OFT-COUNT)
                           MOVE OFR-DEPOSIT-AMOUNT
                               TO WS-OFT-E-DEPOSIT (WS-OFT-COUNT)
                           MOVE OFR-DEPOSIT-APPLIED
                               TO WS-OFT-E-APPLIED (WS-OFT-COUNT)
                       ELSE
                           SET OFFER-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1110-END.

      *    WS-OFT-STUDENT IN; WS-OFT-HIT OUT (ZERO WHEN THE STUDENT
      *    HOLDS NO OPEN OR CONFIRMED OFFER).
       1150-FIND-OFFER.

           MOVE 0 TO WS-OFT-HIT.
           MOVE 'N' TO WS-OFT-PENDING.
           MOVE 1 TO WS-OFT-IDX.

           PERFORM 1155-MATCH-ONE-OFFER
               UNTIL WS-OFT-HIT > 0 OR WS-OFT-IDX > WS-OFT-COUNT.

           IF WS-OFT-HIT > 0
               IF WS-OFT-E-STATUS (WS-OFT-HIT) NOT = 'C'
                   SET OFFER-IS-PENDING TO TRUE
               END-IF
           END-IF.

       1150-END.

       1155-MATCH-ONE-OFFER.

           IF WS-OFT-E-STUDENT (WS-OFT-IDX) = WS-OFT-STUDENT
               MOVE WS-OFT-IDX TO WS-OFT-HIT
           END-IF.

           ADD 1 TO WS-OFT-IDX.

       1155-END.

      *    ALL OF THE STUDENT'S ROWS ARE READ (A START ON THE STUDENT
      *    KEY) SO THE NET TUITION BILLED (CHARGES LESS RE-PRICING
      *    CREDITS) AND THE RATE LAST BILLED ARE BOTH KNOWN FOR A
      *    POSSIBLE RE-PRICING.
       1210-CHECK-EXISTING-CHARGE.

           MOVE 'N' TO WS-CHARGE-EXISTS.
           MOVE 'N' TO WS-DROP-REVERSED.
           MOVE 'N' TO WS-CHG-EOF.
           MOVE 0 TO WS-TUITION-NET.
           MOVE SPACES TO WS-BILLED-RATE.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE ENR-STUDENT-ID TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1215-SCAN-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.


       1215-SCAN-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = ENR-STUDENT-ID
                       SET CHG-EOF TO TRUE
                   END-IF
                   IF CHG-STUDENT-ID = ENR-STUDENT-ID
                           AND CHG-COURSE = ENR-COURSE
                           AND CHG-TERM = ENR-TERM
                       IF CHG-IS-CHARGE
                           SET CHARGE-ALREADY-EXISTS TO TRUE
                           ADD CHG-AMOUNT TO WS-TUITION-NET
                           IF CHG-FEE-CODE = SPACES
                               MOVE 'TUIT-D' TO WS-BILLED-RATE
                           ELSE
                               MOVE CHG-FEE-CODE TO WS-BILLED-RATE
                           END-IF
                       END-IF
                       IF CHG-IS-REVERSAL
                           IF CHG-TUITION-RATE-CODE
                               SUBTRACT CHG-AMOUNT FROM WS-TUITION-NET
                               MOVE CHG-FEE-CODE TO WS-BILLED-RATE
                           ELSE
                               SET DROP-REVERSAL-EXISTS TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

                           AND FEE-TERM = ENR-TERM
                       SET FEE-WAS-FOUND TO TRUE
                       MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
                       IF WS-FEE-CATEGORY = 'O'
                               AND FEE-AMOUNT-OOP IS NUMERIC
                           MOVE FEE-AMOUNT-OOP TO WS-FEE-AMOUNT
                       END-IF
                       IF WS-FEE-CATEGORY = 'I'
                               AND FEE-AMOUNT-INTL IS NUMERIC
                           MOVE FEE-AMOUNT-INTL TO WS-FEE-AMOUNT
                       END-IF
                   END-IF
           END-READ.


       1230-WRITE-CHARGE.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.

           IF CHG-FILE-STATUS = "00"
               MOVE ENR-STUDENT-ID TO CHG-STUDENT-ID
               MOVE ',' TO CHG-SEPARATOR2
               MOVE ENR-TERM TO CHG-TERM
               MOVE ',' TO CHG-SEPARATOR3
               MOVE WS-POST-TYPE TO CHG-TYPE
               MOVE ',' TO CHG-SEPARATOR4
               MOVE WS-POST-AMOUNT TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE WS-RATE-CODE TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               CLOSE STUDENT-CHARGE-FILE
               IF FPS-ROW-POSTED AND POSTING-REPRICE
                   ADD 1 TO WS-REPRICED-COUNT
               END-IF
               IF FPS-ROW-POSTED AND NOT POSTING-REPRICE
                   ADD 1 TO WS-CHARGED-COUNT
               END-IF
           ELSE
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ")"

       1230-END.

      *    THE ENROLLMENT WAS BILLED AT ANOTHER RATE THAN THE
      *    CATEGORY NOW GIVES FOR ITS TERM. THE DIFFERENCE BETWEEN
      *    THE PRICE AT THE NEW RATE AND THE NET TUITION BILLED POSTS
      *    AS ONE ADJUSTMENT ROW CARRYING THE NEW RATE CODE; A ZERO
      *    DIFFERENCE POSTS NOTHING. A DROPPED AND REVERSED CHARGE IS
      *    NEVER RE-PRICED.
       1240-REPRICE-ENROLLMENT.

           PERFORM 1220-PRICE-FROM-FEE-SCHEDULE.

           IF NOT FEE-WAS-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               DISPLAY "NO FEE ON SCHEDULE FOR " ENR-COURSE
                   " / " ENR-TERM " - STUDENT " ENR-STUDENT-ID
                   " NOT RE-PRICED"
           ELSE
               COMPUTE WS-REPRICE-DIFF
                   = WS-FEE-AMOUNT - WS-TUITION-NET
               IF WS-REPRICE-DIFF = 0
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   SET POSTING-REPRICE TO TRUE
                   IF WS-REPRICE-DIFF > 0
                       MOVE 'C' TO WS-POST-TYPE
                       MOVE WS-REPRICE-DIFF TO WS-POST-AMOUNT
                   ELSE
                       MOVE 'R' TO WS-POST-TYPE
                       COMPUTE WS-POST-AMOUNT = 0 - WS-REPRICE-DIFF
                   END-IF
                   PERFORM 1230-WRITE-CHARGE
                   DISPLAY "STUDENT " ENR-STUDENT-ID " " ENR-COURSE
                       " / " ENR-TERM " RE-PRICED FROM "
                       WS-BILLED-RATE " TO " WS-RATE-CODE
               END-IF
           END-IF.

       1240-END.

      *    ANCILLARY FEES ARE CHARGED IN THEIR OWN PASS AFTER THE
      *    TUITION SWEEP SO A MISSING FEE.TYPES FILE NEVER HOLDS UP
      *    TUITION. WITHOUT THE FULL LIST OF 'N' ROWS ALREADY POSTED
      *    A RERUN COULD BILL A FEE TWICE, SO AN OVERFLOWED LIST
      *    REFUSES THE WHOLE PASS.
       1300-ASSESS-ANCILLARY-FEES.

           PERFORM 1310-LOAD-FEE-TYPES.

           IF WS-FTT-COUNT = 0
               DISPLAY "NO FEE TYPES ON FILE - NO ANCILLARY FEES "
                   "CHARGED."
           ELSE
               PERFORM 1320-LOAD-POSTED-FEES
               IF POSTED-TABLE-OVERFLOWED
                   SET ANCILLARY-PASS-REFUSED TO TRUE
                   DISPLAY "STUDENT.CHARGES HOLDS MORE THAN 5000 "
                       "ANCILLARY FEE ROWS - ANCILLARY PASS REFUSED."
               ELSE
                   PERFORM 1330-RUN-ANCILLARY-PASS
               END-IF
           END-IF.

       1300-END.

       1310-LOAD-FEE-TYPES.

           MOVE 'N' TO WS-FTY-EOF.

           OPEN INPUT FEE-TYPE-FILE.
           IF FTY-FILE-STATUS = "00"
               PERFORM 1315-LOAD-ONE-FEE-TYPE UNTIL FTY-EOF
               CLOSE FEE-TYPE-FILE
           END-IF.

       1310-END.

       1315-LOAD-ONE-FEE-TYPE.

           READ FEE-TYPE-FILE
               AT END
                   SET FTY-EOF TO TRUE
               NOT AT END
                   IF FTY-RATE IS NUMERIC
                           AND (FTY-PER-TERM OR FTY-PER-COURSE
                           OR FTY-PER-CREDIT-HOUR OR FTY-ONE-TIME)
                       IF WS-FTT-COUNT < 100
                           ADD 1 TO WS-FTT-COUNT
                           MOVE FTY-CODE
                               TO WS-FTT-E-CODE (WS-FTT-COUNT)
                           MOVE FTY-BASIS
                               TO WS-FTT-E-BASIS (WS-FTT-COUNT)
                           MOVE FTY-RATE
                               TO WS-FTT-E-RATE (WS-FTT-COUNT)
                       ELSE
                           DISPLAY "FEE TYPE " FTY-CODE
                               " PAST 100 FEE TYPES - NOT CHARGED"
                       END-IF
                   ELSE
      *                A SERVICE FEE IS CHARGED WHEN THE SERVICE IS
      *                SOLD, NEVER BY ASSESSMENT.
                       IF NOT FTY-PER-SERVICE
                           DISPLAY "FEE TYPE " FTY-CODE
                               " HAS A BAD BASIS OR RATE - NOT CHARGED"
                       END-IF
                   END-IF
           END-READ.

       1315-END.

       1320-LOAD-POSTED-FEES.

           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1325-LOAD-ONE-POSTED-FEE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1320-END.

       1325-LOAD-ONE-POSTED-FEE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-IS-ANCILLARY
                       IF WS-PFT-COUNT < 5000
                           ADD 1 TO WS-PFT-COUNT
                           MOVE CHG-STUDENT-ID
                               TO WS-PFT-E-STUDENT (WS-PFT-COUNT)
                           MOVE CHG-FEE-CODE
                               TO WS-PFT-E-FEE (WS-PFT-COUNT)
                           MOVE CHG-TERM
                               TO WS-PFT-E-TERM (WS-PFT-COUNT)
                           MOVE CHG-COURSE
                               TO WS-PFT-E-COURSE (WS-PFT-COUNT)
                           MOVE CHG-AMOUNT
                               TO WS-PFT-E-AMOUNT (WS-PFT-COUNT)
                       ELSE
                           SET POSTED-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1325-END.

      *    PER-COURSE FEES ARE CHARGED DURING THE SWEEP; THE OTHER
      *    BASES NEED THE STUDENT'S WHOLE TERM, SO THEY ARE CHARGED
      *    FROM THE STUDENT/TERM TABLE THE SWEEP BUILDS.
       1330-RUN-ANCILLARY-PASS.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ") - NO ANCILLARY FEES CHARGED"
               SET ANCILLARY-PASS-REFUSED TO TRUE
           ELSE
               OPEN INPUT COURSE-MASTER-FILE
               IF CRS-FILE-STATUS = "00"
                   SET COURSE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: COURSE.MASTER UNAVAILABLE "
                       "(STATUS = " CRS-FILE-STATUS
                       ") - CREDIT HOURS TAKEN AS ZERO"
               END-IF
               PERFORM 1335-SWEEP-FOR-ANCILLARY
               IF STUDENT-TERM-OVERFLOWED
                   DISPLAY "WARNING: MORE THAN 2000 STUDENT/TERMS - "
                       "PER-TERM, PER-HOUR AND ONE-TIME FEES "
                       "CHARGED FOR THE FIRST 2000 ONLY"
                   SET ANCILLARY-PASS-REFUSED TO TRUE
               END-IF
               MOVE 1 TO WS-STT-IDX
               PERFORM 1360-FEES-FOR-ONE-STUDENT-TERM
                   UNTIL WS-STT-IDX > WS-STT-COUNT
               IF COURSE-FILE-OPEN
                   CLOSE COURSE-MASTER-FILE
               END-IF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1330-END.

       1335-SWEEP-FOR-ANCILLARY.

           MOVE 'N' TO WS-ENR-EOF.

           OPEN INPUT ENROLLMENT-VSAM-FILE.
           IF ENR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ENROLLMENT.VSAM FILE (STATUS = "
                   ENR-FILE-STATUS ") - NO ANCILLARY FEES CHARGED"
               SET ANCILLARY-PASS-REFUSED TO TRUE
           ELSE
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-VSAM-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY SET ENR-SWEEP-EOF TO TRUE
               END-START
               IF NOT ENR-SWEEP-EOF
                   READ ENROLLMENT-VSAM-FILE NEXT RECORD
                       AT END SET ENR-SWEEP-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM 1340-ANCILLARY-ONE-ENROLLMENT
                   UNTIL ENR-SWEEP-EOF
               CLOSE ENROLLMENT-VSAM-FILE
           END-IF.

       1335-END.

       1340-ANCILLARY-ONE-ENROLLMENT.

           MOVE ENR-STUDENT-ID TO WS-OFT-STUDENT.
           PERFORM 1150-FIND-OFFER.

           IF ENR-ACTIVE AND NOT OFFER-IS-PENDING
               PERFORM 1345-GET-CREDIT-HOURS
               PERFORM 1350-ADD-STUDENT-TERM
               MOVE ENR-STUDENT-ID TO WS-ANC-STUDENT
               MOVE ENR-TERM TO WS-ANC-TERM
               MOVE ENR-COURSE TO WS-ANC-COURSE
               MOVE 1 TO WS-FTT-IDX
               PERFORM 1347-COURSE-FEE-FOR-ONE-TYPE
                   UNTIL WS-FTT-IDX > WS-FTT-COUNT
           END-IF.

           READ ENROLLMENT-VSAM-FILE NEXT RECORD
               AT END SET ENR-SWEEP-EOF TO TRUE
           END-READ.

       1340-END.

       1345-GET-CREDIT-HOURS.

           MOVE 0 TO WS-CREDIT-HOURS.

           IF COURSE-FILE-OPEN
               MOVE ENR-COURSE TO CRS-CODE
               READ COURSE-MASTER-FILE
                   KEY IS CRS-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRS-CREDIT-HOURS IS NUMERIC
                           MOVE CRS-CREDIT-HOURS TO WS-CREDIT-HOURS
                       END-IF
               END-READ
           END-IF.

           IF WS-CREDIT-HOURS = 0
               ADD 1 TO WS-ANC-NO-HOURS
           END-IF.

       1345-END.

       1347-COURSE-FEE-FOR-ONE-TYPE.

           IF WS-FTT-E-BASIS (WS-FTT-IDX) = 'C'
               MOVE 'Y' TO WS-ANC-MATCH-TERM
               MOVE 'Y' TO WS-ANC-MATCH-COURSE
               PERFORM 1380-SUM-POSTED-FEE
               IF WS-PFT-HIT = 0
                   MOVE WS-FTT-E-RATE (WS-FTT-IDX) TO WS-ANC-AMOUNT
                   PERFORM 1390-POST-ANCILLARY-FEE
               END-IF
           END-IF.

           ADD 1 TO WS-FTT-IDX.

       1347-END.

       1350-ADD-STUDENT-TERM.

           MOVE 0 TO WS-STT-HIT.
           MOVE 1 TO WS-STT-IDX.

           PERFORM 1355-MATCH-ONE-STUDENT-TERM
               UNTIL WS-STT-HIT > 0 OR WS-STT-IDX > WS-STT-COUNT.

           IF WS-STT-HIT = 0
               IF WS-STT-COUNT < 2000
                   ADD 1 TO WS-STT-COUNT
                   MOVE ENR-STUDENT-ID
                       TO WS-STT-E-STUDENT (WS-STT-COUNT)
                   MOVE ENR-TERM TO WS-STT-E-TERM (WS-STT-COUNT)
                   MOVE 0 TO WS-STT-E-HOURS (WS-STT-COUNT)
                   MOVE WS-STT-COUNT TO WS-STT-HIT
               ELSE
                   SET STUDENT-TERM-OVERFLOWED TO TRUE
               END-IF
           END-IF.

           IF WS-STT-HIT > 0
               ADD WS-CREDIT-HOURS TO WS-STT-E-HOURS (WS-STT-HIT)
           END-IF.

       1350-END.

       1355-MATCH-ONE-STUDENT-TERM.

           IF WS-STT-E-STUDENT (WS-STT-IDX) = ENR-STUDENT-ID
                   AND WS-STT-E-TERM (WS-STT-IDX) = ENR-TERM
               MOVE WS-STT-IDX TO WS-STT-HIT
           END-IF.

           ADD 1 TO WS-STT-IDX.

       1355-END.

       1360-FEES-FOR-ONE-STUDENT-TERM.

           MOVE WS-STT-E-STUDENT (WS-STT-IDX) TO WS-ANC-STUDENT.
           MOVE WS-STT-E-TERM (WS-STT-IDX) TO WS-ANC-TERM.
           MOVE SPACES TO WS-ANC-COURSE.

           MOVE 1 TO WS-FTT-IDX.
           PERFORM 1365-TERM-FEE-FOR-ONE-TYPE
               UNTIL WS-FTT-IDX > WS-FTT-COUNT.

           ADD 1 TO WS-STT-IDX.

       1360-END.

      *    A PER-HOUR FEE IS RE-DERIVED FROM THE TERM'S HOURS EACH
      *    RUN AND ONLY AN INCREASE IS POSTED; A LATER DROP DOES NOT
      *    CREDIT BACK AN ANCILLARY FEE ALREADY CHARGED.
       1365-TERM-FEE-FOR-ONE-TYPE.

           MOVE 'N' TO WS-ANC-MATCH-COURSE.

           EVALUATE WS-FTT-E-BASIS (WS-FTT-IDX)
               WHEN 'T'
                   MOVE 'Y' TO WS-ANC-MATCH-TERM
                   PERFORM 1380-SUM-POSTED-FEE
                   IF WS-PFT-HIT = 0
                       MOVE WS-FTT-E-RATE (WS-FTT-IDX)
                           TO WS-ANC-AMOUNT
                       PERFORM 1390-POST-ANCILLARY-FEE
                   END-IF
               WHEN 'H'
                   MOVE 'Y' TO WS-ANC-MATCH-TERM
                   PERFORM 1380-SUM-POSTED-FEE
                   COMPUTE WS-ANC-DUE = WS-FTT-E-RATE (WS-FTT-IDX)
                       * WS-STT-E-HOURS (WS-STT-IDX)
                   IF WS-ANC-DUE > WS-ANC-POSTED
                       COMPUTE WS-ANC-AMOUNT
                           = WS-ANC-DUE - WS-ANC-POSTED
                       PERFORM 1390-POST-ANCILLARY-FEE
                   END-IF
               WHEN 'O'
                   MOVE 'N' TO WS-ANC-MATCH-TERM
                   PERFORM 1380-SUM-POSTED-FEE
                   IF WS-PFT-HIT = 0
                       MOVE WS-FTT-E-RATE (WS-FTT-IDX)
                           TO WS-ANC-AMOUNT
                       PERFORM 1390-POST-ANCILLARY-FEE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           ADD 1 TO WS-FTT-IDX.

       1365-END.

      *    COUNTS (WS-PFT-HIT) AND SUMS (WS-ANC-POSTED) THE ROWS
      *    ALREADY POSTED FOR THIS STUDENT AND FEE, NARROWED TO THE
      *    TERM AND/OR COURSE WHEN THE BASIS CALLS FOR IT.
       1380-SUM-POSTED-FEE.

           MOVE 0 TO WS-PFT-HIT.
           MOVE 0 TO WS-ANC-POSTED.
           MOVE 1 TO WS-PFT-IDX.

           PERFORM 1385-MATCH-ONE-POSTED-FEE
               UNTIL WS-PFT-IDX > WS-PFT-COUNT.

       1380-END.

       1385-MATCH-ONE-POSTED-FEE.

           IF WS-PFT-E-STUDENT (WS-PFT-IDX) = WS-ANC-STUDENT
                   AND WS-PFT-E-FEE (WS-PFT-IDX)
                       = WS-FTT-E-CODE (WS-FTT-IDX)
                   AND (NOT MATCH-ON-TERM
                       OR WS-PFT-E-TERM (WS-PFT-IDX) = WS-ANC-TERM)
                   AND (NOT MATCH-ON-COURSE
                       OR WS-PFT-E-COURSE (WS-PFT-IDX) = WS-ANC-COURSE)
               ADD 1 TO WS-PFT-HIT
               ADD WS-PFT-E-AMOUNT (WS-PFT-IDX) TO WS-ANC-POSTED
           END-IF.

           ADD 1 TO WS-PFT-IDX.

       1385-END.

      *    THE FEE IS ALSO ADDED TO THE POSTED LIST SO A ONE-TIME FEE
      *    IS NOT CHARGED AGAIN FOR THE STUDENT'S NEXT TERM IN THIS
      *    SAME RUN; WITH NO ROOM LEFT ON THE LIST NOTHING IS POSTED.
       1390-POST-ANCILLARY-FEE.

           IF WS-ANC-AMOUNT > 99999.99
               DISPLAY "FEE " WS-FTT-E-CODE (WS-FTT-IDX)
                   " FOR STUDENT " WS-ANC-STUDENT " / " WS-ANC-TERM
                   " TOO LARGE FOR ONE ROW - NOT CHARGED"
               ADD 1 TO WS-ANC-ERROR-COUNT
           ELSE
               IF WS-PFT-COUNT >= 5000
                   DISPLAY "FEE " WS-FTT-E-CODE (WS-FTT-IDX)
                       " FOR STUDENT " WS-ANC-STUDENT
                       " NOT CHARGED - POSTED FEE LIST FULL"
                   ADD 1 TO WS-ANC-ERROR-COUNT
               ELSE
                   MOVE WS-ANC-STUDENT TO CHG-STUDENT-ID
                   MOVE ',' TO CHG-SEPARATOR1
                   IF WS-FTT-E-BASIS (WS-FTT-IDX) = 'C'
                       MOVE WS-ANC-COURSE TO CHG-COURSE
                   ELSE
                       MOVE WS-FTT-E-CODE (WS-FTT-IDX) TO CHG-COURSE
                   END-IF
                   MOVE ',' TO CHG-SEPARATOR2
                   MOVE WS-ANC-TERM TO CHG-TERM
                   MOVE ',' TO CHG-SEPARATOR3
                   SET CHG-IS-ANCILLARY TO TRUE
                   MOVE ',' TO CHG-SEPARATOR4
                   MOVE WS-ANC-AMOUNT TO CHG-AMOUNT
                   MOVE ',' TO CHG-SEPARATOR5
                   MOVE CURRENT-DATE TO CHG-DATE
                   MOVE ',' TO CHG-SEPARATOR6
                   MOVE WS-FTT-E-CODE (WS-FTT-IDX) TO CHG-FEE-CODE
                   PERFORM 0892-POST-CHARGE-ROW
                   IF FPS-ROW-POSTED
                       PERFORM 1395-NOTE-POSTED-FEE
                   ELSE
                       ADD 1 TO WS-ANC-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

       1390-END.

       1395-NOTE-POSTED-FEE.

           ADD 1 TO WS-ANC-POSTED-COUNT.
           ADD WS-ANC-AMOUNT TO WS-FEES-TOTAL.

           ADD 1 TO WS-PFT-COUNT.
           MOVE WS-ANC-STUDENT TO WS-PFT-E-STUDENT (WS-PFT-COUNT).
           MOVE WS-FTT-E-CODE (WS-FTT-IDX)
               TO WS-PFT-E-FEE (WS-PFT-COUNT).
           MOVE WS-ANC-TERM TO WS-PFT-E-TERM (WS-PFT-COUNT).
           MOVE CHG-COURSE TO WS-PFT-E-COURSE (WS-PFT-COUNT).
           MOVE WS-ANC-AMOUNT TO WS-PFT-E-AMOUNT (WS-PFT-COUNT).

       1395-END.

      *    RESIDENCE FEES ARE CHARGED IN THEIR OWN PASS SO A MISSING
      *    HOUSING FILE NEVER HOLDS UP TUITION. ONLY A STUDENT STILL
      *    HOLDING THE ROOM ('A') IS BILLED; ONE ALREADY MOVED OUT
      *    BEFORE THE TERM WAS ASSESSED IS NOT. WITHOUT THE FULL
      *    LIST OF 'H' ROWS ALREADY POSTED A RERUN COULD BILL A TERM
      *    TWICE, SO AN OVERFLOWED LIST REFUSES THE WHOLE PASS.
       1400-ASSESS-RESIDENCE-FEES.

           OPEN INPUT HOUSING-VSAM-FILE.
           IF HSG-FILE-STATUS NOT = "00"
               DISPLAY "NO HOUSING.VSAM ON FILE (STATUS = "
                   HSG-FILE-STATUS ") - NO RESIDENCE FEES CHARGED."
           ELSE
               PERFORM 1410-LOAD-RESIDENCE-ROOMS
               PERFORM 1420-LOAD-BILLED-TERMS
               IF BILLED-TABLE-OVERFLOWED
                   SET RESIDENCE-PASS-REFUSED TO TRUE
                   DISPLAY "STUDENT.CHARGES HOLDS MORE THAN 5000 "
                       "RESIDENCE ROWS - RESIDENCE PASS REFUSED."
               ELSE
                   PERFORM 1430-RUN-RESIDENCE-PASS
               END-IF
               CLOSE HOUSING-VSAM-FILE
           END-IF.

       1400-END.

       1410-LOAD-RESIDENCE-ROOMS.

           MOVE 'N' TO WS-RSR-EOF.

           OPEN INPUT RESIDENCE-ROOM-FILE.
           IF RSR-FILE-STATUS = "00"
               PERFORM 1415-LOAD-ONE-ROOM UNTIL RSR-EOF
               CLOSE RESIDENCE-ROOM-FILE
           END-IF.

       1410-END.

       1415-LOAD-ONE-ROOM.

           READ RESIDENCE-ROOM-FILE
               AT END
                   SET RSR-EOF TO TRUE
               NOT AT END
                   IF WS-RRT-COUNT < 900 AND RSR-TERM-RATE IS NUMERIC
                       ADD 1 TO WS-RRT-COUNT
                       MOVE RSR-BUILDING
                           TO WS-RRT-E-BUILDING (WS-RRT-COUNT)
                       MOVE RSR-ROOM TO WS-RRT-E-ROOM (WS-RRT-COUNT)
                       MOVE RSR-TERM-RATE
                           TO WS-RRT-E-RATE (WS-RRT-COUNT)
                   END-IF
           END-READ.

       1415-END.

       1420-LOAD-BILLED-TERMS.

           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               PERFORM 1425-LOAD-ONE-BILLED-TERM UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1420-END.

       1425-LOAD-ONE-BILLED-TERM.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-IS-RESIDENCE
                       IF WS-RBT-COUNT < 5000
                           ADD 1 TO WS-RBT-COUNT
                           MOVE CHG-STUDENT-ID
                               TO WS-RBT-E-STUDENT (WS-RBT-COUNT)
                           MOVE CHG-TERM
                               TO WS-RBT-E-TERM (WS-RBT-COUNT)
                       ELSE
                           SET BILLED-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1425-END.

       1430-RUN-RESIDENCE-PASS.

           PERFORM 0890-OPEN-CHARGES-FOR-POSTING.
           IF CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT.CHARGES (STATUS = "
                   CHG-FILE-STATUS ") - NO RESIDENCE FEES CHARGED"
               SET RESIDENCE-PASS-REFUSED TO TRUE
           ELSE
               MOVE LOW-VALUES TO HSG-KEY
               START HOUSING-VSAM-FILE KEY IS NOT LESS THAN HSG-KEY
                   INVALID KEY SET HSG-SWEEP-EOF TO TRUE
               END-START
               PERFORM 1440-RESIDENCE-ONE-ROW UNTIL HSG-SWEEP-EOF
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1430-END.

       1440-RESIDENCE-ONE-ROW.

           READ HOUSING-VSAM-FILE NEXT RECORD
               AT END
                   SET HSG-SWEEP-EOF TO TRUE
               NOT AT END
                   IF HSG-ASSIGNED
                       PERFORM 1450-FIND-BILLED-TERM
                       IF WS-RBT-HIT > 0
                           ADD 1 TO WS-RES-BILLED-COUNT
                       ELSE
                           PERFORM 1460-FIND-ROOM-RATE
                           IF WS-RRT-HIT = 0 OR WS-RES-RATE = 0
                               DISPLAY "ROOM " HSG-ROOM " IN "
                                   HSG-BUILDING " FOR STUDENT "
                                   HSG-STUDENT-ID " HAS NO TERM RATE"
                                   " - NOT CHARGED"
                               ADD 1 TO WS-RES-ERROR-COUNT
                           ELSE
                               PERFORM 1480-POST-RESIDENCE-FEE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1440-END.

       1450-FIND-BILLED-TERM.

           MOVE 0 TO WS-RBT-HIT.
           MOVE 1 TO WS-RBT-IDX.

           PERFORM 1455-MATCH-ONE-BILLED-TERM
               UNTIL WS-RBT-HIT > 0 OR WS-RBT-IDX > WS-RBT-COUNT.

       1450-END.

       1455-MATCH-ONE-BILLED-TERM.

           IF WS-RBT-E-STUDENT (WS-RBT-IDX) = HSG-STUDENT-ID
                   AND WS-RBT-E-TERM (WS-RBT-IDX) = HSG-TERM
               MOVE WS-RBT-IDX TO WS-RBT-HIT
           END-IF.

           ADD 1 TO WS-RBT-IDX.

       1455-END.

       1460-FIND-ROOM-RATE.

           MOVE 0 TO WS-RRT-HIT.
           MOVE 0 TO WS-RES-RATE.
           MOVE 1 TO WS-RRT-IDX.

           PERFORM 1465-MATCH-ONE-ROOM
               UNTIL WS-RRT-HIT > 0 OR WS-RRT-IDX > WS-RRT-COUNT.

           IF WS-RRT-HIT > 0
               MOVE WS-RRT-E-RATE (WS-RRT-HIT) TO WS-RES-RATE
           END-IF.

       1460-END.

       1465-MATCH-ONE-ROOM.

           IF WS-RRT-E-BUILDING (WS-RRT-IDX) = HSG-BUILDING
                   AND WS-RRT-E-ROOM (WS-RRT-IDX) = HSG-ROOM
               MOVE WS-RRT-IDX TO WS-RRT-HIT
           END-IF.

           ADD 1 TO WS-RRT-IDX.

       1465-END.

      *    THE STUDENT/TERM IS ALSO ADDED TO THE BILLED LIST; WITH NO
      *    ROOM LEFT ON THE LIST NOTHING IS POSTED.
       1480-POST-RESIDENCE-FEE.

           IF WS-RBT-COUNT >= 5000
               DISPLAY "RESIDENCE FOR STUDENT " HSG-STUDENT-ID " / "
                   HSG-TERM " NOT CHARGED - BILLED LIST FULL"
               ADD 1 TO WS-RES-ERROR-COUNT
           ELSE
               MOVE HSG-STUDENT-ID TO CHG-STUDENT-ID
               MOVE ',' TO CHG-SEPARATOR1
               MOVE SPACES TO CHG-COURSE
               STRING HSG-BUILDING DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      HSG-ROOM DELIMITED BY SPACE
                   INTO CHG-COURSE
               MOVE ',' TO CHG-SEPARATOR2
               MOVE HSG-TERM TO CHG-TERM
               MOVE ',' TO CHG-SEPARATOR3
               SET CHG-IS-RESIDENCE TO TRUE
               MOVE ',' TO CHG-SEPARATOR4
               MOVE WS-RES-RATE TO CHG-AMOUNT
               MOVE ',' TO CHG-SEPARATOR5
               MOVE CURRENT-DATE TO CHG-DATE
               MOVE ',' TO CHG-SEPARATOR6
               MOVE SPACES TO CHG-FEE-CODE
               PERFORM 0892-POST-CHARGE-ROW
               IF FPS-ROW-POSTED
                   ADD 1 TO WS-RES-POSTED-COUNT
                   ADD WS-RES-RATE TO WS-RES-TOTAL
                   ADD 1 TO WS-RBT-COUNT
                   MOVE HSG-STUDENT-ID
                       TO WS-RBT-E-STUDENT (WS-RBT-COUNT)
                   MOVE HSG-TERM TO WS-RBT-E-TERM (WS-RBT-COUNT)
               END-IF
           END-IF.

       1480-END.

      *    THE INVOICE EXTRACT IS REBUILT FROM THE FULL CHARGES FILE
      *    EVERY RUN SO IT ALWAYS REFLECTS CHARGES NET OF REVERSALS.
       1500-BUILD-INVOICE-EXTRACT.
           ELSE
               PERFORM 1510-TALLY-ONE-CHARGE UNTIL CHG-EOF
               CLOSE STUDENT-CHARGE-FILE
               MOVE 1 TO WS-OFT-IDX
               PERFORM 1530-TALLY-ONE-DEPOSIT
                   UNTIL WS-OFT-IDX > WS-OFT-COUNT
               PERFORM 1505-WRITE-INVOICE-FILE
           END-IF.


       1510-TALLY-ONE-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   PERFORM 1515-FIND-INVOICE-ROW
                   IF WS-INV-HIT > 0
                       IF CHG-IS-REVERSAL OR CHG-IS-AID
                               OR CHG-IS-SPONSOR OR CHG-IS-WRITE-OFF
                           ADD CHG-AMOUNT
                               TO WS-INV-E-REVERSALS (WS-INV-HIT)
                       ELSE
                           ADD CHG-AMOUNT
                               TO WS-INV-E-CHARGES (WS-INV-HIT)
                       END-IF
                       IF CHG-IS-ANCILLARY
                           ADD CHG-AMOUNT
                               TO WS-INV-E-FEES (WS-INV-HIT)
                       END-IF
                   END-IF
           END-READ.

               MOVE CHG-STUDENT-ID TO WS-INV-E-STUDENT (WS-INV-COUNT)
               MOVE 0 TO WS-INV-E-CHARGES (WS-INV-COUNT)
               MOVE 0 TO WS-INV-E-REVERSALS (WS-INV-COUNT)
               MOVE 0 TO WS-INV-E-FEES (WS-INV-COUNT)
               MOVE 0 TO WS-INV-E-DEPOSITS (WS-INV-COUNT)
               MOVE WS-INV-COUNT TO WS-INV-HIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           COMPUTE WS-BALANCE-AMOUNT
               = WS-INV-E-CHARGES (WS-INV-IDX)
               - WS-INV-E-REVERSALS (WS-INV-IDX)
               - WS-INV-E-DEPOSITS (WS-INV-IDX).
           MOVE WS-BALANCE-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-INV-E-FEES (WS-INV-IDX) TO WS-EDIT-FEES.
           MOVE 1 TO WS-INV-PTR.
           STRING "STUDENT " DELIMITED BY SIZE
                  WS-INV-E-STUDENT (WS-INV-IDX) DELIMITED BY SIZE
                  "  AMOUNT DUE " DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
                  "  AS OF " DELIMITED BY SIZE
                  CURRENT-DATE DELIMITED BY SIZE
                  "  INCL FEES " DELIMITED BY SIZE
                  WS-EDIT-FEES DELIMITED BY SIZE
               INTO WS-PRINT-LINE
               WITH POINTER WS-INV-PTR.
           IF WS-INV-E-DEPOSITS (WS-INV-IDX) > 0
               MOVE WS-INV-E-DEPOSITS (WS-INV-IDX) TO WS-EDIT-DEPOSIT
               STRING "  DEPOSIT " DELIMITED BY SIZE
                      WS-EDIT-DEPOSIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-INV-PTR
           END-IF.

           MOVE WS-PRINT-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

       1520-END.

      *    A CREDITED DEPOSIT COMES OFF THE STUDENT'S AMOUNT DUE.
       1530-TALLY-ONE-DEPOSIT.

           IF WS-OFT-E-APPLIED (WS-OFT-IDX) > 0
               MOVE 0 TO WS-INV-HIT
               MOVE 1 TO WS-INV-IDX
               PERFORM 1535-MATCH-DEPOSIT-ROW
                   UNTIL WS-INV-HIT > 0 OR WS-INV-IDX > WS-INV-COUNT
               IF WS-INV-HIT > 0
                   ADD WS-OFT-E-DEPOSIT (WS-OFT-IDX)
                       TO WS-INV-E-DEPOSITS (WS-INV-HIT)
               END-IF
           END-IF.

           ADD 1 TO WS-OFT-IDX.

       1530-END.

       1535-MATCH-DEPOSIT-ROW.

           IF WS-INV-E-STUDENT (WS-INV-IDX)
                   = WS-OFT-E-STUDENT (WS-OFT-IDX)
               MOVE WS-INV-IDX TO WS-INV-HIT
           END-IF.

           ADD 1 TO WS-INV-IDX.

       1535-END.

      *    A CONFIRMED OFFER'S DEPOSIT IS CREDITED ONCE, AGAINST THE
      *    TUITION OF THE TERM OFFERED, AS SOON AS A TUITION CHARGE
      *    FOR THAT TERM IS ON FILE. THE CREDIT IS RECORDED ON THE
      *    OFFER ROW SO A RERUN NEVER CREDITS IT TWICE.
       1600-APPLY-OFFER-DEPOSITS.

           MOVE 1 TO WS-OFT-IDX.
           PERFORM 1610-APPLY-ONE-DEPOSIT
               UNTIL WS-OFT-IDX > WS-OFT-COUNT.

       1600-END.

       1610-APPLY-ONE-DEPOSIT.

           IF WS-OFT-E-STATUS (WS-OFT-IDX) = 'C'
                   AND WS-OFT-E-APPLIED (WS-OFT-IDX) = 0
                   AND WS-OFT-E-DEPOSIT (WS-OFT-IDX) > 0
               PERFORM 1620-CHECK-TERM-BILLED
               IF OFFER-TERM-BILLED
                   PERFORM 1630-MARK-DEPOSIT-APPLIED
               END-IF
           END-IF.

           ADD 1 TO WS-OFT-IDX.

       1610-END.

       1620-CHECK-TERM-BILLED.

           MOVE 'N' TO WS-OFT-BILLED.
           MOVE 'N' TO WS-CHG-EOF.

           OPEN INPUT STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "00"
               MOVE WS-OFT-E-STUDENT (WS-OFT-IDX) TO CHG-STUDENT-ID
               MOVE 0 TO CHG-SEQUENCE
               START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY SET CHG-EOF TO TRUE
               END-START
               PERFORM 1625-SCAN-ONE-TERM-CHARGE
                   UNTIL CHG-EOF OR OFFER-TERM-BILLED
               CLOSE STUDENT-CHARGE-FILE
           END-IF.

       1620-END.

       1625-SCAN-ONE-TERM-CHARGE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET CHG-EOF TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = WS-OFT-E-STUDENT (WS-OFT-IDX)
                       SET CHG-EOF TO TRUE
                   ELSE
                       IF CHG-IS-CHARGE
                               AND CHG-TERM = WS-OFT-E-TERM (WS-OFT-IDX)
                           SET OFFER-TERM-BILLED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       1625-END.

       1630-MARK-DEPOSIT-APPLIED.

           OPEN I-O ADMISSION-OFFER-FILE.
           IF OFR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING ADMISSION.OFFERS (STATUS = "
                   OFR-FILE-STATUS ") - DEPOSIT FOR STUDENT "
                   WS-OFT-E-STUDENT (WS-OFT-IDX) " NOT CREDITED"
           ELSE
               MOVE WS-OFT-E-STUDENT (WS-OFT-IDX) TO OFR-STUDENT-ID
               READ ADMISSION-OFFER-FILE
                   KEY IS OFR-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CURRENT-DATE TO OFR-DEPOSIT-APPLIED
                       REWRITE ADMISSION-OFFER-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CURRENT-DATE
                                   TO WS-OFT-E-APPLIED (WS-OFT-IDX)
                               ADD 1 TO WS-DEPOSIT-COUNT
                               ADD WS-OFT-E-DEPOSIT (WS-OFT-IDX)
                                   TO WS-DEPOSIT-TOTAL
                               DISPLAY "DEPOSIT CREDITED AGAINST "
                                   OFR-TERM " TUITION FOR STUDENT "
                                   OFR-STUDENT-ID
                       END-REWRITE
               END-READ
               CLOSE ADMISSION-OFFER-FILE
           END-IF.

       1630-END.

       1700-DISPLAY-SUMMARY.

           DISPLAY "-------------------------------------------".
           DISPLAY "TUITION ASSESSMENT SUMMARY".
           DISPLAY "NEW CHARGES WRITTEN  : " WS-CHARGED-COUNT.
           DISPLAY "ALREADY BILLED       : " WS-SKIPPED-COUNT.
           DISPLAY "TUITION RE-PRICED    : " WS-REPRICED-COUNT.
           DISPLAY "NO FEE ON SCHEDULE   : " WS-UNPRICED-COUNT.
           DISPLAY "ANCILLARY FEES POSTED: " WS-ANC-POSTED-COUNT.
           MOVE WS-FEES-TOTAL TO WS-EDIT-FEES.
           DISPLAY "ANCILLARY FEES TOTAL : " WS-EDIT-FEES.
           DISPLAY "COURSES WITH NO HOURS: " WS-ANC-NO-HOURS.
           DISPLAY "RESIDENCE FEES POSTED: " WS-RES-POSTED-COUNT.
           MOVE WS-RES-TOTAL TO WS-EDIT-FEES.
           DISPLAY "RESIDENCE FEES TOTAL : " WS-EDIT-FEES.
           DISPLAY "RESIDENCE ALREADY BILLED: " WS-RES-BILLED-COUNT.
           DISPLAY "RESIDENCE NOT PRICED : " WS-RES-ERROR-COUNT.
           DISPLAY "HELD FOR OPEN OFFERS : " WS-OFFER-HELD-COUNT.
           DISPLAY "DEPOSITS CREDITED    : " WS-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-FEES.
           DISPLAY "DEPOSITS TOTAL       : " WS-EDIT-FEES.
           DISPLAY "INVOICES CUT         : " WS-INVOICE-COUNT.
           DISPLAY "SEE ../STUDENT.INVOICES FOR THE EXTRACT".
           DISPLAY "-------------------------------------------".
       1700-END.


      *    FULL AFTER-IMAGE OF EVERY SUCCESSFUL WRITE/REWRITE AGAINST
      *    THE INDEXED FILES, SO PRGB0043 CAN REPLAY THE DAY FORWARD
      *    FROM THE LAST BACKUP GENERATION.
       0870-WRITE-JOURNAL.

           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-TIME FROM TIME.

           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

           IF JRN-FILE-STATUS = "00"
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE ',' TO JRN-SEPARATOR1
               MOVE WS-JRN-TIME TO JRN-TIME
               MOVE ',' TO JRN-SEPARATOR2
               MOVE WS-JRN-PROGRAM TO JRN-PROGRAM
               MOVE ',' TO JRN-SEPARATOR3
               MOVE WS-JRN-FILE-ID TO JRN-FILE-ID
               MOVE ',' TO JRN-SEPARATOR4
               MOVE WS-JRN-ACTION TO JRN-ACTION
               MOVE ',' TO JRN-SEPARATOR5
               MOVE WS-JRN-IMAGE TO JRN-IMAGE
               WRITE RECOVERY-JOURNAL-RECORD
               CLOSE RECOVERY-JOURNAL-FILE
           END-IF.

       0870-END.

      *    STUDENT.CHARGES IS KEYED STUDENT + SEQUENCE. STATUS 35
      *    MEANS THE FILE DOES NOT EXIST YET - IT IS CREATED, THEN
      *    REOPENED I-O SO THE SEQUENCE LOOKUP CAN READ IT.
       0890-OPEN-CHARGES-FOR-POSTING.

           OPEN I-O STUDENT-CHARGE-FILE.
           IF CHG-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-CHARGE-FILE
               IF CHG-FILE-STATUS = "00"
                   CLOSE STUDENT-CHARGE-FILE
                   OPEN I-O STUDENT-CHARGE-FILE
               END-IF
           END-IF.

       0890-END.

      *    THE ROW BUILT IN STUDENT-CHARGE-RECORD IS HELD ASIDE WHILE
      *    THE STUDENT'S ROWS ARE READ FOR THE HIGHEST SEQUENCE, THEN
      *    WRITTEN ONE PAST IT AND JOURNALED.
       0892-POST-CHARGE-ROW.

           MOVE STUDENT-CHARGE-RECORD TO FPS-POST-IMAGE.
           MOVE CHG-STUDENT-ID TO FPS-STUDENT-ID.
           MOVE 0 TO FPS-LAST-SEQUENCE.
           MOVE 'N' TO FPS-SEQ-EOF.
           MOVE 'N' TO FPS-POSTED.

           MOVE 0 TO CHG-SEQUENCE.
           START STUDENT-CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY SET FPS-SEQ-DONE TO TRUE
           END-START.
           PERFORM 0893-READ-CHARGE-SEQUENCE UNTIL FPS-SEQ-DONE.

           MOVE FPS-POST-IMAGE TO STUDENT-CHARGE-RECORD.
           ADD 1 TO FPS-LAST-SEQUENCE GIVING CHG-SEQUENCE.

           WRITE STUDENT-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR POSTING TO STUDENT.CHARGES FOR "
                       "STUDENT " CHG-STUDENT-ID " (STATUS = "
                       CHG-FILE-STATUS ")"
               NOT INVALID KEY
                   SET FPS-ROW-POSTED TO TRUE
                   MOVE 'H' TO WS-JRN-FILE-ID
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE STUDENT-CHARGE-RECORD TO WS-JRN-IMAGE
                   PERFORM 0870-WRITE-JOURNAL
           END-WRITE.

       0892-END.

       0893-READ-CHARGE-SEQUENCE.

           READ STUDENT-CHARGE-FILE NEXT RECORD
               AT END
                   SET FPS-SEQ-DONE TO TRUE
               NOT AT END
                   IF CHG-STUDENT-ID NOT = FPS-STUDENT-ID
                       SET FPS-SEQ-DONE TO TRUE
                   ELSE
                       MOVE CHG-SEQUENCE TO FPS-LAST-SEQUENCE
                   END-IF
           END-READ.

       0893-END.

      *    A CHARGE OR PAYMENT MUST NEVER LAND IN A MONTH FINANCE
      *    HAS ALREADY CLOSED. A MONTH WITH NO CONTROL LINE - OR NO
      *    CONTROL FILE AT ALL - IS OPEN.
