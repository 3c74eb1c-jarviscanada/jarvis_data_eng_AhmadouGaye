      *           TRANSFER POSTED BY SPONSOR INVOICING (THE COURSE
      *           COLUMN CARRIES THE SPONSOR). REVERSALS OFFSET THEIR
      *           CHARGE; AID AND SPONSOR CREDITS POOL AGAINST THE
      *           WHOLE BALANCE LIKE A PAYMENT. 'W' = APPROVED BAD-
      *           DEBT WRITE-OFF CREDIT (POOLS LIKE AID), 'B' = BAD-
      *           DEBT RECOVERY REINSTATING THE PART OF A WRITE-OFF A
      *           LATER RECEIPT PAID BACK (A DEBIT LIKE A CHARGE). 'F'
      *           = CREDIT BALANCE PAID OUT BY THE REFUND PAYOUT BATCH
      *           (A DEBIT LIKE A CHARGE; THE COURSE COLUMN CARRIES
      *           THE CHEQUE NUMBER). 'N' = ANCILLARY FEE POSTED BY
      *           THE ASSESSMENT BATCH (A DEBIT LIKE A CHARGE); THE
      *           FEE CODE COLUMN NAMES THE FEE ON FEE.TYPES AND THE
      *           COURSE COLUMN CARRIES THE COURSE FOR A PER-COURSE
      *           FEE, OTHERWISE THE FEE CODE. ON A 'C' ROW THE FEE
      *           CODE COLUMN CARRIES THE TUITION RATE BILLED (TUIT-D
      *           DOMESTIC, TUIT-O OUT-OF-PROVINCE, TUIT-I
      *           INTERNATIONAL; SPACES ON OLDER ROWS = DOMESTIC).
      *           WHEN A STUDENT'S FEE CATEGORY CHANGES AFTER BILLING,
      *           THE ASSESSMENT BATCH RE-PRICES WITH A FURTHER 'C'
      *           ROW (INCREASE) OR AN 'R' ROW (DECREASE) CARRYING THE
      *           NEW RATE CODE - SO AN 'R' ROW WITH A RATE CODE IS A
      *           RE-PRICING CREDIT, NOT A DROP. THE FEE CODE IS
      *           SPACES ON EVERY OTHER ROW TYPE AND ON ROWS WRITTEN
      *           BEFORE IT WAS ADDED. 'H' = RESIDENCE FEE POSTED BY
      *           THE ASSESSMENT BATCH FOR A STUDENT HOLDING A ROOM ON
      *           HOUSING.VSAM (A DEBIT LIKE A CHARGE; THE COURSE
      *           COLUMN CARRIES THE BUILDING/ROOM). NONE OF THESE
      *           EVER DELETES A ROW. CHG-SEQUENCE NUMBERS A STUDENT'S
      *           ROWS FROM 1 IN POSTING ORDER; A POSTING PROGRAM
      *           TAKES ONE PAST THE HIGHEST SEQUENCE ON FILE FOR THE
      *           STUDENT.
      ******************************************************************
       01  STUDENT-CHARGE-RECORD.
           05 CHG-KEY.
               10 CHG-STUDENT-ID            PIC 9(6).
               10 CHG-SEQUENCE              PIC 9(6).
           05 CHG-SEPARATOR1                PIC X VALUE ','.
           05 CHG-COURSE                    PIC X(15).
           05 CHG-SEPARATOR2                PIC X VALUE ','.
               88 CHG-IS-REVERSAL               VALUE 'R'.
               88 CHG-IS-AID                    VALUE 'A'.
               88 CHG-IS-SPONSOR                VALUE 'S'.
               88 CHG-IS-WRITE-OFF              VALUE 'W'.
               88 CHG-IS-RECOVERY               VALUE 'B'.
               88 CHG-IS-REFUND-PAYOUT          VALUE 'F'.
               88 CHG-IS-ANCILLARY              VALUE 'N'.
               88 CHG-IS-RESIDENCE              VALUE 'H'.
           05 CHG-SEPARATOR4                PIC X VALUE ','.
           05 CHG-AMOUNT                    PIC 9(5)V99.
           05 CHG-SEPARATOR5                PIC X VALUE ','.
           05 CHG-DATE                      PIC 9(8).
           05 CHG-SEPARATOR6                PIC X VALUE ','.
           05 CHG-FEE-CODE                  PIC X(6).
               88 CHG-TUITION-RATE-CODE         VALUE 'TUIT-D'
                                                      'TUIT-O'
                                                      'TUIT-I'.
