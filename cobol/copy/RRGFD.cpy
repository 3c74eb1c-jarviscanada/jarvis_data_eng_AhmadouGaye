      ******************************************************************
      * Copybook: RRGFD
      * Purpose : Record layout for the tuition revenue recognition
      *           log, one line per term per month recognised by
      *           PRGB0127. THE NET TUITION IS WHAT STUDENT.CHARGES
      *           CARRIED FOR THE TERM AT MONTH END ('C' LESS 'R'),
      *           THE MONTH AMOUNT IS WHAT THAT MONTH MOVED OUT OF
      *           DEFERRED REVENUE ('R' RECOGNISED, OR 'D' DEFERRED
      *           BACK WHEN A LATER REVERSAL SHRANK THE TERM) AND THE
      *           CUMULATIVE AMOUNT IS EVERYTHING RECOGNISED FOR THE
      *           TERM TO DATE. A MONTH WITH ANY LINE HERE HAS BEEN
      *           RECOGNISED AND IS NEVER RECOGNISED AGAIN.
      ******************************************************************
       01  REVENUE-RECOGNITION-RECORD.
           05 RRG-YEAR                      PIC 9(4).
           05 RRG-SEPARATOR1                PIC X VALUE ','.
           05 RRG-MONTH                     PIC 9(2).
           05 RRG-SEPARATOR2                PIC X VALUE ','.
           05 RRG-TERM                      PIC X(10).
           05 RRG-SEPARATOR3                PIC X VALUE ','.
           05 RRG-NET-TUITION               PIC 9(9)V99.
           05 RRG-SEPARATOR4                PIC X VALUE ','.
           05 RRG-DIRECTION                 PIC X VALUE 'R'.
               88 RRG-RECOGNISED                VALUE 'R'.
               88 RRG-DEFERRED-BACK             VALUE 'D'.
           05 RRG-SEPARATOR5                PIC X VALUE ','.
           05 RRG-MONTH-AMOUNT              PIC 9(9)V99.
           05 RRG-SEPARATOR6                PIC X VALUE ','.
           05 RRG-CUMULATIVE                PIC 9(9)V99.
           05 RRG-SEPARATOR7                PIC X VALUE ','.
           05 RRG-RUN-DATE                  PIC 9(8).
