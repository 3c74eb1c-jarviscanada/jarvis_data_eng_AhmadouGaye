      * Author:
      * Date:
      * Purpose: Nightly batch driver - runs the steps the JOB.PLAN
      *          file names, in sequence order, honoring each step's run
      *          calendar (DAILY, WEEKLY ON A DAY, OR MONTH-END) AND
      *          PREDECESSOR, SO ADDING THE TUITION BATCH TO MONTH-END
      *          OR SKIPPING THE MINISTRY STEP OFF-SEASON IS A PLAN
      *          EDIT, NOT A RECOMPILE. ON STARTUP THE DRIVER READS
      *          RUN.STATISTICS AND SKIPS ANY STEP THAT ALREADY FINISHED
      *          'OK' TONIGHT, SO A RERUN AFTER A STEP-7 FAILURE RESUMES
      *          AT STEP 7 INSTEAD OF REPEATING STEPS 1 THROUGH 6. THE
      *          PRE-FLIGHT CHECK PRGB0173 IS RUN FRESH EVERY NIGHT
      *          BEFORE THE SYSTEM IS QUIESCED; A NO-GO STOPS THE NIGHT
      *          WITH THE SYSTEM LEFT OPEN AND QUEUES A BATCHNOGO NOTICE
      *          FOR THE ON-CALL OPERATOR. WITH NO PLAN ON FILE THE
      *          DRIVER SEEDS ONE AND RUNS IT. THE SEED PLAN, IN ORDER:
      *          PRGB0173 PRE-FLIGHT, PRGB0041, PRGV0001 (AFTER
      *          PRGB0041), PRGB0070, PRGB0075, PRGB0137 RESIDENCE
      *          MOVE-OUT, PRGB0171 OFFER LAPSE, PRGB0064, PRGB0044,
      *          THEN AFTER PRGB0044 PRGB0060, PRGB0155 CENSUS FREEZE
      *          AND PRGB0170 EARLY ALERTS, PRGB0066, PRGB0067,
      *          PRGB0086, PRGB0082, PRGQ0005, PRGQ0008, PRGB0038,
      *          PRGE0011, PRGB0061, PRGB0100, PRGB0106, PRGB0073 (AFTER
      *          PRGB0044), PRGB0108, PRGB0110, PRGB0153 LMS FEED, ALL
      *          DAILY; PRGB0127 AT MONTH-END AFTER PRGB0073; AND THE
      *          PRGB0158 OPERATOR EXCEPTION REPORT WEEKLY ON MONDAY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           COPY RUNSEL.

           COPY EVTSEL.

           SELECT BATCH-QUERY-PARM-FILE ASSIGN TO '../PRGQ0005.PARM'
               FILE STATUS IS QPARM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
       FD RUN-STATISTICS-FILE.
       COPY RUNFD.

       FD EVENT-QUEUE-FILE.
       COPY EVTFD.

       FD BATCH-QUERY-PARM-FILE.
       01  BATCH-QUERY-PARM-RECORD.
           05 BQP-TERM                 PIC X(10).
       01  SYS-FILE-STATUS       PIC XX.
       01  RUN-FILE-STATUS       PIC XX.
       01  QPARM-FILE-STATUS     PIC XX.
       01  EVT-FILE-STATUS       PIC XX.

       01  WS-EVENT-AREAS.
           05  WS-EVT-TYPE        PIC X(10) VALUE SPACES.
           05  WS-EVT-STUDENT-ID  PIC 9(6)  VALUE 0.
           05  WS-EVT-DETAIL      PIC X(40) VALUE SPACES.
           05  WS-EVT-DATE        PIC 9(8)  VALUE 0.
           05  WS-EVT-TIME        PIC 9(6)  VALUE 0.

       01  WS-WORK-AREAS.
           05  WS-JPL-EOF            PIC X     VALUE 'N'.
      *    THE CHAIN THE DRIVER USED TO HARD-CODE, SEEDED AS THE
      *    STARTER PLAN WHEN NO JOB.PLAN EXISTS YET. ALL DAILY, IN
      *    THE SAME ORDER, WITH THE SAME ORDERING CONSTRAINTS
      *    EXPRESSED AS PREDECESSORS, EXCEPT THE TUITION REVENUE
      *    RECOGNITION, WHICH RUNS AT MONTH END AFTER THE GL EXTRACT.
      *    THE RESIDENCE MOVE-OUT SWEEP (PRGB0137), THE LMS ROSTER
      *    FEED (PRGB0153) AND THE CENSUS FREEZE (PRGB0155, AFTER
      *    THE LOAD LIKE THE SNAPSHOT) RUN NIGHTLY, AS DOES THE
      *    MID-TERM EARLY-ALERT RUN (PRGB0170, ALSO AFTER THE LOAD),
      *    WHICH ONLY WORKS A TERM ON ITS ALERT DATE. THE OPERATOR
      *    EXCEPTION REPORT (PRGB0158) RUNS MONDAY NIGHT OVER THE
      *    WEEK ENDING SUNDAY. THE ADMISSION OFFER LAPSE RUN (PRGB0171)
      *    RUNS NIGHTLY BEFORE THE REPORTS SO A RELEASED SEAT SHOWS
      *    ON THEM THE SAME NIGHT. THE PRE-FLIGHT CHECK (PRGB0173)
      *    COMES FIRST OF ALL, BEFORE THE WINDOW OPENS.
       01  WS-SEED-STEPS.
           05  FILLER  PIC X(21) VALUE '005PRGB0173D0        '.
           05  FILLER  PIC X(21) VALUE '010PRGB0041D0        '.
           05  FILLER  PIC X(21) VALUE '020PRGV0001D0PRGB0041'.
           05  FILLER  PIC X(21) VALUE '030PRGB0070D0        '.
           05  FILLER  PIC X(21) VALUE '040PRGB0075D0        '.
           05  FILLER  PIC X(21) VALUE '045PRGB0137D0        '.
           05  FILLER  PIC X(21) VALUE '047PRGB0171D0        '.
           05  FILLER  PIC X(21) VALUE '050PRGB0064D0        '.
           05  FILLER  PIC X(21) VALUE '060PRGB0044D0        '.
           05  FILLER  PIC X(21) VALUE '070PRGB0060D0PRGB0044'.
           05  FILLER  PIC X(21) VALUE '075PRGB0155D0PRGB0044'.
           05  FILLER  PIC X(21) VALUE '078PRGB0170D0PRGB0044'.
           05  FILLER  PIC X(21) VALUE '080PRGB0066D0        '.
           05  FILLER  PIC X(21) VALUE '090PRGB0067D0        '.
           05  FILLER  PIC X(21) VALUE '100PRGB0086D0        '.
           05  FILLER  PIC X(21) VALUE '170PRGB0073D0PRGB0044'.
           05  FILLER  PIC X(21) VALUE '175PRGB0108D0        '.
           05  FILLER  PIC X(21) VALUE '180PRGB0110D0        '.
           05  FILLER  PIC X(21) VALUE '185PRGB0127M0PRGB0073'.
           05  FILLER  PIC X(21) VALUE '190PRGB0153D0        '.
           05  FILLER  PIC X(21) VALUE '200PRGB0158W1        '.
       01  WS-SEED-TABLE REDEFINES WS-SEED-STEPS.
           05  WS-SEED-ENTRY OCCURS 29 TIMES.
               10  WS-SEED-SEQ     PIC 9(3).
               10  WS-SEED-STEP    PIC X(8).
               10  WS-SEED-FREQ    PIC X.

           DISPLAY "===== NIGHTLY BATCH DRIVER STARTING =====".

           PERFORM 0700-COMPUTE-DAY-OF-WEEK.
           PERFORM 0750-CHECK-MONTH-END.

           PERFORM 1100-MARK-FINISHED-STEPS.

           MOVE 1 TO WS-PLN-IDX.

      *    THE PRE-FLIGHT CHECK RUNS WHILE THE SYSTEM IS STILL OPEN,
      *    SO A NO-GO NEVER LEAVES A QUIESCED SYSTEM BEHIND IT.
           IF WS-PLN-E-STEP (1) = 'PRGB0173'
               PERFORM 1500-RUN-PRE-FLIGHT
               MOVE 2 TO WS-PLN-IDX
           END-IF.

      *    QUIESCE THE SYSTEM FOR THE BATCH WINDOW - THE MENU
      *    REFUSES MAINTENANCE OPTIONS WHILE THE SWITCH STANDS. A
      *    CHAIN THAT DIES LEAVES IT SET ON PURPOSE, SO THE MORNING
      *    SHIFT CLEARS IT DELIBERATELY (PRGN0099) AFTER LOOKING.
           PERFORM 0600-SET-SYSTEM-STATE-Q.

           PERFORM 2000-RUN-ONE-STEP
               UNTIL WS-PLN-IDX > WS-PLN-COUNT.


       0750-END.

       0880-WRITE-EVENT.

           ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-EVT-TIME FROM TIME.

           OPEN EXTEND EVENT-QUEUE-FILE.
           IF EVT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EVENT-QUEUE-FILE
           END-IF.

           IF EVT-FILE-STATUS = "00"
               MOVE WS-EVT-TYPE TO EVT-TYPE
               MOVE ',' TO EVT-SEPARATOR1
               MOVE WS-EVT-STUDENT-ID TO EVT-STUDENT-ID
               MOVE ',' TO EVT-SEPARATOR2
               MOVE WS-EVT-DETAIL TO EVT-DETAIL
               MOVE ',' TO EVT-SEPARATOR3
               MOVE WS-EVT-DATE TO EVT-DATE
               MOVE ',' TO EVT-SEPARATOR4
               MOVE WS-EVT-TIME TO EVT-TIME
               MOVE ',' TO EVT-SEPARATOR5
               SET EVT-PENDING TO TRUE
               MOVE ',' TO EVT-SEPARATOR6
               MOVE ZEROS TO EVT-RETRY-COUNT
               WRITE EVENT-QUEUE-RECORD
               CLOSE EVENT-QUEUE-FILE
           END-IF.

       0880-END.

       1000-LOAD-JOB-PLAN.

           MOVE 0 TO WS-PLN-COUNT.
           IF JPL-FILE-STATUS = "00"
               MOVE 1 TO WS-PLN-JDX
               PERFORM 1060-WRITE-ONE-SEED
                   UNTIL WS-PLN-JDX > 29
               CLOSE JOB-PLAN-FILE
           ELSE
               DISPLAY "ERROR OPENING JOB.PLAN (STATUS = "

       1120-END.

      *    THE CHECK RUNS EVERY NIGHT, EVEN ON A RERUN, BECAUSE WHAT
      *    IT LOOKS AT MAY HAVE CHANGED SINCE ITS LAST GO. A NO-GO
      *    (OR A CHECK THAT CANNOT BE CALLED) ENDS THE NIGHT HERE.
       1500-RUN-PRE-FLIGHT.

           DISPLAY "RUN  " WS-PLN-E-STEP (1) " (PRE-FLIGHT)".

           MOVE 0 TO RETURN-CODE.
           CALL WS-PLN-E-STEP (1)
               ON EXCEPTION
                   DISPLAY "*** STEP " WS-PLN-E-STEP (1)
                       " COULD NOT BE CALLED ***"
                   MOVE 8 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.

           IF WS-STEP-RETURN-CODE NOT = 0
               DISPLAY "*** PRE-FLIGHT NO-GO - BATCH WINDOW NOT "
                   "OPENED, SYSTEM LEFT OPEN. SEE ../PRGB0173.PRT ***"
               MOVE 'BATCHNOGO' TO WS-EVT-TYPE
               MOVE 0 TO WS-EVT-STUDENT-ID
               MOVE 'ON-CALL: BATCH NO-GO - SEE PRGB0173.PRT'
                   TO WS-EVT-DETAIL
               PERFORM 0880-WRITE-EVENT
               MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'O' TO WS-PLN-E-VERDICT (1).
           ADD 1 TO WS-STEPS-RUN.
           MOVE 0 TO RETURN-CODE.

       1500-END.

       2000-RUN-ONE-STEP.

           EVALUATE TRUE
