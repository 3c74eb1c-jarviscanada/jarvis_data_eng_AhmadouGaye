      ******************************************************************
      * Copybook: MSCFD
      * Purpose : Shared FD record layout for MISCONDUCT-VSAM-FILE.
      *           CASES ARE OPENED AND DECIDED THROUGH PRGN0144 ONLY.
      *           THE TRANSCRIPT PROGRAMS ASK PRGS0143 FOR THE
      *           NOTATIONS STILL RUNNING AND THE TERM-START BATCH
      *           (PRGB0089) READS THE SUSPENSION TERMS; NOTHING ELSE
      *           READS THE FILE. NOTATION-UNTIL IS SET WHEN THE
      *           SANCTION IS IMPOSED - ZERO MEANS NO NOTATION,
      *           99999999 MEANS PERMANENT.
      ******************************************************************
       01  MISCONDUCT-VSAM-RECORD.
           05 MSC-KEY.
               10 MSC-STUDENT-ID            PIC 9(6).
               10 MSC-COURSE                PIC X(15).
               10 MSC-TERM                  PIC X(10).
           05 MSC-SEPARATOR1                PIC X VALUE ','.
           05 MSC-ALLEGATION                PIC X(30).
           05 MSC-SEPARATOR2                PIC X VALUE ','.
           05 MSC-OPEN-DATE                 PIC 9(8).
           05 MSC-SEPARATOR3                PIC X VALUE ','.
           05 MSC-OPENED-BY                 PIC X(8).
           05 MSC-SEPARATOR4                PIC X VALUE ','.
      *    CAMPUS WHERE THE OFFENCE HAPPENED, SO A SECOND CASE AT
      *    ANOTHER CAMPUS SHOWS WHERE THE FIRST ONE WAS HEARD.
           05 MSC-CAMPUS                    PIC X(3).
           05 MSC-SEPARATOR5                PIC X VALUE ','.
           05 MSC-HEARING-DATE              PIC 9(8).
           05 MSC-SEPARATOR6                PIC X VALUE ','.
           05 MSC-OUTCOME                   PIC X VALUE 'P'.
               88 MSC-OUTCOME-PENDING           VALUE 'P'.
               88 MSC-OUTCOME-RESPONSIBLE       VALUE 'R'.
               88 MSC-OUTCOME-NOT-RESPONSIBLE   VALUE 'N'.
               88 MSC-OUTCOME-VALID             VALUE 'P' 'R' 'N'.
           05 MSC-SEPARATOR7                PIC X VALUE ','.
           05 MSC-SANCTION                  PIC X VALUE SPACE.
               88 MSC-NO-SANCTION               VALUE SPACE.
               88 MSC-SANCTION-WARNING          VALUE 'W'.
               88 MSC-SANCTION-GRADE-F          VALUE 'F'.
               88 MSC-SANCTION-SUSPENSION       VALUE 'S'.
               88 MSC-SANCTION-EXPULSION        VALUE 'E'.
               88 MSC-SANCTION-VALID            VALUE 'W' 'F' 'S' 'E'.
           05 MSC-SEPARATOR8                PIC X VALUE ','.
      *    TERMS A SUSPENSION RUNS, FIRST TO LAST; BLANK ON OTHER
      *    SANCTIONS.
           05 MSC-SUSPEND-FROM-TERM         PIC X(10).
           05 MSC-SEPARATOR9                PIC X VALUE ','.
           05 MSC-SUSPEND-TO-TERM           PIC X(10).
           05 MSC-SEPARATOR10               PIC X VALUE ','.
           05 MSC-SANCTION-DATE             PIC 9(8).
           05 MSC-SEPARATOR11               PIC X VALUE ','.
           05 MSC-SANCTION-BY               PIC X(8).
           05 MSC-SEPARATOR12               PIC X VALUE ','.
           05 MSC-NOTATION-UNTIL            PIC 9(8).
               88 MSC-NOTATION-NONE             VALUE 0.
               88 MSC-NOTATION-PERMANENT        VALUE 99999999.
