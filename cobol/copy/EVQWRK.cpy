      ******************************************************************
      * Copybook: EVQWRK
      * Purpose : The fixed course evaluation question set, in sheet
      *           order. EVL-RATING (N) ON COURSE.EVALUATIONS ANSWERS
      *           EVQ-TEXT (N). CHANGING A QUESTION'S WORDING IS FINE;
      *           REORDERING THEM WOULD MIX NEW ANSWERS WITH OLD.
      ******************************************************************
       01  EVALUATION-QUESTION-SET.
           05 FILLER PIC X(40) VALUE
               'COURSE OBJECTIVES WERE CLEARLY STATED'.
           05 FILLER PIC X(40) VALUE
               'COURSE MATERIAL WAS WELL ORGANIZED'.
           05 FILLER PIC X(40) VALUE
               'INSTRUCTOR EXPLAINED CONCEPTS CLEARLY'.
           05 FILLER PIC X(40) VALUE
               'INSTRUCTOR WAS AVAILABLE FOR HELP'.
           05 FILLER PIC X(40) VALUE
               'ASSESSMENTS MATCHED THE MATERIAL TAUGHT'.
           05 FILLER PIC X(40) VALUE
               'FEEDBACK ON WORK WAS TIMELY AND USEFUL'.
           05 FILLER PIC X(40) VALUE
               'WORKLOAD WAS APPROPRIATE FOR THE CREDITS'.
           05 FILLER PIC X(40) VALUE
               'OVERALL, THIS WAS A WORTHWHILE COURSE'.
       01  EVALUATION-QUESTION-TABLE
               REDEFINES EVALUATION-QUESTION-SET.
           05 EVQ-TEXT                      PIC X(40) OCCURS 8 TIMES.
       01  EVQ-QUESTION-COUNT               PIC 9     VALUE 8.
