           05  WS-PARM-TOKEN-1      PIC X(20) VALUE SPACES.
           05  WS-PARM-TOKEN-2      PIC X(20) VALUE SPACES.
           05  WS-TOKEN-WORK        PIC X(20) VALUE SPACES.
           05  WS-TOKEN-VALUE       PIC 9(7)  COMP VALUE 0.
           05  WS-TOKEN-HAS-DIGIT   PIC X     VALUE 'N'.
           05  WS-TOK-IDX           PIC 9(2)  COMP VALUE 0.
           05  WS-TOK-CHAR-X        PIC X.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY         PIC X(2).
           05  WS-SURVIVOR-ID         PIC 9(6)  VALUE 0.
           05  WS-SURVIVOR-NAME       PIC X(27).
           05  WS-SURVIVOR-FOUND      PIC X     VALUE 'N'.
               88  SURVIVOR-WAS-FOUND        VALUE 'Y'.
           05  WS-DUPLICATE-ID        PIC 9(6)  VALUE 0.
           05  WS-DUPLICATE-NAME      PIC X(27).
           05  WS-DUPLICATE-FOUND     PIC X     VALUE 'N'.
               88  DUPLICATE-WAS-FOUND       VALUE 'Y'.
