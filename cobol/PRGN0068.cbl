               88  MODE-IS-VALID             VALUE 'Y'.
           05  WS-HLD-EOF             PIC X     VALUE 'N'.
               88  HLD-EOF                   VALUE 'Y'.
           05  WS-INPUT-ID            PIC 9(6)  VALUE 0.
           05  WS-CLEAR-IDX           PIC 9(3)  COMP VALUE 0.
           05  WS-LIST-COUNT          PIC 9(3)  VALUE 0.
           05  WS-EDIT-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
           05  WS-HLT-IDX          PIC 9(3)  COMP VALUE 0.
           05  WS-HLT-TABLE.
               10  WS-HLT-ENTRY    OCCURS 500 TIMES.
                   15  WS-HLT-E-STUDENT    PIC 9(6).
                   15  WS-HLT-E-STATUS     PIC X.
                   15  WS-HLT-E-RAISED     PIC 9(8).
                   15  WS-HLT-E-BALANCE    PIC 9(7)V99.
