           05 SGN-USER-ID                   PIC X(8).
           05 SGN-SEPARATOR1                PIC X VALUE ','.
           05 SGN-ROLE                      PIC 9.
      *    'Y' WHEN THE OPERATOR HOLDS THE ACCESSIBILITY OFFICE GRANT.
           05 SGN-SEPARATOR2                PIC X VALUE ','.
           05 SGN-ACCESSIBILITY             PIC X.
      *    'Y' WHEN THE OPERATOR HOLDS THE SIN GRANT.
           05 SGN-SEPARATOR3                PIC X VALUE ','.
           05 SGN-SIN-ACCESS                PIC X.
