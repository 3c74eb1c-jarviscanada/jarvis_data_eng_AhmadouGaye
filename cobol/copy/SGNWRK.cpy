       01  WS-SIGNON-AREAS.
           05 WS-SIGNON-USER                PIC X(8) VALUE 'UNKNOWN'.
           05 WS-SIGNON-ROLE                PIC 9    VALUE 1.
           05 WS-SIGNON-ACCESSIBILITY       PIC X    VALUE 'N'.
               88 SIGNON-HAS-ACCESSIBILITY          VALUE 'Y'.
           05 WS-SIGNON-SIN-ACCESS          PIC X    VALUE 'N'.
               88 SIGNON-HAS-SIN-ACCESS             VALUE 'Y'.
