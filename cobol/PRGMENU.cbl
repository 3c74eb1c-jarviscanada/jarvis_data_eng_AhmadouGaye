      * Author: Ahmadou El Bachir Gaye
      * Date: 3/28/2024
      * Purpose: To create a menu to display many options
      *          OPTION NUMBERS RUN PAST 99 (THREE DIGITS); 99
      *          REMAINS EXIT. EVERY ACCEPTED SIGN-ON IS WRITTEN TO THE
      *          AUDIT LOG AS A SIGNON LINE SO OUT-OF-HOURS ACCESS CAN
      *          BE REVIEWED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88  USER-EOF                 VALUE 'Y'.
           05  WS-REQUIRED-ROLE      PIC 9     VALUE 1.

       01 WS-USERINPUT    PIC 999.

       01 MENU-HEADER.
           05 FILLER      PIC X VALUE '+'.
           05 QUS      PIC X(39) VALUE
           '|    94 - REPORT SPOOL BROWSE/REPRINT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION95.
           05 QUS      PIC X(39) VALUE
           '|    95 - ROOM MASTER MAINTENANCE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION96.
           05 QUS      PIC X(39) VALUE
           '|    96 - ROOM UTILIZATION REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION97.
           05 QUS      PIC X(39) VALUE
           '|    97 - INSTRUCTOR TEACHING-LOAD RUN'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION98.
           05 QUS      PIC X(39) VALUE
           '|    98 - COURSE EVALUATION ENTRY/LOAD'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION100.
           05 QUS      PIC X(39) VALUE
           '|    100 - COURSE EVALUATION RESULTS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION101.
           05 QUS      PIC X(39) VALUE
           '|    101 - TRANSFER TRANSCRIPT BATCH'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION102.
           05 QUS      PIC X(39) VALUE
           '|    102 - TRANSFER ARTICULATION TABLE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION103.
           05 QUS      PIC X(39) VALUE
           '|    103 - BANK PAYMENT IMPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION104.
           05 QUS      PIC X(39) VALUE
           '|    104 - CLEAR PAYMENT SUSPENSE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION105.
           05 QUS      PIC X(39) VALUE
           '|    105 - PROPOSE BAD-DEBT WRITE-OFF'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION106.
           05 QUS      PIC X(39) VALUE
           '|    106 - APPROVE BAD-DEBT WRITE-OFF'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION107.
           05 QUS      PIC X(39) VALUE
           '|    107 - COLLECTION AGENCY REFERRAL'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION108.
           05 QUS      PIC X(39) VALUE
           '|    108 - BAD-DEBT RECOVERY REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION109.
           05 QUS      PIC X(39) VALUE
           '|    109 - CREDIT-BALANCE REFUND PAYOUT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION110.
           05 QUS      PIC X(39) VALUE
           '|    110 - FEE-TYPE MASTER'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION111.
           05 QUS      PIC X(39) VALUE
           '|    111 - TUITION REVENUE RECOGNITION'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION112.
           05 QUS      PIC X(39) VALUE
           '|    112 - COURSE CATALOGUE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION113.
           05 QUS      PIC X(39) VALUE
           '|    113 - DEPARTMENT MASTER'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION114.
           05 QUS      PIC X(39) VALUE
           '|    114 - DEPARTMENT SUMMARY'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION115.
           05 QUS      PIC X(39) VALUE
           '|    115 - ALUMNI RECORD'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION116.
           05 QUS      PIC X(39) VALUE
           '|    116 - ALUMNI MAILING EXTRACT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION117.
           05 QUS      PIC X(39) VALUE
           '|    117 - DIPLOMA PRODUCTION'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION118.
           05 QUS      PIC X(39) VALUE
           '|    118 - REPLACEMENT DIPLOMA'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION119.
           05 QUS      PIC X(39) VALUE
           '|    119 - RESIDENCE ROOMS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION120.
           05 QUS      PIC X(39) VALUE
           '|    120 - HOUSING ASSIGNMENT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION121.
           05 QUS      PIC X(39) VALUE
           '|    121 - RESIDENCE OCCUPANCY'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION122.
           05 QUS      PIC X(39) VALUE
           '|    122 - RESIDENCE MOVE-OUT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION123.
           05 QUS      PIC X(39) VALUE
           '|    123 - CLEARANCE SIGN-OFF'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION124.
           05 QUS      PIC X(39) VALUE
           '|    124 - ACCOMMODATIONS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION125.
           05 QUS      PIC X(39) VALUE
           '|    125 - MISCONDUCT CASES'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION126.
           05 QUS      PIC X(39) VALUE
           '|    126 - ADVISOR / ADVISING NOTES'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION127.
           05 QUS      PIC X(39) VALUE
           '|    127 - ADVISING CASELOAD REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION128.
           05 QUS      PIC X(39) VALUE
           '|    128 - SECTION DEMAND FORECAST'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION129.
           05 QUS      PIC X(39) VALUE
           '|    129 - OFFERING ROLL-FORWARD'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION130.
           05 QUS      PIC X(39) VALUE
           '|    130 - BLOCK ENROLLMENT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION131.
           05 QUS      PIC X(39) VALUE
           '|    131 - REGISTRATION APPOINTMENTS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION132.
           05 QUS      PIC X(39) VALUE
           '|    132 - CREDIT OVERLOAD APPROVALS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION133.
           05 QUS      PIC X(39) VALUE
           '|    133 - FINANCE FILE CONVERSION'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION134.
           05 QUS      PIC X(39) VALUE
           '|    134 - LMS ROSTER FEED'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION135.
           05 QUS      PIC X(39) VALUE
           '|    135 - STUDENT-LOAN CONFIRMATIONS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION136.
           05 QUS      PIC X(39) VALUE
           '|    136 - CENSUS-DATE FREEZE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION137.
           05 QUS      PIC X(39) VALUE
           '|    137 - CENSUS RECONCILIATION'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION138.
           05 QUS      PIC X(39) VALUE
           '|    138 - TEST-ENVIRONMENT REFRESH'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION139.
           05 QUS      PIC X(39) VALUE
           '|    139 - OPERATOR EXCEPTION REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION140.
           05 QUS      PIC X(39) VALUE
           '|    140 - PREFERRED/LEGAL NAME CHANGE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION141.
           05 QUS      PIC X(39) VALUE
           '|    141 - STUDENT SIN (RESTRICTED)'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION142.
           05 QUS      PIC X(39) VALUE
           '|    142 - CANCEL SMALL SECTION'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION143.
           05 QUS      PIC X(39) VALUE
           '|    143 - CONVERT TO 6-DIGIT IDS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION144.
           05 QUS      PIC X(39) VALUE
           '|    144 - SUPPLEMENTAL ELIGIBILITY'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION145.
           05 QUS      PIC X(39) VALUE
           '|    145 - SUPPLEMENTAL EXAMS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION146.
           05 QUS      PIC X(39) VALUE
           '|    146 - CO-OP EMPLOYERS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION147.
           05 QUS      PIC X(39) VALUE
           '|    147 - CO-OP PLACEMENTS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION148.
           05 QUS      PIC X(39) VALUE
           '|    148 - CO-OP PLACEMENT REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION149.
           05 QUS      PIC X(39) VALUE
           '|    149 - MID-TERM EARLY ALERTS'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION150.
           05 QUS      PIC X(39) VALUE
           '|    150 - OFFER ACCEPTANCE'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION151.
           05 QUS      PIC X(39) VALUE
           '|    151 - OFFER YIELD REPORT'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION152.
           05 QUS      PIC X(39) VALUE
           '|    152 - OFFER LAPSE RUN'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION153.
           05 QUS      PIC X(39) VALUE
           '|    153 - POINT-IN-TIME INQUIRY'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION154.
           05 QUS      PIC X(39) VALUE
           '|    154 - BATCH PRE-FLIGHT CHECK'.
           05 FIN      PIC X VALUE '|'.
       01 OPTION99.
           05 EX       PIC X(39) VALUE '|    99 - EXIT'.
           05 FIN      PIC X VALUE '|'.
                           MOVE 'N' TO USR-MUST-CHANGE
                           MOVE ZEROES TO USR-LAST-SIGNON
                       END-IF
                       IF USR-SEPARATOR9 NOT = ','
                           MOVE ',' TO USR-SEPARATOR9
                           MOVE 'N' TO USR-ACCESSIBILITY
                       END-IF
                       IF USR-SEPARATOR10 NOT = ','
                           MOVE ',' TO USR-SEPARATOR10
                           MOVE 'N' TO USR-SIN-ACCESS
                       END-IF
                       MOVE USER-MASTER-RECORD
                           TO WS-UTB-E-IMAGE (WS-UTB-COUNT)
                   ELSE
           PERFORM 0058-REWRITE-USER-MASTER.
           MOVE USR-ID TO WS-SIGNON-USER.
           MOVE USR-ROLE TO WS-SIGNON-ROLE.
           IF USR-ACCESSIBILITY-OFFICE
               MOVE 'Y' TO WS-SIGNON-ACCESSIBILITY
           ELSE
               MOVE 'N' TO WS-SIGNON-ACCESSIBILITY
           END-IF.
           IF USR-SIN-OFFICE
               MOVE 'Y' TO WS-SIGNON-SIN-ACCESS
           ELSE
               MOVE 'N' TO WS-SIGNON-SIN-ACCESS
           END-IF.
           SET SIGNON-ACCEPTED TO TRUE.
           MOVE "SIGNON" TO WS-AUP-ACTION.
           MOVE "SIGN-ON ACCEPTED" TO WS-AUP-DETAIL.
           PERFORM 1600-WRITE-AUDIT-RECORD.
           DISPLAY " WELCOME " USR-NAME.

       0056-END.
           MOVE WS-SIGNON-USER TO SGN-USER-ID.
           MOVE ',' TO SGN-SEPARATOR1.
           MOVE WS-SIGNON-ROLE TO SGN-ROLE.
           MOVE ',' TO SGN-SEPARATOR2.
           MOVE WS-SIGNON-ACCESSIBILITY TO SGN-ACCESSIBILITY.
           MOVE ',' TO SGN-SEPARATOR3.
           MOVE WS-SIGNON-SIN-ACCESS TO SGN-SIN-ACCESS.
           WRITE SIGNON-SESSION-RECORD.
           CLOSE SIGNON-SESSION-FILE.

            DISPLAY OPTION92.
            DISPLAY OPTION93.
            DISPLAY OPTION94.
            DISPLAY OPTION95.
            DISPLAY OPTION96.
            DISPLAY OPTION97.
            DISPLAY OPTION98.
            DISPLAY OPTION100.
            DISPLAY OPTION101.
            DISPLAY OPTION102.
            DISPLAY OPTION103.
            DISPLAY OPTION104.
            DISPLAY OPTION105.
            DISPLAY OPTION106.
            DISPLAY OPTION107.
            DISPLAY OPTION108.
            DISPLAY OPTION109.
            DISPLAY OPTION110.
            DISPLAY OPTION111.
            DISPLAY OPTION112.
            DISPLAY OPTION113.
            DISPLAY OPTION114.
            DISPLAY OPTION115.
            DISPLAY OPTION116.
            DISPLAY OPTION117.
            DISPLAY OPTION118.
            DISPLAY OPTION119.
            DISPLAY OPTION120.
            DISPLAY OPTION121.
            DISPLAY OPTION122.
            DISPLAY OPTION123.
            DISPLAY OPTION124.
            DISPLAY OPTION125.
            DISPLAY OPTION126.
            DISPLAY OPTION127.
            DISPLAY OPTION128.
            DISPLAY OPTION129.
            DISPLAY OPTION130.
            DISPLAY OPTION131.
            DISPLAY OPTION132.
            DISPLAY OPTION133.
            DISPLAY OPTION134.
            DISPLAY OPTION135.
            DISPLAY OPTION136.
            DISPLAY OPTION137.
            DISPLAY OPTION138.
            DISPLAY OPTION139.
            DISPLAY OPTION140.
            DISPLAY OPTION141.
            DISPLAY OPTION142.
            DISPLAY OPTION143.
            DISPLAY OPTION144.
            DISPLAY OPTION145.
            DISPLAY OPTION146.
            DISPLAY OPTION147.
            DISPLAY OPTION148.
            DISPLAY OPTION149.
            DISPLAY OPTION150.
            DISPLAY OPTION151.
            DISPLAY OPTION152.
            DISPLAY OPTION153.
            DISPLAY OPTION154.
            DISPLAY OPTION99.
            DISPLAY OUTPUTLINE.
            DISPLAY MENU-HEADER.
            DISPLAY " CHOSE YOUR OPTION (99 = EXIT) >>"
            ACCEPT WS-USERINPUT.

       0200-END.
                WHEN 88
                WHEN 90
                WHEN 94
                WHEN 96
                WHEN 100
                WHEN 112
                WHEN 114
                WHEN 116
                WHEN 121
                WHEN 124
                WHEN 127
                WHEN 128
                WHEN 132
                WHEN 136
                WHEN 137
                WHEN 148
                WHEN 149
                WHEN 151
                WHEN 153
                WHEN 154
                    MOVE 1 TO WS-REQUIRED-ROLE
                WHEN 4 WHEN 18 WHEN 21 WHEN 29 WHEN 33 WHEN 37
                WHEN 38 WHEN 42 WHEN 43
                WHEN 44 WHEN 45
                WHEN 67
                WHEN 89 WHEN 91 WHEN 92 WHEN 93
                WHEN 106
                WHEN 125
                WHEN 133
                WHEN 138
                WHEN 139
                WHEN 142
                WHEN 143
                WHEN 152
                    MOVE 3 TO WS-REQUIRED-ROLE
                WHEN OTHER
                    MOVE 2 TO WS-REQUIRED-ROLE
                WHEN 92 CALL 'PRGA0103'
                WHEN 93 CALL 'PRGA0104'
                WHEN 94 CALL 'PRGQ0109'
                WHEN 95 CALL 'PRGN0111'
                WHEN 96 CALL 'PRGQ0112'
                WHEN 97 CALL 'PRGB0113'
                WHEN 98 CALL 'PRGN0114'
                WHEN 100 CALL 'PRGQ0115'
                WHEN 101 CALL 'PRGB0116'
                WHEN 102 CALL 'PRGN0117'
                WHEN 103 CALL 'PRGP0118'
                WHEN 104 CALL 'PRGP0119'
                WHEN 105 CALL 'PRGA0120'
                WHEN 106 CALL 'PRGA0121'
                WHEN 107 CALL 'PRGE0123'
                WHEN 108 CALL 'PRGQ0124'
                WHEN 109 CALL 'PRGB0125'
                WHEN 110 CALL 'PRGN0126'
                WHEN 111 CALL 'PRGB0127'
                WHEN 112 CALL 'PRGQ0128'
                WHEN 113 CALL 'PRGN0129'
                WHEN 114 CALL 'PRGQ0130'
                WHEN 115 CALL 'PRGN0131'
                WHEN 116 CALL 'PRGE0132'
                WHEN 117 CALL 'PRGB0133'
                WHEN 118 CALL 'PRGN0134'
                WHEN 119 CALL 'PRGN0135'
                WHEN 120 CALL 'PRGN0136'
                WHEN 121 CALL 'PRGQ0138'
                WHEN 122 CALL 'PRGB0137'
                WHEN 123 CALL 'PRGN0140'
                WHEN 124 CALL 'PRGN0142'
                WHEN 125 CALL 'PRGN0144'
                WHEN 126 CALL 'PRGN0145'
                WHEN 127 CALL 'PRGQ0146'
                WHEN 128 CALL 'PRGQ0147'
                WHEN 129 CALL 'PRGB0148'
                WHEN 130 CALL 'PRGB0149'
                WHEN 131 CALL 'PRGB0150'
                WHEN 132 CALL 'PRGN0151'
                WHEN 133 CALL 'PRGB0152'
                WHEN 134 CALL 'PRGB0153'
                WHEN 135 CALL 'PRGB0154'
                WHEN 136 CALL 'PRGB0155'
                WHEN 137 CALL 'PRGB0156'
                WHEN 138 CALL 'PRGB0157'
                WHEN 139 CALL 'PRGB0158'
                WHEN 140 CALL 'PRGU0160'
                WHEN 141 CALL 'PRGN0161'
                WHEN 142 CALL 'PRGB0162'
                WHEN 143 CALL 'PRGB0163'
                WHEN 144 CALL 'PRGB0164'
                WHEN 145 CALL 'PRGG0165'
                WHEN 146 CALL 'PRGN0166'
                WHEN 147 CALL 'PRGN0167'
                WHEN 148 CALL 'PRGQ0168'
                WHEN 149 CALL 'PRGB0170'
                WHEN 150 CALL 'PRGN0174'
                WHEN 151 CALL 'PRGQ0172'
                WHEN 152 CALL 'PRGB0171'
                WHEN 153 CALL 'PRGQ0175'
                WHEN 154 CALL 'PRGB0173'
                WHEN 99
                    CONTINUE
                WHEN OTHER
