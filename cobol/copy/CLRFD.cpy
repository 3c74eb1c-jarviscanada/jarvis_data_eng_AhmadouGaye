      ******************************************************************
      * Copybook: CLRFD
      * Purpose : Shared FD record layout for CLEARANCE-VSAM-FILE. THE
      *           CHECKLIST IS OPENED BY PRGS0139 WHEN A WITHDRAWAL
      *           (PRGD0004, PRGB0018) OR A GRADUATION (PRGB0033) IS
      *           INITIATED - ONE OUTSTANDING ('O') ROW FOR EACH OF
      *           THE LIBRARY, BURSAR, RESIDENCE AND EQUIPMENT
      *           OFFICES - AND EACH OFFICE SIGNS ITS OWN ROW OFF
      *           ('C') THROUGH PRGN0140. A ROW IS NEVER DELETED; A
      *           LATER DEPARTURE OF THE OTHER KIND REOPENS IT.
      ******************************************************************
       01  CLEARANCE-VSAM-RECORD.
           05 CLR-KEY.
               10 CLR-STUDENT-ID            PIC 9(6).
               10 CLR-OFFICE                PIC X(3).
                   88 CLR-OFFICE-LIBRARY        VALUE 'LIB'.
                   88 CLR-OFFICE-BURSAR         VALUE 'BUR'.
                   88 CLR-OFFICE-RESIDENCE      VALUE 'RES'.
                   88 CLR-OFFICE-EQUIPMENT      VALUE 'EQP'.
                   88 CLR-OFFICE-VALID          VALUE 'LIB' 'BUR'
                                                      'RES' 'EQP'.
           05 CLR-SEPARATOR1                PIC X VALUE ','.
           05 CLR-STATUS                    PIC X VALUE 'O'.
               88 CLR-OUTSTANDING               VALUE 'O'.
               88 CLR-CLEARED                   VALUE 'C'.
           05 CLR-SEPARATOR2                PIC X VALUE ','.
           05 CLR-REASON                    PIC X.
               88 CLR-FOR-WITHDRAWAL            VALUE 'W'.
               88 CLR-FOR-GRADUATION            VALUE 'G'.
           05 CLR-SEPARATOR3                PIC X VALUE ','.
           05 CLR-OPEN-DATE                 PIC 9(8).
           05 CLR-SEPARATOR4                PIC X VALUE ','.
           05 CLR-OPENED-BY                 PIC X(8).
           05 CLR-SEPARATOR5                PIC X VALUE ','.
           05 CLR-CLEAR-DATE                PIC 9(8).
           05 CLR-SEPARATOR6                PIC X VALUE ','.
           05 CLR-CLEARED-BY                PIC X(8).
           05 CLR-SEPARATOR7                PIC X VALUE ','.
           05 CLR-NOTE                      PIC X(30).
