      *           can be displayed/edited without disturbing the FD.
      ******************************************************************
       01  WS-STUDENT-VSAM-RECORD.
           05 WS-STUDENT-VSAM-ID               PIC 9(6).
           05 WS-SEPARATOR1-VSAM               PIC X.
           05 WS-STUDENT-VSAM-NAME             PIC X(27).
           05 WS-SEPARATOR2-VSAM               PIC X.
           05 WS-STUDENT-VSAM-LANGUAGE         PIC X.
           05 WS-SEPARATOR10-VSAM              PIC X.
           05 WS-STUDENT-VSAM-CAMPUS           PIC X(3).
           05 WS-SEPARATOR11-VSAM              PIC X.
           05 WS-STUDENT-VSAM-FEE-CATEGORY     PIC X.
           05 WS-SEPARATOR12-VSAM              PIC X.
           05 WS-STUDENT-VSAM-FEE-EFF-TERM     PIC X(10).
           05 WS-SEPARATOR13-VSAM              PIC X.
           05 WS-STUDENT-VSAM-FEE-PRIOR-CAT    PIC X.
