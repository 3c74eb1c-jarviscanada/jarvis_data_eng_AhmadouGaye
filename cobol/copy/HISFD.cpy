      *           one before/after row per field changed by an update.
      ******************************************************************
       01  CHANGE-HISTORY-RECORD.
           05 HIS-STUDENT-ID                PIC 9(6).
           05 HIS-SEPARATOR1                PIC X VALUE ','.
           05 HIS-FIELD-NAME                PIC X(10).
           05 HIS-SEPARATOR2                PIC X VALUE ','.
