      * Copybook: JRNFD
      * Purpose : Record layout for the forward-recovery journal, one
      *           line per WRITE, REWRITE, or soft-delete against the
      *           six indexed files carrying the FULL RECORD
      *           AFTER-IMAGE, so PRGB0043 can rebuild a file by
      *           replaying forward from the last backup generation.
      *           JRN-FILE-ID: S/E/G/C, H = STUDENT.CHARGES,
      *           P = STUDENT.PAYMENTS. JRN-ACTION: W = WRITE,
      *           R = REWRITE, D = SOFT-DELETE REWRITE, X = HARD
      *           DELETE (THE IMAGE CARRIES ONLY THE RECORD KEY, SO
      *           A REPLAY REMOVES THE ROW WITHOUT THE JOURNAL
