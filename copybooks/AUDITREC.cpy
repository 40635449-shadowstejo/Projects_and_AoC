      * operational summary report: run date, start/end timestamps,
      * the threshold actually in effect, data records read/stored/
      * skipped, per-side trailer expected-vs-actual counts, whether
      * the run resumed from a checkpoint, the final RETURN-CODE,
      * and -- for a resumed run -- the feed day of the range it
      * resumed at (1 = the first day; later when committed days of
      * a catch-up range were skipped) and that day's feed date.
      * Records written before the resume fields were added read as
      * blank there.
      *****************************************************************
       01  AuditRecord.
           05  Audit-Run-Date   PIC X(10).
           05  Audit-Resumed    PIC X(1).
           05  FILLER           PIC X(1).
           05  Audit-RC         PIC 9(2).
           05  FILLER           PIC X(1).
           05  Audit-Resume-Day PIC 9(3).
           05  FILLER           PIC X(1).
           05  Audit-Resume-Date PIC X(10).
