      *****************************************************************
      * GLSUMREC.cpy
      * Record layout for the cumulative GL posting summary
      * (PROD.RECON.GLSUMM) -- appended by ReconcileLists as each
      * feed day completes and turned into GL journals by GLJournal.
      * A day writes one R record per region carrying an amount
      * difference, then one T record for the day.  GLJournal posts
      * a day only once its T record is on file, so a day cut short
      * by an abend is never half-posted.
      *   Gls-Feed-Date / Gls-Run-Date / Gls-Run-Time  as in ACTREC
      *                    -- a FORCE rerun writes a second set for
      *                    the date with a later run stamp, which
      *                    supersedes the first
      *   Gls-Rec-Type     R = region, T = day total
      *   Gls-Region       the sites' SITEMST region ('--' no region
      *                    assigned or master unavailable, '**'
      *                    overflow past the table); spaces on T
      *   Gls-Over-Amt     dollar difference where ordering (left)
      *                    exceeded fulfillment (right), in-transit
      *                    items aged out as differences included
      *   Gls-Under-Amt    dollar difference where fulfillment
      *                    exceeded ordering
      *   Gls-Total-Amt    T only: the day's Total Difference
      *                    (amount) exactly as the report printed it
      *                    -- the T record's Over + Under equal it
      *   Gls-Region-Count T only: the R records written for the day
      *****************************************************************
       01  GLSummaryRecord.
           05  Gls-Feed-Date     PIC X(10).
           05  FILLER            PIC X(1).
           05  Gls-Run-Date      PIC X(10).
           05  FILLER            PIC X(1).
           05  Gls-Run-Time      PIC X(8).
           05  FILLER            PIC X(1).
           05  Gls-Rec-Type      PIC X(1).
           05  FILLER            PIC X(1).
           05  Gls-Region        PIC X(2).
           05  FILLER            PIC X(1).
           05  Gls-Over-Amt      PIC 9(11)V99.
           05  FILLER            PIC X(1).
           05  Gls-Under-Amt     PIC 9(11)V99.
           05  FILLER            PIC X(1).
           05  Gls-Total-Amt     PIC 9(11)V99.
           05  FILLER            PIC X(1).
           05  Gls-Region-Count  PIC 9(2).
