      *****************************************************************
      * ACTREC.cpy
      * Record layout for the cumulative per-site activity file
      * (PROD.RECON.ACTIVITY) -- one record per site per feed day,
      * appended by ReconcileLists as each day completes and rolled
      * up by MonthClose for the month-end close certification.
      * Carries each side's order count and dollar amount exactly as
      * the feeds reported them (before any in-transit netting), so
      * the two sides can be certified against each other for the
      * period.
      *   Act-Feed-Date    feed date (run date when the feed carried
      *                    no HDR), matching HISTREC/EXCHREC
      *   Act-Run-Date / Act-Run-Time  when the run that wrote the
      *                    record started -- a FORCE rerun of a feed
      *                    date writes a second set, and readers keep
      *                    only the latest run's set for each date
      *   Act-Region       the site's SITEMST region when the day ran
      *                    (spaces = unassigned or master unavailable)
      *   Act-Match-Type   M = on both feeds, L = left (ordering) feed
      *                    only, R = right (fulfillment) feed only
      *****************************************************************
       01  ActivityRecord.
           05  Act-Feed-Date     PIC X(10).
           05  FILLER            PIC X(1).
           05  Act-Run-Date      PIC X(10).
           05  FILLER            PIC X(1).
           05  Act-Run-Time      PIC X(8).
           05  FILLER            PIC X(1).
           05  Act-Site-ID       PIC 9(5).
           05  FILLER            PIC X(1).
           05  Act-Region        PIC X(2).
           05  FILLER            PIC X(1).
           05  Act-Match-Type    PIC X(1).
           05  FILLER            PIC X(1).
           05  Act-Left-Cnt      PIC 9(9).
           05  FILLER            PIC X(1).
           05  Act-Left-Amt      PIC 9(11)V99.
           05  FILLER            PIC X(1).
           05  Act-Right-Cnt     PIC 9(9).
           05  FILLER            PIC X(1).
           05  Act-Right-Amt     PIC 9(11)V99.
