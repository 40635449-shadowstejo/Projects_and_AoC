      *****************************************************************
      * EXCHROLL.cpy
      * Record layout for the monthly exception rollup dataset
      * (PROD.RECON.EXCHIST.MONTHLY GDG) -- one record per site per
      * calendar month of PROD.RECON.EXCHIST that ReconHousekeep has
      * moved to the archive, so ExcHistory and SiteInquiry keep
      * their long-range ranking after the detail records have gone
      * offline.  The detail collapses by date+site+type first
      * (newest copy wins, as ExcHistory does), then each surviving
      * record counts once in Xrl-Times, adds its differences to the
      * sums, and counts in Xrl-L-Times / Xrl-R-Times by type.
      * Xrl-Last-Date is the site's latest exception date within the
      * month.  Records are kept in month, then site, order.
      *****************************************************************
       01  ExcRollupRecord.
           05  Xrl-Month         PIC X(7).
           05  FILLER            PIC X(1).
           05  Xrl-Site-ID       PIC 9(5).
           05  FILLER            PIC X(1).
           05  Xrl-Times         PIC 9(4).
           05  FILLER            PIC X(1).
           05  Xrl-Cnt-Diff      PIC 9(11).
           05  FILLER            PIC X(1).
           05  Xrl-Amt-Diff      PIC 9(13)V99.
           05  FILLER            PIC X(1).
           05  Xrl-L-Times       PIC 9(4).
           05  FILLER            PIC X(1).
           05  Xrl-R-Times       PIC 9(4).
           05  FILLER            PIC X(1).
           05  Xrl-Last-Date     PIC X(10).
           05  FILLER            PIC X(3).
