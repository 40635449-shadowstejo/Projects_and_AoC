      *****************************************************************
      * HISTROLL.cpy
      * Record layout for the monthly history rollup dataset
      * (PROD.RECON.HIST.MONTHLY GDG) -- one record per calendar
      * month of PROD.RECON.HIST that ReconHousekeep has moved to
      * the archive, so ReconTrend keeps its long-range view after
      * the detail runs have gone offline.  The sums are over every
      * archived run of the month, exactly as ReconTrend would have
      * totalled them from the detail; the high and low are the
      * month's extreme Total Difference runs.  Records are kept in
      * month order.
      *****************************************************************
       01  HistRollupRecord.
           05  Hrl-Month         PIC X(7).
           05  FILLER            PIC X(1).
           05  Hrl-Runs          PIC 9(5).
           05  FILLER            PIC X(1).
           05  Hrl-Diff-Sum      PIC 9(13).
           05  FILLER            PIC X(1).
           05  Hrl-Score-Sum     PIC 9(16).
           05  FILLER            PIC X(1).
           05  Hrl-High-Diff     PIC 9(9).
           05  FILLER            PIC X(1).
           05  Hrl-High-Date     PIC X(10).
           05  FILLER            PIC X(1).
           05  Hrl-Low-Diff      PIC 9(9).
           05  FILLER            PIC X(1).
           05  Hrl-Low-Date      PIC X(10).
           05  FILLER            PIC X(4).
