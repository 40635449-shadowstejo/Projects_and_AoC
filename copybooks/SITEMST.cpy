      * legitimately reference.  Site-Status: A = active,
      * R = retired.  Site-Region is the region/district code the
      * regional rollup aggregates on (spaces = unassigned).
      * Site-Open-Date is the first feed date the site trades and
      * Site-Close-Date the first feed date it no longer does
      * (YYYY-MM-DD; spaces = no date recorded), so a feed is judged
      * against the master as of its own feed date: a site is live
      * on date D when D is on or after its open date and before its
      * close date.  A retired site with no close date (retired
      * before the dates were carried) is closed for every date.
      *****************************************************************
       01  SiteMasterRecord.
           05  Site-ID       PIC 9(5).
           05  Site-Name     PIC X(20).
           05  Site-Status   PIC X(1).
           05  Site-Region   PIC X(2).
           05  Site-Open-Date  PIC X(10).
           05  Site-Close-Date PIC X(10).
