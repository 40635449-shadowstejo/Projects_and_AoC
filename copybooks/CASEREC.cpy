      *****************************************************************
      * CASEREC.cpy
      * Record layout for the exception case file (PROD.RECON.CASES,
      * VSAM KSDS keyed on Case-Key = site ID + the feed date the
      * case was opened).  ReconcileLists opens a case the first
      * time a site exceptions (M/L/R, as on EXCHREC) and attaches
      * every later occurrence to the site's open case; CaseMaint
      * applies the ASSIGN / ROOTCAUSE / RESOLVE / REOPEN cards and
      * CaseAge reports the open cases by age, assignee, and root
      * cause.  A site has at most one open case at a time.
      *   Case-Status       O = open, C = closed (resolved)
      *   Case-First-Type   exception type that opened the case
      *   Case-Last-Type    type of the latest occurrence
      *   Case-Last-Date    feed date of the latest occurrence
      *   Case-Occurrences  feed days the site has exceptioned
      *                     while this case was open
      *   Case-Cnt-Diff / Case-Amt-Diff  the latest occurrence's
      *                     count and dollar difference
      *   Case-Assignee     analyst working the case (spaces =
      *                     unassigned)
      *   Case-Root-Cause   root-cause code (spaces = not yet
      *                     determined)
      *   Case-Closed-Date  run date of the RESOLVE (spaces while
      *                     open)
      *   Case-Updated-Date run date of the last change of any kind
      *****************************************************************
       01  CaseRecord.
           05  Case-Key.
               10  Case-Site-ID      PIC 9(5).
               10  Case-Open-Date    PIC X(10).
           05  Case-Status           PIC X(1).
           05  Case-First-Type       PIC X(1).
           05  Case-Last-Type        PIC X(1).
           05  Case-Last-Date        PIC X(10).
           05  Case-Occurrences      PIC 9(4).
           05  Case-Cnt-Diff         PIC 9(9).
           05  Case-Amt-Diff         PIC 9(11)V99.
           05  Case-Assignee         PIC X(8).
           05  Case-Root-Cause       PIC X(4).
           05  Case-Closed-Date      PIC X(10).
           05  Case-Reopen-Count     PIC 9(2).
           05  Case-Updated-Date     PIC X(10).
