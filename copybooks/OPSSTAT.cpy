      *****************************************************************
      * OPSSTAT.cpy
      * Record layout for the morning operations status record
      * (PROD.RECON.OPSSTAT) -- exactly one record, rewritten by
      * ReconOpsStatus at the end of each batch cycle for the
      * scheduler and paging system to act on:
      *   OPS|business date|overall|RC|RECON=x|HIST =x|ACK  =x|
      *   SUSP =x|CHRON=x|MAINT=x|run time
      * Overall is GREEN, AMBER or RED (left-justified); each area
      * is G, A or R; RC is the step's return code (0/4/8).  The
      * columns are fixed, so a watcher can test a single byte.
      *****************************************************************
       01  OpsStatusRecord.
           05  Ops-Tag           PIC X(3).
           05  Ops-Sep-1         PIC X(1).
           05  Ops-Business-Date PIC X(10).
           05  Ops-Sep-2         PIC X(1).
           05  Ops-Overall       PIC X(5).
           05  Ops-Sep-3         PIC X(1).
           05  Ops-RC            PIC 9(2).
           05  Ops-Area OCCURS 6 TIMES.
               10  Ops-Area-Sep  PIC X(1).
               10  Ops-Area-Code PIC X(5).
               10  Ops-Area-Eq   PIC X(1).
               10  Ops-Area-Rag  PIC X(1).
           05  Ops-Sep-4         PIC X(1).
           05  Ops-Run-Time      PIC X(8).
