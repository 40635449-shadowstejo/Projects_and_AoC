      *****************************************************************
      * CARRYREC.cpy
      * Record layout for the in-transit carry-forward file
      * (PROD.RECON.CARRY GDG) -- one record per open item: ordering
      * quantity a site sent on the left feed that fulfillment had
      * not yet matched on the right.  ReconcileLists reads the
      * previous generation through CARRYIN, nets each day's excess
      * right-side quantity against the site's items oldest first,
      * ages out anything older than the CARRY-DAYS window as a real
      * left-side exception, and writes the surviving items plus the
      * day's new ones through CARRYOUT.  Count and amount net
      * independently; an item is gone once both reach zero.
      * Carry-Origin-Date is the feed date the item was deferred on.
      * Each user COPYs this with REPLACING to swap the data-name
      * prefix, so the paired layouts cannot drift.
      *****************************************************************
       01  CarryRecord.
           05  Carry-Site-ID     PIC 9(5).
           05  FILLER            PIC X(1).
           05  Carry-Origin-Date PIC X(10).
           05  FILLER            PIC X(1).
           05  Carry-Cnt         PIC 9(9).
           05  FILLER            PIC X(1).
           05  Carry-Amt         PIC 9(11)V99.
