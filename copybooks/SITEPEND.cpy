      *****************************************************************
      * SITEPEND.cpy
      * Record layout for the pending site-maintenance file
      * (PROD.RECON.SITEPEND GDG) -- one record per future-dated
      * ADD / CHANGE / RETIRE / REINSTATE card that SiteMaint has
      * accepted but not yet applied.  Each run reads the previous
      * generation through PENDIN, applies every card whose
      * effective date has arrived, and writes the rest, plus the
      * run's newly future-dated cards, through PENDOUT.
      * Pend-Card is the transaction card image (cols 1-49, through
      * the effective date) exactly as entered; Pend-Entered-Date is
      * the run date it was accepted.  Each user COPYs this with
      * REPLACING to swap the data-name prefix, so the paired layouts
      * cannot drift.
      *****************************************************************
       01  SitePendRecord.
           05  Pend-Card         PIC X(49).
           05  FILLER            PIC X(1).
           05  Pend-Entered-Date PIC X(10).
           05  FILLER            PIC X(20).
