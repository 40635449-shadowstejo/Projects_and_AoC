      *****************************************************************
      * GLJRNREC.cpy
      * Record layout for the GL journal interface file
      * (PROD.RECON.GLJRNL GDG) that GLJournal writes for the general
      * ledger load, and for the posted-journal ledger
      * (PROD.RECON.GLPOSTED) that keeps a copy of every record ever
      * sent.  Each journal is an HDR, its DTL lines, and a TRL:
      *   Jrn-Ref          RCyyyymmdd-vv for a feed day's journal
      *                    (vv = 01, then 02 and up for each FORCE
      *                    rerun of the date), RVyyyymmdd-vv for the
      *                    journal reversing RCyyyymmdd-vv
      *   HDR  Feed-Date   the reconciliation feed date journaled
      *        Post-Date   the run date GLJournal produced it
      *        Kind        N = new journal, R = reversal
      *        Reverses    the reversed journal's Jrn-Ref (R only)
      *        Src-Run-Date / Src-Run-Time  the ReconcileLists run
      *                    whose GLSUMM set the journal was built from
      *   DTL  one posting: line number, GL account, D or C, amount,
      *        SITEMST region, description
      *   TRL  the journal's line count and debit and credit totals,
      *        which the GL load checks before accepting it -- the
      *        two totals are always equal
      *****************************************************************
       01  GLJournalRecord.
           05  Jrn-Rec-Type      PIC X(3).
           05  FILLER            PIC X(1).
           05  Jrn-Ref           PIC X(13).
           05  FILLER            PIC X(1).
           05  Jrn-Body          PIC X(82).
           05  Jrn-Hdr-View REDEFINES Jrn-Body.
               10  Jrn-Hdr-Feed-Date    PIC X(10).
               10  FILLER               PIC X(1).
               10  Jrn-Hdr-Post-Date    PIC X(10).
               10  FILLER               PIC X(1).
               10  Jrn-Hdr-Kind         PIC X(1).
               10  FILLER               PIC X(1).
               10  Jrn-Hdr-Reverses     PIC X(13).
               10  FILLER               PIC X(1).
               10  Jrn-Hdr-Src-Run-Date PIC X(10).
               10  FILLER               PIC X(1).
               10  Jrn-Hdr-Src-Run-Time PIC X(8).
               10  FILLER               PIC X(25).
           05  Jrn-Dtl-View REDEFINES Jrn-Body.
               10  Jrn-Dtl-Line         PIC 9(4).
               10  FILLER               PIC X(1).
               10  Jrn-Dtl-Account      PIC X(12).
               10  FILLER               PIC X(1).
               10  Jrn-Dtl-DrCr         PIC X(1).
               10  FILLER               PIC X(1).
               10  Jrn-Dtl-Amount       PIC 9(11)V99.
               10  FILLER               PIC X(1).
               10  Jrn-Dtl-Region       PIC X(2).
               10  FILLER               PIC X(1).
               10  Jrn-Dtl-Desc         PIC X(30).
               10  FILLER               PIC X(15).
           05  Jrn-Trl-View REDEFINES Jrn-Body.
               10  Jrn-Trl-Lines        PIC 9(5).
               10  FILLER               PIC X(1).
               10  Jrn-Trl-Debits       PIC 9(13)V99.
               10  FILLER               PIC X(1).
               10  Jrn-Trl-Credits      PIC 9(13)V99.
               10  FILLER               PIC X(45).
