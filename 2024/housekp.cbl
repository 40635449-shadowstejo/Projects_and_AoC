       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconHousekeep.

      *****************************************************************
      * Retention housekeeping for the cumulative reconciliation
      * datasets that otherwise only ever grow: the run history
      * (PROD.RECON.HIST), the exception history (PROD.RECON.EXCHIST)
      * and the audit trail (PROD.RECON.AUDIT).  The RETAINCTL cards
      * say how many days of each to keep online; every record dated
      * in a month wholly older than that moves to the dataset's
      * archive generation, and the rest is written to its KEEP
      * dataset for the job to copy back over the online one.
      * Expiry goes by whole calendar month -- the cutoff day rolls
      * back to the first of its month -- so a month is always
      * either all online or all archived, never split.  Records
      * with no usable date, or malformed, stay online.
      *
      * Archived history runs and exception records are summarised
      * per month onto the monthly rollup generations (HISTROLL,
      * EXCHROLL) that ReconTrend and ExcHistory read beside the
      * detail, so their long-range view survives the archive.  The
      * previous rollup generation is carried forward whole; a late
      * record for a month already rolled up merges into it.  Audit
      * records are archived only.
      *
      * The report shows each dataset's records before, kept, and
      * archived -- before must equal kept plus archived, both
      * counted as written -- each rollup's records in and out
      * against what was archived into it, and every online
      * dataset's count against the table limits of the programs
      * that load it.  RC=4: a dataset is at or above WARN-PCT of a
      * reader's limit.  RC=8: a dataset has reached a reader's
      * limit and that reader will abort (the ReconcileLists
      * duplicate-run guard falls back to appending) until it is
      * cut back.  RC=12: the counts do not reconcile and the
      * online datasets must not be replaced.  RC=16: rollup table
      * capacity exceeded.  RC=20: a dataset would not open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetainFile ASSIGN TO "RETAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctl-Status.
           SELECT HistInFile ASSIGN TO "HISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT HistKeepFile ASSIGN TO "HISTKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HKeep-Status.
           SELECT HistArchFile ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HArch-Status.
           SELECT ExcHistFile ASSIGN TO "EXCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exch-Status.
           SELECT ExcKeepFile ASSIGN TO "EXCHKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XKeep-Status.
           SELECT ExcArchFile ASSIGN TO "EXCHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XArch-Status.
           SELECT AuditFile ASSIGN TO "AUDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT AuditKeepFile ASSIGN TO "AUDITKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKeep-Status.
           SELECT AuditArchFile ASSIGN TO "AUDITARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AArch-Status.
           SELECT HistRollInFile ASSIGN TO "HISTRLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRIn-Status.
           SELECT HistRollOutFile ASSIGN TO "HISTRLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HROut-Status.
           SELECT ExcRollInFile ASSIGN TO "EXCHRLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRIn-Status.
           SELECT ExcRollOutFile ASSIGN TO "EXCHRLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XROut-Status.
           SELECT ExcSortFile ASSIGN TO 'housekeep.srt'.
           SELECT HskpReport ASSIGN TO "HSKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RETAINCTL cards (KEYWORD=VALUE, '*' comments): HIST-DAYS,
      * EXCHIST-DAYS, AUDIT-DAYS -- days to keep online, 0 or no card
      * keeps the whole dataset -- and WARN-PCT, the percentage of a
      * reader's table limit at which the watch section warns.
      *****************************************************************
       FD  RetainFile.
       01  RetainRecord      PIC X(80).

       FD  HistInFile.
           COPY HISTREC.

       FD  HistKeepFile.
       01  HistKeepRecord    PIC X(33).

       FD  HistArchFile.
       01  HistArchRecord    PIC X(33).

       FD  ExcHistFile.
           COPY EXCHREC.

       FD  ExcKeepFile.
       01  ExcKeepRecord     PIC X(42).

       FD  ExcArchFile.
       01  ExcArchRecord     PIC X(42).

       FD  AuditFile.
           COPY AUDITREC.

       FD  AuditKeepFile.
       01  AuditKeepRecord   PIC X(100).

       FD  AuditArchFile.
       01  AuditArchRecord   PIC X(100).

       FD  HistRollInFile.
       01  HistRollInRecord  PIC X(90).

       FD  HistRollOutFile.
       01  HistRollOutRecord PIC X(90).

       FD  ExcRollInFile.
       01  ExcRollInRecord   PIC X(70).

       FD  ExcRollOutFile.
       01  ExcRollOutRecord  PIC X(70).

      *****************************************************************
      * Archived exception records sort by month and site for the
      * rollup, then by date and type so a FORCE rerun's copies sit
      * together -- newest (highest read sequence) first, so the
      * first of each date+site+type is the one that counts.
      *****************************************************************
       SD  ExcSortFile.
       01  ExcSortRec.
           05  XSort-Month   PIC X(7).
           05  XSort-Site    PIC 9(5).
           05  XSort-Date    PIC X(10).
           05  XSort-Type    PIC X(1).
           05  XSort-Seq     PIC 9(7).
           05  XSort-Cnt     PIC 9(9).
           05  XSort-Amt     PIC 9(11)V99.

       FD  HskpReport.
       01  HskpRecord        PIC X(100).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * Rollup records are built here and written to the new
      * generation; the previous generation's records are read back
      * into them.
      *****************************************************************
           COPY HISTROLL.
           COPY EXCHROLL.
       01  CTL-EOF-FLAG    PIC X VALUE 'N'.
           88  CTL-EOF        VALUE 'Y'.
       01  HIST-EOF-FLAG   PIC X VALUE 'N'.
           88  HIST-EOF       VALUE 'Y'.
       01  EXCH-EOF-FLAG   PIC X VALUE 'N'.
           88  EXCH-EOF       VALUE 'Y'.
       01  AUDIT-EOF-FLAG  PIC X VALUE 'N'.
           88  AUDIT-EOF      VALUE 'Y'.
       01  HROLL-EOF-FLAG  PIC X VALUE 'N'.
           88  HROLL-EOF      VALUE 'Y'.
       01  XROLL-EOF-FLAG  PIC X VALUE 'N'.
           88  XROLL-EOF      VALUE 'Y'.
       01  XSORT-EOF-FLAG  PIC X VALUE 'N'.
           88  XSORT-EOF      VALUE 'Y'.
       01  WS-Ctl-Status   PIC X(2) VALUE '00'.
       01  WS-Hist-Status  PIC X(2) VALUE '00'.
       01  WS-HKeep-Status PIC X(2) VALUE '00'.
       01  WS-HArch-Status PIC X(2) VALUE '00'.
       01  WS-Exch-Status  PIC X(2) VALUE '00'.
       01  WS-XKeep-Status PIC X(2) VALUE '00'.
       01  WS-XArch-Status PIC X(2) VALUE '00'.
       01  WS-Audit-Status PIC X(2) VALUE '00'.
       01  WS-AKeep-Status PIC X(2) VALUE '00'.
       01  WS-AArch-Status PIC X(2) VALUE '00'.
       01  WS-HRIn-Status  PIC X(2) VALUE '00'.
       01  WS-HROut-Status PIC X(2) VALUE '00'.
       01  WS-XRIn-Status  PIC X(2) VALUE '00'.
       01  WS-XROut-Status PIC X(2) VALUE '00'.
       01  WS-Open-Name    PIC X(10).
       01  WS-Open-Status  PIC X(2).
       01  WS-Ctl-Key      PIC X(12).
       01  WS-Ctl-Value    PIC X(12).
       01  WS-Capacity-Flag PIC X VALUE 'Y'.
           88  Capacity-Valid   VALUE 'Y'.
           88  Capacity-Invalid VALUE 'N'.
       01  WS-Balance-Flag PIC X VALUE 'Y'.
           88  Books-Balanced     VALUE 'Y'.
           88  Books-Out-Of-Balance VALUE 'N'.
      *****************************************************************
      * Retention in effect and the first month each dataset keeps
      * online (spaces = nothing expires).
      *****************************************************************
       01  WS-Hist-Days    PIC 9(4) VALUE 0.
       01  WS-Exch-Days    PIC 9(4) VALUE 0.
       01  WS-Audit-Days   PIC 9(4) VALUE 0.
       01  WS-Default-Warn-Pct PIC 9(3) VALUE 80.
       01  WS-Warn-Pct     PIC 9(3) VALUE 80.
       01  WS-Hist-Cutoff  PIC X(7) VALUE SPACES.
       01  WS-Exch-Cutoff  PIC X(7) VALUE SPACES.
       01  WS-Audit-Cutoff PIC X(7) VALUE SPACES.
       01  WS-Calc-Days    PIC 9(4).
       01  WS-Calc-Cutoff  PIC X(7).
       01  WS-Test-Date    PIC X(10).
       01  WS-Test-Cutoff  PIC X(7).
       01  WS-Dated-Flag   PIC X VALUE 'N'.
           88  Rec-Dated      VALUE 'Y'.
       01  WS-Expired-Flag PIC X VALUE 'N'.
           88  Rec-Expired    VALUE 'Y'.
       01  WS-Current-Date.
           05  WS-CD-YYYY    PIC 9(4).
           05  WS-CD-MM      PIC 9(2).
           05  WS-CD-DD      PIC 9(2).
       01  WS-Current-Date-N REDEFINES WS-Current-Date PIC 9(8).
       01  WS-Report-Date.
           05  WS-RD-YYYY    PIC 9(4).
           05  FILLER        PIC X VALUE '-'.
           05  WS-RD-MM      PIC 9(2).
           05  FILLER        PIC X VALUE '-'.
           05  WS-RD-DD      PIC 9(2).
       01  WS-Today-Int    PIC 9(7).
       01  WS-Cutoff-Int   PIC 9(7).
       01  WS-Cutoff-Date.
           05  WS-CO-YYYY    PIC 9(4).
           05  WS-CO-MM      PIC 9(2).
           05  WS-CO-DD      PIC 9(2).
       01  WS-Cutoff-Date-N REDEFINES WS-Cutoff-Date PIC 9(8).
       01  WS-Item-Date.
           05  WS-ID-YYYY    PIC X(4).
           05  WS-ID-Sep1    PIC X.
           05  WS-ID-MM      PIC X(2).
           05  WS-ID-Sep2    PIC X.
           05  WS-ID-DD      PIC X(2).
      *****************************************************************
      * Per-dataset counts.  Read is every record on the online
      * dataset; kept and archived count only successful writes, so
      * read = kept + archived proves nothing was lost or doubled.
      *****************************************************************
       01  WS-Hist-Read      PIC 9(7) VALUE 0.
       01  WS-Hist-Kept      PIC 9(7) VALUE 0.
       01  WS-Hist-Archived  PIC 9(7) VALUE 0.
       01  WS-Hist-Left      PIC 9(7) VALUE 0.
       01  WS-Hist-Oldest    PIC X(10) VALUE SPACES.
       01  WS-Hist-Newest    PIC X(10) VALUE SPACES.
       01  WS-Exch-Read      PIC 9(7) VALUE 0.
       01  WS-Exch-Kept      PIC 9(7) VALUE 0.
       01  WS-Exch-Archived  PIC 9(7) VALUE 0.
       01  WS-Exch-Left      PIC 9(7) VALUE 0.
       01  WS-Exch-Oldest    PIC X(10) VALUE SPACES.
       01  WS-Exch-Newest    PIC X(10) VALUE SPACES.
       01  WS-Audit-Read     PIC 9(7) VALUE 0.
       01  WS-Audit-Kept     PIC 9(7) VALUE 0.
       01  WS-Audit-Archived PIC 9(7) VALUE 0.
       01  WS-Audit-Left     PIC 9(7) VALUE 0.
       01  WS-Audit-Oldest   PIC X(10) VALUE SPACES.
       01  WS-Audit-Newest   PIC X(10) VALUE SPACES.
       01  WS-Write-Errors   PIC 9(7) VALUE 0.
      *****************************************************************
      * History rollup: the previous generation's months are loaded
      * here, archived runs are added by month, and the whole table
      * is written back in month order.  Mon-State: N = carried
      * forward unchanged, M = carried forward with runs merged in,
      * Y = new this run.
      *****************************************************************
       01  WS-MAX-MONTHS   PIC 9(4) VALUE 600.
       01  MonthTable.
           05  MonthEntry OCCURS 600 TIMES.
               10  Mon-Month      PIC X(7).
               10  Mon-Runs       PIC 9(5).
               10  Mon-Diff-Sum   PIC 9(13).
               10  Mon-Score-Sum  PIC 9(16).
               10  Mon-High-Diff  PIC 9(9).
               10  Mon-High-Date  PIC X(10).
               10  Mon-Low-Diff   PIC 9(9).
               10  Mon-Low-Date   PIC X(10).
               10  Mon-State      PIC X(1).
       01  MonthCount      PIC 9(4) VALUE 0.
       01  MonthIdx        PIC 9(4).
       01  WS-Mon-Jdx      PIC 9(4).
       01  WS-Mon-Key      PIC X(7).
       01  WS-Mon-Found-Flag PIC X VALUE 'N'.
           88  Mon-Found      VALUE 'Y'.
       01  WS-HRoll-In       PIC 9(5) VALUE 0.
       01  WS-HRoll-New      PIC 9(5) VALUE 0.
       01  WS-HRoll-Merged   PIC 9(5) VALUE 0.
       01  WS-HRoll-Out      PIC 9(5) VALUE 0.
       01  WS-HRoll-Runs     PIC 9(7) VALUE 0.
      *****************************************************************
      * Exception rollup: sorted archive records collapse by
      * date+site+type, accumulate by month+site, and merge with the
      * previous generation (also in month+site order) as they go.
      *****************************************************************
       01  WS-Exch-Seq       PIC 9(7) VALUE 0.
       01  WS-Occ-Key.
           05  WS-OK-Date    PIC X(10).
           05  WS-OK-Site    PIC 9(5).
           05  WS-OK-Type    PIC X(1).
       01  WS-Prev-Occ-Key   PIC X(16).
       01  WS-Roll-Key.
           05  WS-RK-Month   PIC X(7).
           05  WS-RK-Site    PIC X(5).
       01  WS-Cur-Roll-Key.
           05  WS-CR-Month   PIC X(7).
           05  WS-CR-Site    PIC X(5).
       01  WS-Old-Roll-Key.
           05  WS-OR-Month   PIC X(7).
           05  WS-OR-Site    PIC X(5).
       01  WS-Acc-Times      PIC 9(4).
       01  WS-Acc-Cnt-Diff   PIC 9(11).
       01  WS-Acc-Amt-Diff   PIC 9(13)V99.
       01  WS-Acc-L-Times    PIC 9(4).
       01  WS-Acc-R-Times    PIC 9(4).
       01  WS-Acc-Last-Date  PIC X(10).
       01  WS-XRoll-In       PIC 9(5) VALUE 0.
       01  WS-XRoll-New      PIC 9(5) VALUE 0.
       01  WS-XRoll-Merged   PIC 9(5) VALUE 0.
       01  WS-XRoll-Out      PIC 9(5) VALUE 0.
       01  WS-XRoll-Occ      PIC 9(7) VALUE 0.
       01  WS-XRoll-Dups     PIC 9(7) VALUE 0.
      *****************************************************************
      * Table limits of the programs that load each online dataset
      * whole -- keep in step with their WS-MAX- values.
      *****************************************************************
       01  WS-Hist-Limit     PIC 9(7) VALUE 5000.
       01  WS-HRoll-Limit    PIC 9(7) VALUE 600.
       01  WS-Exch-Limit     PIC 9(7) VALUE 20000.
       01  WS-Audit-Limit    PIC 9(7) VALUE 5000.
       01  WS-Lim-Name       PIC X(16).
       01  WS-Lim-Count      PIC 9(7).
       01  WS-Lim-Max        PIC 9(7).
       01  WS-Lim-Readers    PIC X(28).
       01  WS-Lim-Pct        PIC 9(4).
       01  WS-Lim-Status     PIC X(20).
       01  WS-Limit-Warnings PIC 9(2) VALUE 0.
       01  WS-Limit-Reached  PIC 9(2) VALUE 0.
       01  WS-Rpt-Name       PIC X(8).
       01  WS-Rpt-Days       PIC 9(4).
       01  WS-Rpt-Cutoff     PIC X(7).
       01  WS-Rpt-Keeps-From PIC X(10).
       01  WS-Rpt-Arch-Name  PIC X(14).
       01  WS-Rpt-Read       PIC 9(7).
       01  WS-Rpt-Kept       PIC 9(7).
       01  WS-Rpt-Archived   PIC 9(7).
       01  WS-Rpt-Oldest     PIC X(10).
       01  WS-Rpt-Newest     PIC X(10).
       01  WS-Rpt-Balance    PIC X(14).
       01  WS-Rpt-Sum        PIC 9(8).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM OpenFiles
           PERFORM LoadRetention
           PERFORM LoadHistRollup UNTIL HROLL-EOF
           MOVE 'N' TO HIST-EOF-FLAG
           PERFORM ArchiveHistRecord UNTIL HIST-EOF
           PERFORM WriteHistRollup
           SORT ExcSortFile
               ON ASCENDING KEY XSort-Month XSort-Site
                                XSort-Date XSort-Type
               ON DESCENDING KEY XSort-Seq
               INPUT PROCEDURE IS ArchiveExcHist
               OUTPUT PROCEDURE IS StoreExcRollups
           MOVE 'N' TO AUDIT-EOF-FLAG
           PERFORM ArchiveAuditRecord UNTIL AUDIT-EOF
           PERFORM WriteReport
           IF Capacity-Invalid
               MOVE 16 TO RETURN-CODE
           ELSE
           IF Books-Out-Of-Balance
               MOVE 12 TO RETURN-CODE
           ELSE
           IF WS-Limit-Reached > 0
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-Limit-Warnings > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM CloseFiles
           GOBACK.

       OpenFiles.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Current-Date-N)

           OPEN INPUT HistInFile
           MOVE 'HISTIN' TO WS-Open-Name
           MOVE WS-Hist-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN INPUT ExcHistFile
           MOVE 'EXCHIN' TO WS-Open-Name
           MOVE WS-Exch-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN INPUT AuditFile
           MOVE 'AUDITIN' TO WS-Open-Name
           MOVE WS-Audit-Status TO WS-Open-Status
           PERFORM CheckOpen

           OPEN OUTPUT HistKeepFile
           MOVE 'HISTKEEP' TO WS-Open-Name
           MOVE WS-HKeep-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT HistArchFile
           MOVE 'HISTARCH' TO WS-Open-Name
           MOVE WS-HArch-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT ExcKeepFile
           MOVE 'EXCHKEEP' TO WS-Open-Name
           MOVE WS-XKeep-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT ExcArchFile
           MOVE 'EXCHARCH' TO WS-Open-Name
           MOVE WS-XArch-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT AuditKeepFile
           MOVE 'AUDITKEEP' TO WS-Open-Name
           MOVE WS-AKeep-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT AuditArchFile
           MOVE 'AUDITARCH' TO WS-Open-Name
           MOVE WS-AArch-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT HistRollOutFile
           MOVE 'HISTRLOUT' TO WS-Open-Name
           MOVE WS-HROut-Status TO WS-Open-Status
           PERFORM CheckOpen
           OPEN OUTPUT ExcRollOutFile
           MOVE 'EXCHRLOUT' TO WS-Open-Name
           MOVE WS-XROut-Status TO WS-Open-Status
           PERFORM CheckOpen

      *    The rollup generations are optional on input -- the first
      *    run starts them empty.
           OPEN INPUT HistRollInFile
           IF WS-HRIn-Status NOT = '00'
               DISPLAY 'No history rollup generation present, status '
                   WS-HRIn-Status ' -- starting it empty.'
               MOVE 'Y' TO HROLL-EOF-FLAG
           END-IF
           OPEN INPUT ExcRollInFile
           IF WS-XRIn-Status NOT = '00'
               DISPLAY 'No exception rollup generation present, '
                   'status ' WS-XRIn-Status ' -- starting it empty.'
               MOVE 'Y' TO XROLL-EOF-FLAG
           END-IF

           OPEN OUTPUT HskpReport
           .

       CheckOpen.
           IF WS-Open-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open ' WS-Open-Name
                   ', status ' WS-Open-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LoadRetention.
      *    No control file, or no card for a dataset, keeps that
      *    dataset whole -- nothing is archived that ops did not ask
      *    for.
           OPEN INPUT RetainFile
           IF WS-Ctl-Status NOT = '00'
               DISPLAY 'No retention control file present, status '
                   WS-Ctl-Status ' -- all datasets retained whole.'
           ELSE
               MOVE 'N' TO CTL-EOF-FLAG
               PERFORM ReadRetainControl UNTIL CTL-EOF
               CLOSE RetainFile
           END-IF
           MOVE WS-Hist-Days TO WS-Calc-Days
           PERFORM CalcCutoff
           MOVE WS-Calc-Cutoff TO WS-Hist-Cutoff
           MOVE WS-Exch-Days TO WS-Calc-Days
           PERFORM CalcCutoff
           MOVE WS-Calc-Cutoff TO WS-Exch-Cutoff
           MOVE WS-Audit-Days TO WS-Calc-Days
           PERFORM CalcCutoff
           MOVE WS-Calc-Cutoff TO WS-Audit-Cutoff
           .

       ReadRetainControl.
           READ RetainFile
               AT END
                   MOVE 'Y' TO CTL-EOF-FLAG
               NOT AT END
                   IF RetainRecord(1:1) = '*'
                           OR RetainRecord = SPACES
                       CONTINUE
                   ELSE
                       PERFORM ApplyRetainControl
                   END-IF
           .

       ApplyRetainControl.
           MOVE SPACES TO WS-Ctl-Key
           MOVE SPACES TO WS-Ctl-Value
           UNSTRING RetainRecord DELIMITED BY '='
               INTO WS-Ctl-Key WS-Ctl-Value
           IF WS-Ctl-Value = SPACES
               DISPLAY 'WARNING: Retention control card has no'
                   ' value, ignored: ' RetainRecord
           ELSE
               IF WS-Ctl-Key = 'HIST-DAYS'
                   COMPUTE WS-Hist-Days =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
               IF WS-Ctl-Key = 'EXCHIST-DAYS'
                   COMPUTE WS-Exch-Days =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
               IF WS-Ctl-Key = 'AUDIT-DAYS'
                   COMPUTE WS-Audit-Days =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
               IF WS-Ctl-Key = 'WARN-PCT'
                   COMPUTE WS-Warn-Pct =
                       FUNCTION NUMVAL(WS-Ctl-Value)
                   IF WS-Warn-Pct = 0 OR WS-Warn-Pct > 100
                       DISPLAY 'WARNING: WARN-PCT must be 1-100,'
                           ' default used: ' RetainRecord
                       MOVE WS-Default-Warn-Pct TO WS-Warn-Pct
                   END-IF
               ELSE
                   DISPLAY 'WARNING: Unknown retention control'
                       ' ignored: ' RetainRecord
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

       CalcCutoff.
      *    The first month kept online: the month holding the day
      *    WS-Calc-Days back from today, so at least that many days
      *    always stay online.  Spaces when the dataset is kept whole.
           MOVE SPACES TO WS-Calc-Cutoff
           IF WS-Calc-Days > 0
               COMPUTE WS-Cutoff-Int = WS-Today-Int - WS-Calc-Days
               COMPUTE WS-Cutoff-Date-N =
                   FUNCTION DATE-OF-INTEGER(WS-Cutoff-Int)
               STRING WS-CO-YYYY '-' WS-CO-MM
                   DELIMITED BY SIZE INTO WS-Calc-Cutoff
           END-IF
           .

       TestExpiry.
      *    Dates are YYYY-MM-DD; one that is not cannot be placed in a
      *    month and stays online.
           MOVE 'N' TO WS-Dated-Flag
           MOVE 'N' TO WS-Expired-Flag
           MOVE WS-Test-Date TO WS-Item-Date
           IF WS-ID-YYYY NUMERIC AND WS-ID-MM NUMERIC
                   AND WS-ID-DD NUMERIC
                   AND WS-ID-Sep1 = '-' AND WS-ID-Sep2 = '-'
               MOVE 'Y' TO WS-Dated-Flag
               IF WS-Test-Cutoff NOT = SPACES
                       AND WS-Test-Date(1:7) < WS-Test-Cutoff
                   MOVE 'Y' TO WS-Expired-Flag
               END-IF
           END-IF
           .

       LoadHistRollup.
           READ HistRollInFile INTO HistRollupRecord
               AT END
                   MOVE 'Y' TO HROLL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HRoll-In
                   IF Hrl-Runs NUMERIC AND Hrl-Diff-Sum NUMERIC
                           AND Hrl-Score-Sum NUMERIC
                           AND Hrl-High-Diff NUMERIC
                           AND Hrl-Low-Diff NUMERIC
                       PERFORM StoreHistRollup
                   ELSE
      *                Left out of the table, so out will not equal
      *                in plus new and the run reports out of balance.
                       DISPLAY 'WARNING: Malformed history rollup '
                           'record dropped: ' HistRollInRecord(1:40)
                   END-IF
           END-READ
           .

       StoreHistRollup.
           MOVE Hrl-Month TO WS-Mon-Key
           PERFORM FindMonth
           IF Capacity-Valid
               IF Mon-Found
      *            A month twice on the input -- fold them together
      *            rather than lose either.
                   DISPLAY 'WARNING: History rollup month repeated,'
                       ' merged: ' Hrl-Month
               ELSE
                   MOVE 'N' TO Mon-State(MonthIdx)
                   MOVE Hrl-High-Diff TO Mon-High-Diff(MonthIdx)
                   MOVE Hrl-High-Date TO Mon-High-Date(MonthIdx)
                   MOVE Hrl-Low-Diff  TO Mon-Low-Diff(MonthIdx)
                   MOVE Hrl-Low-Date  TO Mon-Low-Date(MonthIdx)
               END-IF
               ADD Hrl-Runs      TO Mon-Runs(MonthIdx)
               ADD Hrl-Diff-Sum  TO Mon-Diff-Sum(MonthIdx)
               ADD Hrl-Score-Sum TO Mon-Score-Sum(MonthIdx)
               IF Hrl-High-Diff > Mon-High-Diff(MonthIdx)
                   MOVE Hrl-High-Diff TO Mon-High-Diff(MonthIdx)
                   MOVE Hrl-High-Date TO Mon-High-Date(MonthIdx)
               END-IF
               IF Hrl-Low-Diff < Mon-Low-Diff(MonthIdx)
                   MOVE Hrl-Low-Diff TO Mon-Low-Diff(MonthIdx)
                   MOVE Hrl-Low-Date TO Mon-Low-Date(MonthIdx)
               END-IF
           END-IF
           .

       FindMonth.
      *    Locate WS-Mon-Key in the month-ordered table, inserting an
      *    empty entry in its place when it is not there yet.
      *    MonthIdx is left on the entry.
           MOVE 'N' TO WS-Mon-Found-Flag
           PERFORM VARYING MonthIdx FROM 1 BY 1
                   UNTIL MonthIdx > MonthCount
                       OR Mon-Month(MonthIdx) >= WS-Mon-Key
               CONTINUE
           END-PERFORM
           IF MonthIdx <= MonthCount
                   AND Mon-Month(MonthIdx) = WS-Mon-Key
               MOVE 'Y' TO WS-Mon-Found-Flag
           ELSE
               IF MonthCount >= WS-MAX-MONTHS
                   IF Capacity-Valid
                       DISPLAY 'ERROR: More than ' WS-MAX-MONTHS
                           ' months of history rollup -- MonthTable'
                       DISPLAY '  capacity exceeded.  Run aborted to'
                           ' avoid silent truncation of data.'
                   END-IF
                   MOVE 'N' TO WS-Capacity-Flag
               ELSE
                   PERFORM VARYING WS-Mon-Jdx FROM MonthCount BY -1
                           UNTIL WS-Mon-Jdx < MonthIdx
                       MOVE MonthEntry(WS-Mon-Jdx)
                           TO MonthEntry(WS-Mon-Jdx + 1)
                   END-PERFORM
                   ADD 1 TO MonthCount
                   MOVE WS-Mon-Key TO Mon-Month(MonthIdx)
                   MOVE 0 TO Mon-Runs(MonthIdx)
                   MOVE 0 TO Mon-Diff-Sum(MonthIdx)
                   MOVE 0 TO Mon-Score-Sum(MonthIdx)
                   MOVE 0 TO Mon-High-Diff(MonthIdx)
                   MOVE SPACES TO Mon-High-Date(MonthIdx)
                   MOVE 999999999 TO Mon-Low-Diff(MonthIdx)
                   MOVE SPACES TO Mon-Low-Date(MonthIdx)
                   MOVE 'Y' TO Mon-State(MonthIdx)
               END-IF
           END-IF
           .

       ArchiveHistRecord.
           READ HistInFile
               AT END
                   MOVE 'Y' TO HIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Hist-Read
                   MOVE Hist-Run-Date TO WS-Test-Date
                   MOVE WS-Hist-Cutoff TO WS-Test-Cutoff
                   PERFORM TestExpiry
                   IF Rec-Expired
                           AND Hist-TotalDiff NUMERIC
                           AND Hist-SimScore NUMERIC
                       PERFORM ArchiveHistRun
                   ELSE
                       IF Rec-Expired OR NOT Rec-Dated
                           ADD 1 TO WS-Hist-Left
                       END-IF
                       WRITE HistKeepRecord FROM HistoryRecord
                       IF WS-HKeep-Status = '00'
                           ADD 1 TO WS-Hist-Kept
                       ELSE
                           DISPLAY 'ERROR: HISTKEEP write failed,'
                               ' status ' WS-HKeep-Status ': '
                               HistoryRecord
                           ADD 1 TO WS-Write-Errors
                       END-IF
                   END-IF
           END-READ
           .

       ArchiveHistRun.
           WRITE HistArchRecord FROM HistoryRecord
           IF WS-HArch-Status NOT = '00'
               DISPLAY 'ERROR: HISTARCH write failed, status '
                   WS-HArch-Status ': ' HistoryRecord
               ADD 1 TO WS-Write-Errors
           ELSE
               ADD 1 TO WS-Hist-Archived
               IF WS-Hist-Oldest = SPACES
                       OR Hist-Run-Date < WS-Hist-Oldest
                   MOVE Hist-Run-Date TO WS-Hist-Oldest
               END-IF
               IF Hist-Run-Date > WS-Hist-Newest
                   MOVE Hist-Run-Date TO WS-Hist-Newest
               END-IF
               MOVE Hist-Run-Date(1:7) TO WS-Mon-Key
               PERFORM FindMonth
               IF Capacity-Valid
                   IF Mon-State(MonthIdx) = 'N'
                       MOVE 'M' TO Mon-State(MonthIdx)
                       ADD 1 TO WS-HRoll-Merged
                   END-IF
                   ADD 1 TO WS-HRoll-Runs
                   ADD 1 TO Mon-Runs(MonthIdx)
                   ADD Hist-TotalDiff TO Mon-Diff-Sum(MonthIdx)
                   ADD Hist-SimScore  TO Mon-Score-Sum(MonthIdx)
                   IF Hist-TotalDiff > Mon-High-Diff(MonthIdx)
                           OR Mon-High-Date(MonthIdx) = SPACES
                       MOVE Hist-TotalDiff TO Mon-High-Diff(MonthIdx)
                       MOVE Hist-Run-Date  TO Mon-High-Date(MonthIdx)
                   END-IF
                   IF Hist-TotalDiff < Mon-Low-Diff(MonthIdx)
                           OR Mon-Low-Date(MonthIdx) = SPACES
                       MOVE Hist-TotalDiff TO Mon-Low-Diff(MonthIdx)
                       MOVE Hist-Run-Date  TO Mon-Low-Date(MonthIdx)
                   END-IF
               END-IF
           END-IF
           .

       WriteHistRollup.
           PERFORM VARYING MonthIdx FROM 1 BY 1
                   UNTIL MonthIdx > MonthCount
               IF Mon-State(MonthIdx) = 'Y'
                   ADD 1 TO WS-HRoll-New
               END-IF
               MOVE SPACES TO HistRollupRecord
               MOVE Mon-Month(MonthIdx)     TO Hrl-Month
               MOVE Mon-Runs(MonthIdx)      TO Hrl-Runs
               MOVE Mon-Diff-Sum(MonthIdx)  TO Hrl-Diff-Sum
               MOVE Mon-Score-Sum(MonthIdx) TO Hrl-Score-Sum
               MOVE Mon-High-Diff(MonthIdx) TO Hrl-High-Diff
               MOVE Mon-High-Date(MonthIdx) TO Hrl-High-Date
               MOVE Mon-Low-Diff(MonthIdx)  TO Hrl-Low-Diff
               MOVE Mon-Low-Date(MonthIdx)  TO Hrl-Low-Date
               WRITE HistRollOutRecord FROM HistRollupRecord
               IF WS-HROut-Status = '00'
                   ADD 1 TO WS-HRoll-Out
               ELSE
                   DISPLAY 'ERROR: HISTRLOUT write failed, status '
                       WS-HROut-Status ': ' Hrl-Month
                   ADD 1 TO WS-Write-Errors
               END-IF
           END-PERFORM
           .

       ArchiveExcHist.
           MOVE 'N' TO EXCH-EOF-FLAG
           PERFORM ArchiveExcRecord UNTIL EXCH-EOF
           .

       ArchiveExcRecord.
           READ ExcHistFile
               AT END
                   MOVE 'Y' TO EXCH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Exch-Read
                   MOVE Exch-Run-Date TO WS-Test-Date
                   MOVE WS-Exch-Cutoff TO WS-Test-Cutoff
                   PERFORM TestExpiry
                   IF Rec-Expired
                           AND Exch-Site-ID NUMERIC
                           AND Exch-Cnt-Diff NUMERIC
                           AND Exch-Amt-Diff NUMERIC
                       PERFORM ArchiveExcOccurrence
                   ELSE
                       IF Rec-Expired OR NOT Rec-Dated
                           ADD 1 TO WS-Exch-Left
                       END-IF
                       WRITE ExcKeepRecord FROM ExcHistRecord
                       IF WS-XKeep-Status = '00'
                           ADD 1 TO WS-Exch-Kept
                       ELSE
                           DISPLAY 'ERROR: EXCHKEEP write failed,'
                               ' status ' WS-XKeep-Status ': '
                               ExcHistRecord
                           ADD 1 TO WS-Write-Errors
                       END-IF
                   END-IF
           END-READ
           .

       ArchiveExcOccurrence.
           WRITE ExcArchRecord FROM ExcHistRecord
           IF WS-XArch-Status NOT = '00'
               DISPLAY 'ERROR: EXCHARCH write failed, status '
                   WS-XArch-Status ': ' ExcHistRecord
               ADD 1 TO WS-Write-Errors
           ELSE
               ADD 1 TO WS-Exch-Archived
               IF WS-Exch-Oldest = SPACES
                       OR Exch-Run-Date < WS-Exch-Oldest
                   MOVE Exch-Run-Date TO WS-Exch-Oldest
               END-IF
               IF Exch-Run-Date > WS-Exch-Newest
                   MOVE Exch-Run-Date TO WS-Exch-Newest
               END-IF
               ADD 1 TO WS-Exch-Seq
               MOVE Exch-Run-Date(1:7) TO XSort-Month
               MOVE Exch-Site-ID       TO XSort-Site
               MOVE Exch-Run-Date      TO XSort-Date
               MOVE Exch-Type          TO XSort-Type
               MOVE WS-Exch-Seq        TO XSort-Seq
               MOVE Exch-Cnt-Diff      TO XSort-Cnt
               MOVE Exch-Amt-Diff      TO XSort-Amt
               RELEASE ExcSortRec
           END-IF
           .

       StoreExcRollups.
           MOVE SPACES TO WS-Prev-Occ-Key
           MOVE SPACES TO WS-Cur-Roll-Key
           PERFORM ReadOldExcRollup
           MOVE 'N' TO XSORT-EOF-FLAG
           PERFORM ReturnExcSorted UNTIL XSORT-EOF
           IF WS-Cur-Roll-Key NOT = SPACES
               PERFORM EmitExcRollup
           END-IF
      *    Whatever is left of the previous generation follows.
           PERFORM CopyOldExcRollup UNTIL XROLL-EOF
           .

       ReturnExcSorted.
           RETURN ExcSortFile
               AT END
                   MOVE 'Y' TO XSORT-EOF-FLAG
               NOT AT END
                   PERFORM RollExcSorted
           END-RETURN
           .

       RollExcSorted.
      *    The first copy of a date+site+type is the newest; later
      *    copies are FORCE rerun duplicates and count only as
      *    collapsed.
           MOVE XSort-Date TO WS-OK-Date
           MOVE XSort-Site TO WS-OK-Site
           MOVE XSort-Type TO WS-OK-Type
           IF WS-Occ-Key = WS-Prev-Occ-Key
               ADD 1 TO WS-XRoll-Dups
           ELSE
               MOVE WS-Occ-Key TO WS-Prev-Occ-Key
               MOVE XSort-Month TO WS-RK-Month
               MOVE XSort-Site  TO WS-RK-Site
               IF WS-Roll-Key NOT = WS-Cur-Roll-Key
                   IF WS-Cur-Roll-Key NOT = SPACES
                       PERFORM EmitExcRollup
                   END-IF
                   MOVE WS-Roll-Key TO WS-Cur-Roll-Key
                   MOVE 0 TO WS-Acc-Times
                   MOVE 0 TO WS-Acc-Cnt-Diff
                   MOVE 0 TO WS-Acc-Amt-Diff
                   MOVE 0 TO WS-Acc-L-Times
                   MOVE 0 TO WS-Acc-R-Times
                   MOVE SPACES TO WS-Acc-Last-Date
               END-IF
               ADD 1 TO WS-XRoll-Occ
               ADD 1 TO WS-Acc-Times
               ADD XSort-Cnt TO WS-Acc-Cnt-Diff
               ADD XSort-Amt TO WS-Acc-Amt-Diff
               IF XSort-Type = 'L'
                   ADD 1 TO WS-Acc-L-Times
               END-IF
               IF XSort-Type = 'R'
                   ADD 1 TO WS-Acc-R-Times
               END-IF
               IF XSort-Date > WS-Acc-Last-Date
                   MOVE XSort-Date TO WS-Acc-Last-Date
               END-IF
           END-IF
           .

       EmitExcRollup.
      *    Previous-generation records ahead of this month+site go
      *    out first; one for the same month+site merges into it.
           PERFORM CopyOldExcRollup
               UNTIL XROLL-EOF OR WS-Old-Roll-Key >= WS-Cur-Roll-Key
           IF NOT XROLL-EOF AND WS-Old-Roll-Key = WS-Cur-Roll-Key
               MOVE ExcRollInRecord TO ExcRollupRecord
               IF Xrl-Times NUMERIC AND Xrl-Cnt-Diff NUMERIC
                       AND Xrl-Amt-Diff NUMERIC
                       AND Xrl-L-Times NUMERIC
                       AND Xrl-R-Times NUMERIC
                   ADD Xrl-Times    TO WS-Acc-Times
                   ADD Xrl-Cnt-Diff TO WS-Acc-Cnt-Diff
                   ADD Xrl-Amt-Diff TO WS-Acc-Amt-Diff
                   ADD Xrl-L-Times  TO WS-Acc-L-Times
                   ADD Xrl-R-Times  TO WS-Acc-R-Times
                   IF Xrl-Last-Date > WS-Acc-Last-Date
                       MOVE Xrl-Last-Date TO WS-Acc-Last-Date
                   END-IF
                   ADD 1 TO WS-XRoll-Merged
                   PERFORM ReadOldExcRollup
               ELSE
      *            Leave a malformed record to be copied through as
      *            it stands; this month+site goes out beside it.
                   DISPLAY 'WARNING: Malformed exception rollup '
                       'record not merged: ' ExcRollInRecord(1:40)
                   ADD 1 TO WS-XRoll-New
               END-IF
           ELSE
               ADD 1 TO WS-XRoll-New
           END-IF
           MOVE SPACES TO ExcRollupRecord
           MOVE WS-CR-Month      TO Xrl-Month
           MOVE WS-CR-Site       TO Xrl-Site-ID
           MOVE WS-Acc-Times     TO Xrl-Times
           MOVE WS-Acc-Cnt-Diff  TO Xrl-Cnt-Diff
           MOVE WS-Acc-Amt-Diff  TO Xrl-Amt-Diff
           MOVE WS-Acc-L-Times   TO Xrl-L-Times
           MOVE WS-Acc-R-Times   TO Xrl-R-Times
           MOVE WS-Acc-Last-Date TO Xrl-Last-Date
           PERFORM WriteExcRollup
           .

       CopyOldExcRollup.
           MOVE ExcRollInRecord TO ExcRollupRecord
           PERFORM WriteExcRollup
           PERFORM ReadOldExcRollup
           .

       ReadOldExcRollup.
           IF NOT XROLL-EOF
               READ ExcRollInFile
                   AT END
                       MOVE 'Y' TO XROLL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-XRoll-In
                       MOVE ExcRollInRecord(1:7) TO WS-OR-Month
                       MOVE ExcRollInRecord(9:5) TO WS-OR-Site
               END-READ
           END-IF
           .

       WriteExcRollup.
           WRITE ExcRollOutRecord FROM ExcRollupRecord
           IF WS-XROut-Status = '00'
               ADD 1 TO WS-XRoll-Out
           ELSE
               DISPLAY 'ERROR: EXCHRLOUT write failed, status '
                   WS-XROut-Status ': ' ExcRollupRecord(1:40)
               ADD 1 TO WS-Write-Errors
           END-IF
           .

       ArchiveAuditRecord.
           READ AuditFile
               AT END
                   MOVE 'Y' TO AUDIT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Audit-Read
                   MOVE Audit-Run-Date TO WS-Test-Date
                   MOVE WS-Audit-Cutoff TO WS-Test-Cutoff
                   PERFORM TestExpiry
                   IF Rec-Expired
                       PERFORM ArchiveAuditRun
                   ELSE
                       IF NOT Rec-Dated
                           ADD 1 TO WS-Audit-Left
                       END-IF
                       WRITE AuditKeepRecord FROM AuditRecord
                       IF WS-AKeep-Status = '00'
                           ADD 1 TO WS-Audit-Kept
                       ELSE
                           DISPLAY 'ERROR: AUDITKEEP write failed,'
                               ' status ' WS-AKeep-Status ': '
                               AuditRecord(1:40)
                           ADD 1 TO WS-Write-Errors
                       END-IF
                   END-IF
           END-READ
           .

       ArchiveAuditRun.
           WRITE AuditArchRecord FROM AuditRecord
           IF WS-AArch-Status = '00'
               ADD 1 TO WS-Audit-Archived
               IF WS-Audit-Oldest = SPACES
                       OR Audit-Run-Date < WS-Audit-Oldest
                   MOVE Audit-Run-Date TO WS-Audit-Oldest
               END-IF
               IF Audit-Run-Date > WS-Audit-Newest
                   MOVE Audit-Run-Date TO WS-Audit-Newest
               END-IF
           ELSE
               DISPLAY 'ERROR: AUDITARCH write failed, status '
                   WS-AArch-Status ': ' AuditRecord(1:40)
               ADD 1 TO WS-Write-Errors
           END-IF
           .

       WriteReport.
           MOVE SPACES TO HskpRecord
           STRING 'Recon Housekeeping Report - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           STRING 'Days online (0 = all): HIST ' WS-Hist-Days
               '  EXCHIST ' WS-Exch-Days '  AUDIT ' WS-Audit-Days
               '   Limit warning at ' WS-Warn-Pct ' pct'
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           WRITE HskpRecord

           MOVE SPACES TO HskpRecord
           STRING 'Online Datasets (months before Keeps From move to'
               ' the archive):' DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           STRING '  Dataset   Days  Keeps From   Before     Kept'
               '    Archived  Balance'
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE 'HIST'            TO WS-Rpt-Name
           MOVE WS-Hist-Days      TO WS-Rpt-Days
           MOVE WS-Hist-Cutoff    TO WS-Rpt-Cutoff
           MOVE WS-Hist-Read      TO WS-Rpt-Read
           MOVE WS-Hist-Kept      TO WS-Rpt-Kept
           MOVE WS-Hist-Archived  TO WS-Rpt-Archived
           PERFORM WriteDatasetLine
           MOVE 'EXCHIST'         TO WS-Rpt-Name
           MOVE WS-Exch-Days      TO WS-Rpt-Days
           MOVE WS-Exch-Cutoff    TO WS-Rpt-Cutoff
           MOVE WS-Exch-Read      TO WS-Rpt-Read
           MOVE WS-Exch-Kept      TO WS-Rpt-Kept
           MOVE WS-Exch-Archived  TO WS-Rpt-Archived
           PERFORM WriteDatasetLine
           MOVE 'AUDIT'           TO WS-Rpt-Name
           MOVE WS-Audit-Days     TO WS-Rpt-Days
           MOVE WS-Audit-Cutoff   TO WS-Rpt-Cutoff
           MOVE WS-Audit-Read     TO WS-Rpt-Read
           MOVE WS-Audit-Kept     TO WS-Rpt-Kept
           MOVE WS-Audit-Archived TO WS-Rpt-Archived
           PERFORM WriteDatasetLine
           IF WS-Hist-Left > 0 OR WS-Exch-Left > 0
                   OR WS-Audit-Left > 0
               MOVE SPACES TO HskpRecord
               STRING '  Undated or malformed, left online:  HIST '
                   WS-Hist-Left '  EXCHIST ' WS-Exch-Left
                   '  AUDIT ' WS-Audit-Left
                   DELIMITED BY SIZE INTO HskpRecord
               WRITE HskpRecord
           END-IF
           MOVE SPACES TO HskpRecord
           WRITE HskpRecord

           MOVE 'Archive Generations (this run):' TO HskpRecord
           WRITE HskpRecord
           MOVE 'HIST.ARCH'       TO WS-Rpt-Arch-Name
           MOVE WS-Hist-Archived  TO WS-Rpt-Archived
           MOVE WS-Hist-Oldest    TO WS-Rpt-Oldest
           MOVE WS-Hist-Newest    TO WS-Rpt-Newest
           PERFORM WriteArchiveLine
           MOVE 'EXCHIST.ARCH'    TO WS-Rpt-Arch-Name
           MOVE WS-Exch-Archived  TO WS-Rpt-Archived
           MOVE WS-Exch-Oldest    TO WS-Rpt-Oldest
           MOVE WS-Exch-Newest    TO WS-Rpt-Newest
           PERFORM WriteArchiveLine
           MOVE 'AUDIT.ARCH'      TO WS-Rpt-Arch-Name
           MOVE WS-Audit-Archived TO WS-Rpt-Archived
           MOVE WS-Audit-Oldest   TO WS-Rpt-Oldest
           MOVE WS-Audit-Newest   TO WS-Rpt-Newest
           PERFORM WriteArchiveLine
           MOVE SPACES TO HskpRecord
           WRITE HskpRecord

           PERFORM WriteRollupSection
           PERFORM WriteLimitSection

           MOVE SPACES TO HskpRecord
           IF Capacity-Invalid
               STRING 'Housekeeping result: ABORTED -- rollup'
                   ' capacity exceeded; online datasets must NOT'
                   ' be replaced.' DELIMITED BY SIZE INTO HskpRecord
           ELSE
           IF Books-Out-Of-Balance
               STRING 'Housekeeping result: OUT OF BALANCE ('
                   WS-Write-Errors ' write errors) -- online'
                   ' datasets must NOT be replaced.'
                   DELIMITED BY SIZE INTO HskpRecord
           ELSE
               STRING 'Housekeeping result: RECONCILED  Limit'
                   ' warnings: ' WS-Limit-Warnings
                   '  Limits reached: ' WS-Limit-Reached
                   DELIMITED BY SIZE INTO HskpRecord
           END-IF
           END-IF
           WRITE HskpRecord
           .

       WriteDatasetLine.
           COMPUTE WS-Rpt-Sum = WS-Rpt-Kept + WS-Rpt-Archived
           IF WS-Rpt-Sum = WS-Rpt-Read
               MOVE 'RECONCILED' TO WS-Rpt-Balance
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-Rpt-Balance
               MOVE 'N' TO WS-Balance-Flag
           END-IF
           IF WS-Rpt-Cutoff = SPACES
               MOVE '(keep all)' TO WS-Rpt-Keeps-From
           ELSE
               MOVE SPACES TO WS-Rpt-Keeps-From
               STRING WS-Rpt-Cutoff '-01'
                   DELIMITED BY SIZE INTO WS-Rpt-Keeps-From
           END-IF
           MOVE SPACES TO HskpRecord
           STRING '  ' WS-Rpt-Name '  ' WS-Rpt-Days
               '  ' WS-Rpt-Keeps-From
               '  ' WS-Rpt-Read '  ' WS-Rpt-Kept
               '   ' WS-Rpt-Archived '  ' WS-Rpt-Balance
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           .

       WriteArchiveLine.
      *    The archive generation's record count is the archived
      *    count above -- both are successful writes to it.
           MOVE SPACES TO HskpRecord
           IF WS-Rpt-Archived = 0
               STRING '  ' WS-Rpt-Arch-Name WS-Rpt-Archived
                   ' records  (nothing expired)'
                   DELIMITED BY SIZE INTO HskpRecord
           ELSE
               STRING '  ' WS-Rpt-Arch-Name WS-Rpt-Archived
                   ' records  dated ' WS-Rpt-Oldest
                   ' to ' WS-Rpt-Newest
                   DELIMITED BY SIZE INTO HskpRecord
           END-IF
           WRITE HskpRecord
           .

       WriteRollupSection.
      *    Each rollup reconciles twice: its records out equal the
      *    previous generation's in plus the months (or site-months)
      *    new this run, and what it absorbed equals what was
      *    archived into it.
           MOVE 'Monthly Rollups (online, carried forward):'
               TO HskpRecord
           WRITE HskpRecord
           MOVE 'RECONCILED' TO WS-Rpt-Balance
           COMPUTE WS-Rpt-Sum = WS-HRoll-In + WS-HRoll-New
           IF WS-Rpt-Sum NOT = WS-HRoll-Out
                   OR WS-HRoll-Runs NOT = WS-Hist-Archived
               MOVE 'OUT OF BALANCE' TO WS-Rpt-Balance
               MOVE 'N' TO WS-Balance-Flag
           END-IF
           MOVE SPACES TO HskpRecord
           STRING '  HIST.MONTHLY     months in ' WS-HRoll-In
               '  new ' WS-HRoll-New '  merged ' WS-HRoll-Merged
               '  out ' WS-HRoll-Out '  ' WS-Rpt-Balance
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           STRING '                   runs rolled up ' WS-HRoll-Runs
               ' = HIST archived ' WS-Hist-Archived
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord

           MOVE 'RECONCILED' TO WS-Rpt-Balance
           COMPUTE WS-Rpt-Sum = WS-XRoll-In + WS-XRoll-New
           IF WS-Rpt-Sum NOT = WS-XRoll-Out
               MOVE 'OUT OF BALANCE' TO WS-Rpt-Balance
               MOVE 'N' TO WS-Balance-Flag
           END-IF
           COMPUTE WS-Rpt-Sum = WS-XRoll-Occ + WS-XRoll-Dups
           IF WS-Rpt-Sum NOT = WS-Exch-Archived
               MOVE 'OUT OF BALANCE' TO WS-Rpt-Balance
               MOVE 'N' TO WS-Balance-Flag
           END-IF
           MOVE SPACES TO HskpRecord
           STRING '  EXCHIST.MONTHLY  site-months in ' WS-XRoll-In
               '  new ' WS-XRoll-New '  merged ' WS-XRoll-Merged
               '  out ' WS-XRoll-Out '  ' WS-Rpt-Balance
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           STRING '                   occurrences ' WS-XRoll-Occ
               ' + rerun duplicates ' WS-XRoll-Dups
               ' = EXCHIST archived ' WS-Exch-Archived
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           IF WS-Write-Errors > 0
               MOVE 'N' TO WS-Balance-Flag
           END-IF
           MOVE SPACES TO HskpRecord
           WRITE HskpRecord
           .

       WriteLimitSection.
      *    Counts are what stays online after this run -- what the
      *    readers will load from tomorrow.
           MOVE 'Table Limit Watch (online after housekeeping):'
               TO HskpRecord
           WRITE HskpRecord
           MOVE SPACES TO HskpRecord
           STRING '  Dataset          Records    Limit   Pct'
               '  Loaded by                     Status'
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           MOVE 'HIST'             TO WS-Lim-Name
           MOVE WS-Hist-Kept       TO WS-Lim-Count
           MOVE WS-Hist-Limit      TO WS-Lim-Max
           MOVE 'ReconcileLists, ReconTrend' TO WS-Lim-Readers
           PERFORM WriteLimitLine
           MOVE 'HIST.MONTHLY'     TO WS-Lim-Name
           MOVE WS-HRoll-Out       TO WS-Lim-Count
           MOVE WS-HRoll-Limit     TO WS-Lim-Max
           MOVE 'ReconTrend'       TO WS-Lim-Readers
           PERFORM WriteLimitLine
           MOVE 'EXCHIST'          TO WS-Lim-Name
           MOVE WS-Exch-Kept       TO WS-Lim-Count
           MOVE WS-Exch-Limit      TO WS-Lim-Max
           MOVE 'ExcHistory, SiteInquiry' TO WS-Lim-Readers
           PERFORM WriteLimitLine
           MOVE 'AUDIT'            TO WS-Lim-Name
           MOVE WS-Audit-Kept      TO WS-Lim-Count
           MOVE WS-Audit-Limit     TO WS-Lim-Max
           MOVE 'AuditQuery'       TO WS-Lim-Readers
           PERFORM WriteLimitLine
           MOVE SPACES TO HskpRecord
           WRITE HskpRecord
           .

       WriteLimitLine.
           COMPUTE WS-Lim-Pct = (WS-Lim-Count * 100) / WS-Lim-Max
           IF WS-Lim-Count >= WS-Lim-Max
               MOVE 'LIMIT REACHED' TO WS-Lim-Status
               ADD 1 TO WS-Limit-Reached
               DISPLAY 'WARNING: ' WS-Lim-Name ' holds '
                   WS-Lim-Count ' records -- at the '
                   WS-Lim-Max '-record table limit of '
                   WS-Lim-Readers
           ELSE
           IF WS-Lim-Pct >= WS-Warn-Pct
               MOVE 'APPROACHING LIMIT' TO WS-Lim-Status
               ADD 1 TO WS-Limit-Warnings
               DISPLAY 'WARNING: ' WS-Lim-Name ' holds '
                   WS-Lim-Count ' records -- ' WS-Lim-Pct
                   ' pct of the table limit of ' WS-Lim-Readers
           ELSE
               MOVE 'OK' TO WS-Lim-Status
           END-IF
           END-IF
           MOVE SPACES TO HskpRecord
           STRING '  ' WS-Lim-Name ' ' WS-Lim-Count
               '  ' WS-Lim-Max '  ' WS-Lim-Pct
               '  ' WS-Lim-Readers '  ' WS-Lim-Status
               DELIMITED BY SIZE INTO HskpRecord
           WRITE HskpRecord
           .

       CloseFiles.
           CLOSE HistInFile
           CLOSE HistKeepFile
           CLOSE HistArchFile
           CLOSE ExcHistFile
           CLOSE ExcKeepFile
           CLOSE ExcArchFile
           CLOSE AuditFile
           CLOSE AuditKeepFile
           CLOSE AuditArchFile
           CLOSE HistRollOutFile
           CLOSE ExcRollOutFile
           IF WS-HRIn-Status = '00' OR WS-HRIn-Status = '10'
               CLOSE HistRollInFile
           END-IF
           IF WS-XRIn-Status = '00' OR WS-XRIn-Status = '10'
               CLOSE ExcRollInFile
           END-IF
           CLOSE HskpReport
           .
