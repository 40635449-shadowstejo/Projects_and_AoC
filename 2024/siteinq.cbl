       IDENTIFICATION DIVISION.
       PROGRAM-ID. SiteInquiry.

      *****************************************************************
      * Site inquiry dossier.  When a store manager or the source-
      * system team calls about a site, everything the recon system
      * knows about it is spread across the site master, the
      * exception history, the open-case file, and a week of
      * suspense generations.  This program takes one or more site
      * IDs on SYSIN cards and prints one dossier per site: the
      * master record, the site's place in the chronic-exception
      * ranking, every exception occurrence in the window, its
      * exception cases, and every suspense record whose image
      * carries the site ID with its resubmission status.
      * PARM is 'days,threshold' exactly as ExcHistory takes it --
      * the window in days back from today (0 = whole file) and the
      * chronic recurrence count -- so the rank printed here is the
      * rank on that night's EXCHRPT for the same PARM.  The audit
      * trail supplies the runs in the window, so a dossier covering
      * an aborted night says so.  RC=4 when a card was rejected or
      * a site is not on the master.
      *
      * Exception records collapse by date+site+type on load, the
      * newest copy winning, as ExcHistory does for FORCE reruns.
      * Months retention housekeeping has moved off the history come
      * back from the monthly rollup (EXCHROLL, optional) under
      * ExcHistory's rule -- an archived month counts whole when the
      * site's latest exception in it falls inside the window, and a
      * month still on the detail history is left to the detail --
      * so the ranking holds after the detail has gone offline.
      * Archived months add to the ranking only; the occurrence
      * list shows the detail still on the history.
      * Resubmission status follows SuspenseAge's matching rule: a
      * supplemental record resolves the oldest outstanding suspense
      * item with the same side, run date, and reason -- so every
      * suspense item in the window loads, not just the site's.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InqCardFile ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Card-Status.
           SELECT ExcHistFile ASSIGN TO "EXCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exch-Status.
           SELECT ExcRollFile ASSIGN TO "EXCHROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roll-Status.
           SELECT SuspInFile ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Susp-Status.
           SELECT SupplInFile ASSIGN TO "SUPPLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suppl-Status.
           SELECT AuditFile ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT SiteMaster ASSIGN TO "SITEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Site-ID
               FILE STATUS IS WS-Site-Status.
           SELECT CaseFile ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Case-Key
               FILE STATUS IS WS-Case-Status.
           SELECT InqReport ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * Inquiry cards, one site per line:
      *   cols  1-5   site ID   5 digits
      *   cols  6-80  free text (caller, ticket number) -- ignored
      * '*' in column 1 comments a card out; blank cards are skipped.
      *****************************************************************
       FD  InqCardFile.
       01  InqCardRecord.
           05  Card-Site-ID-X   PIC X(5).
           05  FILLER           PIC X(75).

       FD  ExcHistFile.
           COPY EXCHREC.

       FD  ExcRollFile.
           COPY EXCHROLL.

       FD  SuspInFile.
           COPY SUSPREC REPLACING
               ==SuspenseRecord== BY ==SuspInRecord==
               ==Susp-Reason==    BY ==SuspIn-Reason==
               ==Susp-Side==      BY ==SuspIn-Side==
               ==Susp-Run-Date==  BY ==SuspIn-Run-Date==
               ==Susp-Image==     BY ==SuspIn-Image==.

       FD  SupplInFile.
           COPY SUSPREC REPLACING
               ==SuspenseRecord== BY ==SupplInRecord==
               ==Susp-Reason==    BY ==SupplIn-Reason==
               ==Susp-Side==      BY ==SupplIn-Side==
               ==Susp-Run-Date==  BY ==SupplIn-Run-Date==
               ==Susp-Image==     BY ==SupplIn-Image==.

       FD  AuditFile.
           COPY AUDITREC.

       FD  SiteMaster.
           COPY SITEMST.

       FD  CaseFile.
           COPY CASEREC.

       FD  InqReport.
       01  InqRptRecord      PIC X(120).

       WORKING-STORAGE SECTION.
       01  CARD-EOF-FLAG  PIC X VALUE 'N'.
           88  CARD-EOF    VALUE 'Y'.
       01  EXCH-EOF-FLAG  PIC X VALUE 'N'.
           88  EXCH-EOF    VALUE 'Y'.
       01  SUSP-EOF-FLAG  PIC X VALUE 'N'.
           88  SUSP-EOF    VALUE 'Y'.
       01  SUPPL-EOF-FLAG PIC X VALUE 'N'.
           88  SUPPL-EOF   VALUE 'Y'.
       01  AUDIT-EOF-FLAG PIC X VALUE 'N'.
           88  AUDIT-EOF   VALUE 'Y'.
       01  CASE-EOF-FLAG  PIC X VALUE 'N'.
           88  CASE-EOF    VALUE 'Y'.
       01  WS-Card-Status  PIC X(2) VALUE '00'.
       01  WS-Exch-Status  PIC X(2) VALUE '00'.
       01  WS-Roll-Status  PIC X(2) VALUE '00'.
       01  WS-Susp-Status  PIC X(2) VALUE '00'.
       01  WS-Suppl-Status PIC X(2) VALUE '00'.
       01  WS-Audit-Status PIC X(2) VALUE '00'.
       01  WS-Site-Status  PIC X(2) VALUE '00'.
       01  WS-Case-Status  PIC X(2) VALUE '00'.
      *****************************************************************
      * The site master, case file, suspense, supplemental, and
      * audit inputs are each optional -- a dossier with a section
      * marked unavailable beats no dossier when the caller is on
      * the phone, and the rollup only adds archived months to the
      * ranking.  Only the exception history is required.
      *****************************************************************
       01  WS-Site-Lookup-Flag PIC X VALUE 'N'.
           88  Site-Lookup-Active VALUE 'Y'.
       01  WS-Master-Found-Flag PIC X VALUE 'N'.
           88  Master-Found       VALUE 'Y'.
       01  WS-Case-Lookup-Flag PIC X VALUE 'N'.
           88  Case-Lookup-Active VALUE 'Y'.
       01  WS-Susp-Avail-Flag  PIC X VALUE 'N'.
           88  Susp-Available     VALUE 'Y'.
       01  WS-Suppl-Avail-Flag PIC X VALUE 'N'.
           88  Suppl-Available    VALUE 'Y'.
       01  WS-Audit-Avail-Flag PIC X VALUE 'N'.
           88  Audit-Available    VALUE 'Y'.
       01  WS-Capacity-Flag PIC X VALUE 'Y'.
           88  Capacity-Valid   VALUE 'Y'.
           88  Capacity-Invalid VALUE 'N'.
       01  WS-Capacity-What PIC X(30) VALUE SPACES.
      *****************************************************************
      * Sites asked about, in card order; a site carded twice gets
      * one dossier.
      *****************************************************************
       01  WS-MAX-INQ     PIC 9(3) VALUE 100.
       01  InqTable.
           05  Inq-Site OCCURS 100 TIMES PIC 9(5).
       01  InqCount       PIC 9(3) VALUE 0.
       01  InqIdx         PIC 9(3).
       01  WS-Inq-Found-Flag PIC X VALUE 'N'.
           88  Inq-Found      VALUE 'Y'.
       01  WS-Inq-Site    PIC 9(5).
       01  WS-Inq-Site-X REDEFINES WS-Inq-Site PIC X(5).
       01  WS-Cards-Read  PIC 9(5) VALUE 0.
       01  WS-Cards-Rejected PIC 9(5) VALUE 0.
       01  WS-Not-On-Master PIC 9(3) VALUE 0.
      *****************************************************************
      * Exception records in the window collapse by date+site+type
      * and roll up per site for the ranking, exactly as ExcHistory
      * builds its repeat-offender list.
      *****************************************************************
       01  WS-MAX-RECS    PIC 9(5) VALUE 20000.
       01  RecTable.
           05  RecEntry OCCURS 20000 TIMES.
               10  Rec-Date      PIC X(10).
               10  Rec-Site      PIC 9(5).
               10  Rec-Cnt-Diff  PIC 9(9).
               10  Rec-Amt-Diff  PIC 9(11)V99.
               10  Rec-Type      PIC X(1).
       01  RecCount       PIC 9(5) VALUE 0.
       01  RecIdx         PIC 9(5).
       01  WS-Rec-Found-Flag PIC X VALUE 'N'.
           88  Rec-Found      VALUE 'Y'.
      *****************************************************************
      * Months present on the detail history (whether or not in the
      * window), so a rollup of the same month is not counted twice.
      *****************************************************************
       01  ROLL-EOF-FLAG  PIC X VALUE 'N'.
           88  ROLL-EOF    VALUE 'Y'.
       01  WS-MAX-DET-MONTHS PIC 9(4) VALUE 600.
       01  DetMonthTable.
           05  Det-Month OCCURS 600 TIMES PIC X(7).
       01  DetMonthCount  PIC 9(4) VALUE 0.
       01  DetMonthIdx    PIC 9(4).
       01  WS-Det-Month-Flag PIC X VALUE 'N'.
           88  Det-Month-Found VALUE 'Y'.
       01  WS-Roll-Read     PIC 9(6) VALUE 0.
       01  WS-Roll-Used     PIC 9(6) VALUE 0.
       01  WS-Roll-Outside  PIC 9(6) VALUE 0.
       01  WS-Roll-Superseded PIC 9(6) VALUE 0.
       01  WS-Find-Site   PIC 9(5).
       01  WS-MAX-SITES   PIC 9(4) VALUE 2000.
       01  SiteTable.
           05  SiteEntry OCCURS 2000 TIMES.
               10  Sit-ID        PIC 9(5).
               10  Sit-Times     PIC 9(4).
               10  Sit-Cnt-Diff  PIC 9(11).
               10  Sit-Amt-Diff  PIC 9(13)V99.
               10  Sit-L-Times   PIC 9(4).
               10  Sit-R-Times   PIC 9(4).
               10  Sit-Last-Date PIC X(10).
               10  Sit-Arc-Times PIC 9(4).
       01  SiteCount      PIC 9(4) VALUE 0.
       01  SiteIdx        PIC 9(4).
       01  WS-Site-Found-Flag PIC X VALUE 'N'.
           88  Site-Found     VALUE 'Y'.
       01  WS-Rank-Idx    PIC 9(4).
       01  WS-Rank-Jdx    PIC 9(4).
       01  WS-Rank-Jdx-From PIC 9(4).
       01  WS-Rank-Max-Idx PIC 9(4).
       01  WS-Rank-Hold.
           05  Hold-ID        PIC 9(5).
           05  Hold-Times     PIC 9(4).
           05  Hold-Cnt-Diff  PIC 9(11).
           05  Hold-Amt-Diff  PIC 9(13)V99.
           05  Hold-L-Times   PIC 9(4).
           05  Hold-R-Times   PIC 9(4).
           05  Hold-Last-Date PIC X(10).
           05  Hold-Arc-Times PIC 9(4).
       01  WS-Read-Count  PIC 9(6) VALUE 0.
       01  WS-Selected    PIC 9(6) VALUE 0.
       01  WS-Dup-Collapsed PIC 9(5) VALUE 0.
      *****************************************************************
      * Suspense items in the window (every site's, for the match),
      * with the image cut to the first 40 bytes -- a feed line is
      * 23, so that still shows a wrong-length line's overrun.
      *****************************************************************
       01  WS-MAX-ITEMS   PIC 9(4) VALUE 5000.
       01  SuspTable.
           05  SuspEntry OCCURS 5000 TIMES.
               10  ST-Reason    PIC X(1).
               10  ST-Side      PIC X(1).
               10  ST-Run-Date  PIC X(10).
               10  ST-Image     PIC X(40).
               10  ST-Resolved  PIC X(1).
               10  ST-Age       PIC 9(4).
       01  SuspCount      PIC 9(4) VALUE 0.
       01  SuspIdx        PIC 9(4).
       01  WS-Match-Flag  PIC X VALUE 'N'.
           88  Match-Found    VALUE 'Y'.
       01  WS-Susp-Read    PIC 9(5) VALUE 0.
       01  WS-Suppl-Read   PIC 9(5) VALUE 0.
       01  WS-Audit-Runs   PIC 9(5) VALUE 0.
       01  WS-Audit-Flagged PIC 9(5) VALUE 0.
       01  WS-Audit-Aborted PIC 9(5) VALUE 0.
      *****************************************************************
      * Per-dossier counters.
      *****************************************************************
       01  WS-Dos-Occurs   PIC 9(5) VALUE 0.
       01  WS-Dos-Cases    PIC 9(3) VALUE 0.
       01  WS-Dos-Susp     PIC 9(4) VALUE 0.
       01  WS-Dos-Resub    PIC 9(4) VALUE 0.
       01  WS-Dos-Outst    PIC 9(4) VALUE 0.
       01  WS-Status-Text  PIC X(8).
       01  WS-Region-Text  PIC X(12).
       01  WS-Open-Text    PIC X(10).
       01  WS-Close-Text   PIC X(10).
       01  WS-Type-Text    PIC X(14).
       01  WS-Resub-Text   PIC X(11).
       01  WS-Case-Text    PIC X(6).
       01  WS-Chronic-Mark PIC X(9).
       01  WS-Default-Window PIC 9(3) VALUE 30.
       01  WS-Window-Days PIC 9(3) VALUE 30.
       01  WS-Default-Chronic PIC 9(3) VALUE 3.
       01  WS-Chronic-Limit PIC 9(3) VALUE 3.
       01  WS-Parm-Fields.
           05  WS-Parm-Window  PIC X(9).
           05  WS-Parm-Limit   PIC X(9).
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
       01  WS-Today-Int   PIC 9(7).
       01  WS-Item-Date.
           05  WS-ID-YYYY    PIC X(4).
           05  FILLER        PIC X.
           05  WS-ID-MM      PIC X(2).
           05  FILLER        PIC X.
           05  WS-ID-DD      PIC X(2).
       01  WS-Item-Date-N.
           05  WS-IDN-YYYY   PIC 9(4).
           05  WS-IDN-MM     PIC 9(2).
           05  WS-IDN-DD     PIC 9(2).
       01  WS-Item-Date-N9 REDEFINES WS-Item-Date-N PIC 9(8).
       01  WS-Item-Int    PIC 9(7).
       01  WS-Item-Age    PIC S9(5).
       01  WS-Amt-Edit    PIC 9(13).99.
       01  WS-Occ-Amt-Edit PIC 9(11).99.
       01  WS-Rule-Line   PIC X(100) VALUE ALL '='.

       LINKAGE SECTION.
       01  LK-Parm-Options.
           05  LK-Parm-Length   PIC S9(4) COMP.
           05  LK-Parm-Value    PIC X(9).

       PROCEDURE DIVISION USING LK-Parm-Options.
       MainSection.
           PERFORM SetOptions
           PERFORM OpenFiles
           PERFORM LoadInquiryCard UNTIL CARD-EOF
           PERFORM LoadExcRecord UNTIL EXCH-EOF
           IF Capacity-Valid
               PERFORM LoadSuspense
           END-IF
           IF Capacity-Valid
               PERFORM RollupSites
               PERFORM LoadExcRollup UNTIL ROLL-EOF
               PERFORM RankSites
               PERFORM LoadAuditRuns
           END-IF
           PERFORM OpenLookupFiles
           PERFORM WriteReportHeading
           IF Capacity-Invalid
               MOVE SPACES TO InqRptRecord
               STRING 'Input in window exceeds the '
                   WS-Capacity-What ' capacity.'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
               MOVE SPACES TO InqRptRecord
               STRING '  Run aborted to avoid silent truncation of'
                   ' data -- narrow the window.'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
           ELSE
           IF InqCount = 0
               MOVE SPACES TO InqRptRecord
               STRING 'No valid site IDs on the inquiry cards --'
                   ' no dossiers printed.'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING InqIdx FROM 1 BY 1
                       UNTIL InqIdx > InqCount
                   PERFORM WriteDossier
               END-PERFORM
           END-IF
           END-IF
           IF Capacity-Valid
                   AND (WS-Cards-Rejected > 0
                       OR WS-Not-On-Master > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CloseFiles
           GOBACK.

       SetOptions.
      *    PARM is 'days,threshold' as ExcHistory takes it; either
      *    half may be omitted for its built-in default, and days 0
      *    means no window -- the whole file.
           MOVE WS-Default-Window  TO WS-Window-Days
           MOVE WS-Default-Chronic TO WS-Chronic-Limit
           IF LK-Parm-Length > 0
               MOVE SPACES TO WS-Parm-Fields
               UNSTRING LK-Parm-Value(1:LK-Parm-Length)
                   DELIMITED BY ','
                   INTO WS-Parm-Window WS-Parm-Limit
               IF WS-Parm-Window NOT = SPACES
                   COMPUTE WS-Window-Days =
                       FUNCTION NUMVAL(WS-Parm-Window)
               END-IF
               IF WS-Parm-Limit NOT = SPACES
                   COMPUTE WS-Chronic-Limit =
                       FUNCTION NUMVAL(WS-Parm-Limit)
               END-IF
           END-IF
           .

       OpenFiles.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Current-Date-N)
           OPEN INPUT InqCardFile
           IF WS-Card-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open inquiry cards, '
                   'status ' WS-Card-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ExcHistFile
           IF WS-Exch-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open exception history, '
                   'status ' WS-Exch-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ExcRollFile
           IF WS-Roll-Status NOT = '00'
               DISPLAY 'No exception rollup present, status '
                   WS-Roll-Status ' -- detail history only.'
               MOVE 'Y' TO ROLL-EOF-FLAG
           ELSE
               MOVE 'N' TO ROLL-EOF-FLAG
           END-IF
           OPEN OUTPUT InqReport
           MOVE 'N' TO CARD-EOF-FLAG
           MOVE 'N' TO EXCH-EOF-FLAG
           .

       LoadInquiryCard.
           READ InqCardFile
               AT END
                   MOVE 'Y' TO CARD-EOF-FLAG
               NOT AT END
                   IF InqCardRecord(1:1) = '*'
                           OR InqCardRecord = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-Cards-Read
                       PERFORM StoreInquiryCard
                   END-IF
           END-READ
           .

       StoreInquiryCard.
           IF Card-Site-ID-X NOT NUMERIC
               ADD 1 TO WS-Cards-Rejected
               DISPLAY 'WARNING: Rejecting inquiry card, site ID '
                   'not numeric: ' InqCardRecord(1:20)
           ELSE
               MOVE Card-Site-ID-X TO WS-Inq-Site
               MOVE 'N' TO WS-Inq-Found-Flag
               PERFORM VARYING InqIdx FROM 1 BY 1
                       UNTIL InqIdx > InqCount OR Inq-Found
                   IF Inq-Site(InqIdx) = WS-Inq-Site
                       MOVE 'Y' TO WS-Inq-Found-Flag
                   END-IF
               END-PERFORM
               IF Inq-Found
                   DISPLAY 'Site ' WS-Inq-Site ' carded more than'
                       ' once -- one dossier printed.'
               ELSE
                   IF InqCount >= WS-MAX-INQ
                       ADD 1 TO WS-Cards-Rejected
                       DISPLAY 'WARNING: More than ' WS-MAX-INQ
                           ' sites carded -- rejecting site '
                           WS-Inq-Site '.'
                   ELSE
                       ADD 1 TO InqCount
                       MOVE WS-Inq-Site TO Inq-Site(InqCount)
                   END-IF
               END-IF
           END-IF
           .

       LoadExcRecord.
           READ ExcHistFile
               AT END
                   MOVE 'Y' TO EXCH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF Exch-Site-ID NUMERIC
                           AND Exch-Cnt-Diff NUMERIC
                       PERFORM NoteDetailMonth
                       MOVE Exch-Run-Date TO WS-Item-Date
                       PERFORM CalcItemAge
                       IF WS-Window-Days = 0
                               OR WS-Item-Age <= WS-Window-Days
                           ADD 1 TO WS-Selected
                           PERFORM StoreExcRecord
                       END-IF
                   ELSE
                       DISPLAY 'WARNING: Skipping malformed '
                           'exception history record: '
                           ExcHistRecord(1:28)
                   END-IF
           END-READ
           .

       NoteDetailMonth.
           MOVE 'N' TO WS-Det-Month-Flag
           PERFORM VARYING DetMonthIdx FROM 1 BY 1
                   UNTIL DetMonthIdx > DetMonthCount
                       OR Det-Month-Found
               IF Det-Month(DetMonthIdx) = Exch-Run-Date(1:7)
                   MOVE 'Y' TO WS-Det-Month-Flag
               END-IF
           END-PERFORM
      *    Fifty years of months -- a history that outgrows it only
      *    loses the double-count guard for the later months.
           IF NOT Det-Month-Found
                   AND DetMonthCount < WS-MAX-DET-MONTHS
               ADD 1 TO DetMonthCount
               MOVE Exch-Run-Date(1:7) TO Det-Month(DetMonthCount)
           END-IF
           .

       CalcItemAge.
      *    Dates are YYYY-MM-DD; a malformed date ages as zero days
      *    (inside any window) rather than failing the dossier.
           MOVE 0 TO WS-Item-Age
           IF WS-ID-YYYY NUMERIC AND WS-ID-MM NUMERIC
                   AND WS-ID-DD NUMERIC
               MOVE WS-ID-YYYY TO WS-IDN-YYYY
               MOVE WS-ID-MM   TO WS-IDN-MM
               MOVE WS-ID-DD   TO WS-IDN-DD
               COMPUTE WS-Item-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Item-Date-N9)
               COMPUTE WS-Item-Age = WS-Today-Int - WS-Item-Int
               IF WS-Item-Age < 0
                   MOVE 0 TO WS-Item-Age
               END-IF
           END-IF
           .

       StoreExcRecord.
      *    Collapse duplicates from a FORCE rerun: the same
      *    date+site+type replaces the earlier copy, so the newest
      *    figures win and nothing double-counts.
           MOVE 'N' TO WS-Rec-Found-Flag
           PERFORM VARYING RecIdx FROM 1 BY 1
                   UNTIL RecIdx > RecCount OR Rec-Found
               IF Rec-Date(RecIdx) = Exch-Run-Date
                       AND Rec-Site(RecIdx) = Exch-Site-ID
                       AND Rec-Type(RecIdx) = Exch-Type
                   MOVE 'Y' TO WS-Rec-Found-Flag
                   ADD 1 TO WS-Dup-Collapsed
                   MOVE Exch-Cnt-Diff TO Rec-Cnt-Diff(RecIdx)
                   MOVE Exch-Amt-Diff TO Rec-Amt-Diff(RecIdx)
               END-IF
           END-PERFORM
           IF NOT Rec-Found
               IF RecCount >= WS-MAX-RECS
                   DISPLAY 'ERROR: Exception history has more than '
                       WS-MAX-RECS ' records in window -- RecTable'
                   DISPLAY '  capacity exceeded.  Run aborted to'
                       ' avoid silent truncation of data.'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-Capacity-Flag
                   MOVE 'exception history (RecTable)'
                       TO WS-Capacity-What
                   MOVE 'Y' TO EXCH-EOF-FLAG
               ELSE
                   ADD 1 TO RecCount
                   MOVE Exch-Run-Date TO Rec-Date(RecCount)
                   MOVE Exch-Site-ID  TO Rec-Site(RecCount)
                   MOVE Exch-Cnt-Diff TO Rec-Cnt-Diff(RecCount)
                   MOVE Exch-Amt-Diff TO Rec-Amt-Diff(RecCount)
                   MOVE Exch-Type     TO Rec-Type(RecCount)
               END-IF
           END-IF
           .

       LoadSuspense.
           OPEN INPUT SuspInFile
           IF WS-Susp-Status NOT = '00'
               DISPLAY 'WARNING: Suspense input unavailable, status '
                   WS-Susp-Status ' -- suspense sections omitted.'
           ELSE
               MOVE 'Y' TO WS-Susp-Avail-Flag
               MOVE 'N' TO SUSP-EOF-FLAG
               PERFORM LoadSuspItem UNTIL SUSP-EOF
               CLOSE SuspInFile
               IF Capacity-Valid
                   PERFORM MatchSupplItems
               END-IF
           END-IF
           .

       LoadSuspItem.
           READ SuspInFile
               AT END
                   MOVE 'Y' TO SUSP-EOF-FLAG
               NOT AT END
                   MOVE SuspIn-Run-Date TO WS-Item-Date
                   PERFORM CalcItemAge
                   IF WS-Window-Days = 0
                           OR WS-Item-Age <= WS-Window-Days
                       ADD 1 TO WS-Susp-Read
                       PERFORM StoreSuspItem
                   END-IF
           END-READ
           .

       StoreSuspItem.
           IF SuspCount >= WS-MAX-ITEMS
               DISPLAY 'ERROR: Suspense has more than '
                   WS-MAX-ITEMS ' items in window -- SuspTable'
               DISPLAY '  capacity exceeded.  Run aborted to'
                   ' avoid silent truncation of data.'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-Capacity-Flag
               MOVE 'suspense (SuspTable)' TO WS-Capacity-What
               MOVE 'Y' TO SUSP-EOF-FLAG
           ELSE
               ADD 1 TO SuspCount
               MOVE SuspIn-Reason   TO ST-Reason(SuspCount)
               MOVE SuspIn-Side     TO ST-Side(SuspCount)
               MOVE SuspIn-Run-Date TO ST-Run-Date(SuspCount)
               MOVE SuspIn-Image(1:40) TO ST-Image(SuspCount)
               MOVE 'N' TO ST-Resolved(SuspCount)
               MOVE WS-Item-Age TO ST-Age(SuspCount)
           END-IF
           .

       MatchSupplItems.
      *    A supplemental record for a run date outside the window
      *    simply finds nothing to resolve here.
           OPEN INPUT SupplInFile
           IF WS-Suppl-Status NOT = '00'
               DISPLAY 'No supplemental input present, status '
                   WS-Suppl-Status ' -- all items shown as'
                   ' outstanding.'
           ELSE
               MOVE 'Y' TO WS-Suppl-Avail-Flag
               MOVE 'N' TO SUPPL-EOF-FLAG
               PERFORM MatchOneSuppl UNTIL SUPPL-EOF
               CLOSE SupplInFile
           END-IF
           .

       MatchOneSuppl.
           READ SupplInFile
               AT END
                   MOVE 'Y' TO SUPPL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Suppl-Read
                   MOVE 'N' TO WS-Match-Flag
                   PERFORM VARYING SuspIdx FROM 1 BY 1
                           UNTIL SuspIdx > SuspCount
                               OR Match-Found
                       IF ST-Resolved(SuspIdx) = 'N'
                               AND ST-Side(SuspIdx) = SupplIn-Side
                               AND ST-Run-Date(SuspIdx) =
                                   SupplIn-Run-Date
                               AND ST-Reason(SuspIdx) =
                                   SupplIn-Reason
                           MOVE 'Y' TO ST-Resolved(SuspIdx)
                           MOVE 'Y' TO WS-Match-Flag
                       END-IF
                   END-PERFORM
           END-READ
           .

       RollupSites.
           PERFORM VARYING RecIdx FROM 1 BY 1
                   UNTIL RecIdx > RecCount
               PERFORM RollupOneRecord
           END-PERFORM
           .

       RollupOneRecord.
           MOVE Rec-Site(RecIdx) TO WS-Find-Site
           PERFORM FindSite
           ADD 1 TO Sit-Times(SiteIdx)
           ADD Rec-Cnt-Diff(RecIdx) TO Sit-Cnt-Diff(SiteIdx)
           ADD Rec-Amt-Diff(RecIdx) TO Sit-Amt-Diff(SiteIdx)
           IF Rec-Type(RecIdx) = 'L'
               ADD 1 TO Sit-L-Times(SiteIdx)
           END-IF
           IF Rec-Type(RecIdx) = 'R'
               ADD 1 TO Sit-R-Times(SiteIdx)
           END-IF
           IF Rec-Date(RecIdx) > Sit-Last-Date(SiteIdx)
               MOVE Rec-Date(RecIdx) TO Sit-Last-Date(SiteIdx)
           END-IF
           .

       FindSite.
      *    Leaves SiteIdx on WS-Find-Site's entry, adding it empty
      *    when it is new.
           MOVE 'N' TO WS-Site-Found-Flag
           PERFORM VARYING SiteIdx FROM 1 BY 1
                   UNTIL SiteIdx > SiteCount OR Site-Found
               IF Sit-ID(SiteIdx) = WS-Find-Site
                   MOVE 'Y' TO WS-Site-Found-Flag
               END-IF
           END-PERFORM
           IF Site-Found
               SUBTRACT 1 FROM SiteIdx
           ELSE
               IF SiteCount >= WS-MAX-SITES
                   DISPLAY 'WARNING: More than ' WS-MAX-SITES
                       ' distinct sites -- overflow merged into'
                       ' the last ranking slot.'
                   MOVE WS-MAX-SITES TO SiteIdx
               ELSE
                   ADD 1 TO SiteCount
                   MOVE SiteCount TO SiteIdx
                   MOVE WS-Find-Site TO Sit-ID(SiteIdx)
                   MOVE 0 TO Sit-Times(SiteIdx)
                   MOVE 0 TO Sit-Cnt-Diff(SiteIdx)
                   MOVE 0 TO Sit-Amt-Diff(SiteIdx)
                   MOVE 0 TO Sit-L-Times(SiteIdx)
                   MOVE 0 TO Sit-R-Times(SiteIdx)
                   MOVE SPACES TO Sit-Last-Date(SiteIdx)
                   MOVE 0 TO Sit-Arc-Times(SiteIdx)
               END-IF
           END-IF
           .

       LoadExcRollup.
           READ ExcRollFile
               AT END
                   MOVE 'Y' TO ROLL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Roll-Read
                   IF Xrl-Site-ID NUMERIC AND Xrl-Times NUMERIC
                           AND Xrl-Cnt-Diff NUMERIC
                           AND Xrl-Amt-Diff NUMERIC
                           AND Xrl-L-Times NUMERIC
                           AND Xrl-R-Times NUMERIC
                       PERFORM SelectExcRollup
                   ELSE
                       DISPLAY 'WARNING: Skipping malformed '
                           'exception rollup record: '
                           ExcRollupRecord(1:40)
                   END-IF
           END-READ
           .

       SelectExcRollup.
      *    ExcHistory's rule: the detail month wins, and an archived
      *    month counts whole when its last date is in the window.
           MOVE 'N' TO WS-Det-Month-Flag
           PERFORM VARYING DetMonthIdx FROM 1 BY 1
                   UNTIL DetMonthIdx > DetMonthCount
                       OR Det-Month-Found
               IF Det-Month(DetMonthIdx) = Xrl-Month
                   MOVE 'Y' TO WS-Det-Month-Flag
               END-IF
           END-PERFORM
           MOVE Xrl-Last-Date TO WS-Item-Date
           PERFORM CalcItemAge
           IF Det-Month-Found
               ADD 1 TO WS-Roll-Superseded
           ELSE
           IF WS-Window-Days > 0
                   AND WS-Item-Age > WS-Window-Days
               ADD 1 TO WS-Roll-Outside
           ELSE
               ADD 1 TO WS-Roll-Used
               MOVE Xrl-Site-ID TO WS-Find-Site
               PERFORM FindSite
               ADD Xrl-Times    TO Sit-Times(SiteIdx)
               ADD Xrl-Cnt-Diff TO Sit-Cnt-Diff(SiteIdx)
               ADD Xrl-Amt-Diff TO Sit-Amt-Diff(SiteIdx)
               ADD Xrl-L-Times  TO Sit-L-Times(SiteIdx)
               ADD Xrl-R-Times  TO Sit-R-Times(SiteIdx)
               ADD Xrl-Times    TO Sit-Arc-Times(SiteIdx)
               IF Xrl-Last-Date > Sit-Last-Date(SiteIdx)
                   MOVE Xrl-Last-Date TO Sit-Last-Date(SiteIdx)
               END-IF
           END-IF
           END-IF
           .

       RankSites.
      *    Same selection sort as ExcHistory -- most occurrences
      *    first, total count difference breaking ties -- over the
      *    same detail and archived months, so a site's position
      *    here is its line on EXCHRPT.
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx >= SiteCount
               MOVE WS-Rank-Idx TO WS-Rank-Max-Idx
               COMPUTE WS-Rank-Jdx-From = WS-Rank-Idx + 1
               PERFORM VARYING WS-Rank-Jdx FROM WS-Rank-Jdx-From
                       BY 1 UNTIL WS-Rank-Jdx > SiteCount
                   IF Sit-Times(WS-Rank-Jdx) >
                           Sit-Times(WS-Rank-Max-Idx)
                       MOVE WS-Rank-Jdx TO WS-Rank-Max-Idx
                   ELSE
                       IF Sit-Times(WS-Rank-Jdx) =
                               Sit-Times(WS-Rank-Max-Idx)
                               AND Sit-Cnt-Diff(WS-Rank-Jdx) >
                               Sit-Cnt-Diff(WS-Rank-Max-Idx)
                           MOVE WS-Rank-Jdx TO WS-Rank-Max-Idx
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Rank-Max-Idx NOT = WS-Rank-Idx
                   MOVE SiteEntry(WS-Rank-Idx) TO WS-Rank-Hold
                   MOVE SiteEntry(WS-Rank-Max-Idx)
                       TO SiteEntry(WS-Rank-Idx)
                   MOVE WS-Rank-Hold TO SiteEntry(WS-Rank-Max-Idx)
               END-IF
           END-PERFORM
           .

       LoadAuditRuns.
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = '00'
               DISPLAY 'WARNING: Audit trail unavailable, status '
                   WS-Audit-Status ' -- run coverage not shown.'
           ELSE
               MOVE 'Y' TO WS-Audit-Avail-Flag
               MOVE 'N' TO AUDIT-EOF-FLAG
               PERFORM LoadAuditRun UNTIL AUDIT-EOF
               CLOSE AuditFile
           END-IF
           .

       LoadAuditRun.
           READ AuditFile
               AT END
                   MOVE 'Y' TO AUDIT-EOF-FLAG
               NOT AT END
                   MOVE Audit-Run-Date TO WS-Item-Date
                   PERFORM CalcItemAge
                   IF WS-Window-Days = 0
                           OR WS-Item-Age <= WS-Window-Days
                       ADD 1 TO WS-Audit-Runs
                       IF Audit-RC NUMERIC
                           IF Audit-RC >= 10
                               ADD 1 TO WS-Audit-Aborted
                           ELSE
                               IF Audit-RC > 0
                                   ADD 1 TO WS-Audit-Flagged
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       OpenLookupFiles.
           OPEN INPUT SiteMaster
           IF WS-Site-Status = '00'
               MOVE 'Y' TO WS-Site-Lookup-Flag
           ELSE
               DISPLAY 'WARNING: Site master unavailable, status '
                   WS-Site-Status ' -- master records not shown.'
           END-IF
           OPEN INPUT CaseFile
           IF WS-Case-Status = '00'
               MOVE 'Y' TO WS-Case-Lookup-Flag
           ELSE
               DISPLAY 'WARNING: Case file unavailable, status '
                   WS-Case-Status ' -- exception cases not shown.'
           END-IF
           .

       WriteReportHeading.
           MOVE SPACES TO InqRptRecord
           STRING 'Site Inquiry Dossier - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           IF WS-Window-Days = 0
               STRING 'Window: entire history  Chronic threshold: '
                   WS-Chronic-Limit ' occurrences'
                   DELIMITED BY SIZE INTO InqRptRecord
           ELSE
               STRING 'Window: last ' WS-Window-Days
                   ' days  Chronic threshold: ' WS-Chronic-Limit
                   ' occurrences' DELIMITED BY SIZE
                   INTO InqRptRecord
           END-IF
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           STRING 'Inquiry cards read: ' WS-Cards-Read
               '  sites: ' InqCount
               '  rejected: ' WS-Cards-Rejected
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           STRING 'Exception records read: ' WS-Read-Count
               '  in window: ' WS-Selected
               '  rerun duplicates collapsed: ' WS-Dup-Collapsed
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           IF WS-Roll-Read > 0
               MOVE SPACES TO InqRptRecord
               STRING 'Archived site-months read: ' WS-Roll-Read
                   '  in window: ' WS-Roll-Used
                   '  ignored (detail on history): '
                   WS-Roll-Superseded
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
           END-IF
           MOVE SPACES TO InqRptRecord
           IF Susp-Available
               IF Suppl-Available
                   STRING 'Suspense items in window: ' WS-Susp-Read
                       '  supplemental records read: '
                       WS-Suppl-Read
                       DELIMITED BY SIZE INTO InqRptRecord
               ELSE
                   STRING 'Suspense items in window: ' WS-Susp-Read
                       '  supplemental input unavailable --'
                       ' all shown outstanding'
                       DELIMITED BY SIZE INTO InqRptRecord
               END-IF
           ELSE
               MOVE 'Suspense input unavailable.' TO InqRptRecord
           END-IF
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           IF Audit-Available
               STRING 'Reconciliation runs in window: ' WS-Audit-Runs
                   '  flagged (RC 4/6): ' WS-Audit-Flagged
                   '  aborted (RC 10+): ' WS-Audit-Aborted
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
               IF WS-Audit-Aborted > 0
                   MOVE SPACES TO InqRptRecord
                   STRING '  An aborted run writes no exception'
                       ' history -- those nights may be missing'
                       ' from every dossier.'
                       DELIMITED BY SIZE INTO InqRptRecord
                   WRITE InqRptRecord
               END-IF
           ELSE
               MOVE 'Audit trail unavailable -- run coverage not shown.'
                   TO InqRptRecord
               WRITE InqRptRecord
           END-IF
           MOVE SPACES TO InqRptRecord
           STRING 'Suspense reasons: B blank  L bad left ID'
               '  R bad right ID  W wrong length  U unknown site'
               '  X retired site'
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           WRITE InqRptRecord
           .

       WriteDossier.
           MOVE Inq-Site(InqIdx) TO WS-Inq-Site
           MOVE WS-Rule-Line TO InqRptRecord
           WRITE InqRptRecord
           PERFORM WriteMasterSection
           MOVE WS-Rule-Line TO InqRptRecord
           WRITE InqRptRecord
           PERFORM WriteRankingSection
           PERFORM WriteOccurrenceSection
           PERFORM WriteCaseSection
           PERFORM WriteSuspenseSection
           MOVE SPACES TO InqRptRecord
           WRITE InqRptRecord
           .

       WriteMasterSection.
           MOVE SPACES TO InqRptRecord
           IF Site-Lookup-Active
               MOVE WS-Inq-Site TO Site-ID
               READ SiteMaster
                   INVALID KEY
                       MOVE 'N' TO WS-Master-Found-Flag
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Master-Found-Flag
               END-READ
               IF Master-Found
                   PERFORM WriteMasterRecord
               ELSE
                   ADD 1 TO WS-Not-On-Master
                   STRING 'Site ' WS-Inq-Site
                       '  *** NOT ON SITE MASTER ***'
                       DELIMITED BY SIZE INTO InqRptRecord
                   WRITE InqRptRecord
               END-IF
           ELSE
               STRING 'Site ' WS-Inq-Site
                   '  (site master unavailable)'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
           END-IF
           .

       WriteMasterRecord.
           IF Site-Status = 'A'
               MOVE 'ACTIVE' TO WS-Status-Text
           ELSE
               IF Site-Status = 'R'
                   MOVE 'RETIRED' TO WS-Status-Text
               ELSE
                   MOVE 'UNKNOWN' TO WS-Status-Text
               END-IF
           END-IF
           IF Site-Region = SPACES
               MOVE '(unassigned)' TO WS-Region-Text
           ELSE
               MOVE Site-Region TO WS-Region-Text
           END-IF
           STRING 'Site ' WS-Inq-Site '  ' Site-Name
               '  Status: ' Site-Status ' ' WS-Status-Text
               '  Region: ' WS-Region-Text
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           MOVE Site-Open-Date TO WS-Open-Text
           IF Site-Open-Date = SPACES
               MOVE '(none)' TO WS-Open-Text
           END-IF
           MOVE Site-Close-Date TO WS-Close-Text
           IF Site-Close-Date = SPACES
               MOVE '(none)' TO WS-Close-Text
           END-IF
           MOVE SPACES TO InqRptRecord
           STRING '           Opened: ' WS-Open-Text
               '  Closed: ' WS-Close-Text
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           .

       WriteRankingSection.
           MOVE 'Recurrence Ranking (as the chronic exception report):'
               TO InqRptRecord
           WRITE InqRptRecord
           MOVE 'N' TO WS-Site-Found-Flag
           PERFORM VARYING SiteIdx FROM 1 BY 1
                   UNTIL SiteIdx > SiteCount OR Site-Found
               IF Sit-ID(SiteIdx) = WS-Inq-Site
                   MOVE 'Y' TO WS-Site-Found-Flag
               END-IF
           END-PERFORM
           MOVE SPACES TO InqRptRecord
           IF Site-Found
               SUBTRACT 1 FROM SiteIdx
               IF Sit-Times(SiteIdx) >= WS-Chronic-Limit
                   MOVE 'CHRONIC' TO WS-Chronic-Mark
               ELSE
                   MOVE SPACES TO WS-Chronic-Mark
               END-IF
               STRING '  Rank ' SiteIdx ' of ' SiteCount
                   ' sites   Times: ' Sit-Times(SiteIdx)
                   '  L-Only: ' Sit-L-Times(SiteIdx)
                   '  R-Only: ' Sit-R-Times(SiteIdx)
                   '  Last Seen: ' Sit-Last-Date(SiteIdx)
                   '  ' WS-Chronic-Mark
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
               MOVE Sit-Amt-Diff(SiteIdx) TO WS-Amt-Edit
               MOVE SPACES TO InqRptRecord
               STRING '  Tot Cnt Diff: ' Sit-Cnt-Diff(SiteIdx)
                   '  Tot Amt Diff: ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
               IF Sit-Arc-Times(SiteIdx) > 0
                   MOVE SPACES TO InqRptRecord
                   STRING '  Includes ' Sit-Arc-Times(SiteIdx)
                       ' occurrences from archived months --'
                       ' not listed below.'
                       DELIMITED BY SIZE INTO InqRptRecord
                   WRITE InqRptRecord
               END-IF
           ELSE
               MOVE '  No exceptions in window -- not ranked.'
                   TO InqRptRecord
               WRITE InqRptRecord
           END-IF
           MOVE SPACES TO InqRptRecord
           WRITE InqRptRecord
           .

       WriteOccurrenceSection.
           MOVE 'Exception Occurrences (rerun duplicates collapsed):'
               TO InqRptRecord
           WRITE InqRptRecord
           MOVE 0 TO WS-Dos-Occurs
           PERFORM VARYING RecIdx FROM 1 BY 1
                   UNTIL RecIdx > RecCount
               IF Rec-Site(RecIdx) = WS-Inq-Site
                   IF WS-Dos-Occurs = 0
                       MOVE SPACES TO InqRptRecord
                       STRING '  Feed Date   Type            '
                           'Count Diff     Amount Diff'
                           DELIMITED BY SIZE INTO InqRptRecord
                       WRITE InqRptRecord
                   END-IF
                   ADD 1 TO WS-Dos-Occurs
                   PERFORM WriteOccurrenceLine
               END-IF
           END-PERFORM
           MOVE SPACES TO InqRptRecord
           IF WS-Dos-Occurs = 0
               MOVE '  None in window.' TO InqRptRecord
           ELSE
               STRING '  Occurrences: ' WS-Dos-Occurs
                   DELIMITED BY SIZE INTO InqRptRecord
           END-IF
           WRITE InqRptRecord
           MOVE SPACES TO InqRptRecord
           WRITE InqRptRecord
           .

       WriteOccurrenceLine.
           IF Rec-Type(RecIdx) = 'M'
               MOVE 'M over tol' TO WS-Type-Text
           ELSE
               IF Rec-Type(RecIdx) = 'L'
                   MOVE 'L left only' TO WS-Type-Text
               ELSE
                   IF Rec-Type(RecIdx) = 'R'
                       MOVE 'R right only' TO WS-Type-Text
                   ELSE
                       MOVE Rec-Type(RecIdx) TO WS-Type-Text
                   END-IF
               END-IF
           END-IF
           MOVE Rec-Amt-Diff(RecIdx) TO WS-Occ-Amt-Edit
           MOVE SPACES TO InqRptRecord
           STRING '  ' Rec-Date(RecIdx)
               '  ' WS-Type-Text
               '  ' Rec-Cnt-Diff(RecIdx)
               '  ' WS-Occ-Amt-Edit
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           .

       WriteCaseSection.
      *    Open cases always show; closed ones when their latest
      *    occurrence falls in the window.
           MOVE 'Exception Cases:' TO InqRptRecord
           WRITE InqRptRecord
           MOVE 0 TO WS-Dos-Cases
           IF Case-Lookup-Active
               MOVE WS-Inq-Site TO Case-Site-ID
               MOVE LOW-VALUES TO Case-Open-Date
               START CaseFile KEY NOT < Case-Key
                   INVALID KEY
                       MOVE 'Y' TO CASE-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 'N' TO CASE-EOF-FLAG
               END-START
               PERFORM ReadSiteCase UNTIL CASE-EOF
               IF WS-Dos-Cases = 0
                   MOVE '  None in window.' TO InqRptRecord
                   WRITE InqRptRecord
               END-IF
           ELSE
               MOVE '  Case file unavailable.' TO InqRptRecord
               WRITE InqRptRecord
           END-IF
           MOVE SPACES TO InqRptRecord
           WRITE InqRptRecord
           .

       ReadSiteCase.
           READ CaseFile NEXT
               AT END
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT AT END
                   IF Case-Site-ID NOT = WS-Inq-Site
                       MOVE 'Y' TO CASE-EOF-FLAG
                   ELSE
                       MOVE Case-Last-Date TO WS-Item-Date
                       PERFORM CalcItemAge
                       IF Case-Status = 'O'
                               OR WS-Window-Days = 0
                               OR WS-Item-Age <= WS-Window-Days
                           PERFORM WriteCaseLine
                       END-IF
                   END-IF
           END-READ
           .

       WriteCaseLine.
           IF WS-Dos-Cases = 0
               MOVE SPACES TO InqRptRecord
               STRING '  Opened      Status First Last Last Seen  '
                   '  Occurs Assignee Cause Closed'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
           END-IF
           ADD 1 TO WS-Dos-Cases
           IF Case-Status = 'O'
               MOVE 'OPEN' TO WS-Case-Text
           ELSE
               MOVE 'CLOSED' TO WS-Case-Text
           END-IF
           MOVE SPACES TO InqRptRecord
           STRING '  ' Case-Open-Date
               '  ' WS-Case-Text
               ' ' Case-First-Type
               '     ' Case-Last-Type
               '    ' Case-Last-Date
               '  ' Case-Occurrences
               '   ' Case-Assignee
               ' ' Case-Root-Cause
               '  ' Case-Closed-Date
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           .

       WriteSuspenseSection.
           MOVE 'Suspense Records Carrying This Site ID:'
               TO InqRptRecord
           WRITE InqRptRecord
           IF NOT Susp-Available
               MOVE '  Suspense input unavailable.' TO InqRptRecord
               WRITE InqRptRecord
           ELSE
               MOVE 0 TO WS-Dos-Susp
               MOVE 0 TO WS-Dos-Resub
               MOVE 0 TO WS-Dos-Outst
               PERFORM VARYING SuspIdx FROM 1 BY 1
                       UNTIL SuspIdx > SuspCount
                   IF ST-Image(SuspIdx)(1:5) = WS-Inq-Site-X
                       PERFORM WriteSuspenseLine
                   END-IF
               END-PERFORM
               MOVE SPACES TO InqRptRecord
               IF WS-Dos-Susp = 0
                   MOVE '  None in window.' TO InqRptRecord
               ELSE
                   STRING '  Items: ' WS-Dos-Susp
                       '  Resubmitted: ' WS-Dos-Resub
                       '  Outstanding: ' WS-Dos-Outst
                       DELIMITED BY SIZE INTO InqRptRecord
               END-IF
               WRITE InqRptRecord
           END-IF
           .

       WriteSuspenseLine.
           IF WS-Dos-Susp = 0
               MOVE SPACES TO InqRptRecord
               STRING '  Run Date    Rsn Side  Age  Status       '
                   'Record Image'
                   DELIMITED BY SIZE INTO InqRptRecord
               WRITE InqRptRecord
           END-IF
           ADD 1 TO WS-Dos-Susp
           IF ST-Resolved(SuspIdx) = 'Y'
               ADD 1 TO WS-Dos-Resub
               MOVE 'RESUBMITTED' TO WS-Resub-Text
           ELSE
               ADD 1 TO WS-Dos-Outst
               MOVE 'OUTSTANDING' TO WS-Resub-Text
           END-IF
           MOVE SPACES TO InqRptRecord
           STRING '  ' ST-Run-Date(SuspIdx)
               '  ' ST-Reason(SuspIdx)
               '   ' ST-Side(SuspIdx)
               '    ' ST-Age(SuspIdx)
               ' ' WS-Resub-Text
               '  ' ST-Image(SuspIdx)
               DELIMITED BY SIZE INTO InqRptRecord
           WRITE InqRptRecord
           .

       CloseFiles.
           CLOSE InqCardFile
           CLOSE ExcHistFile
           IF WS-Roll-Status = '00' OR WS-Roll-Status = '10'
               CLOSE ExcRollFile
           END-IF
           IF Site-Lookup-Active
               CLOSE SiteMaster
           END-IF
           IF Case-Lookup-Active
               CLOSE CaseFile
           END-IF
           CLOSE InqReport
           .
