      * A FORCE rerun appends a second record set for its feed
      * date, so records collapse by date+site+type on load, keeping
      * the newest (later) copy.
      *
      * Months that retention housekeeping (ReconHousekeep) has
      * moved off the history come back from the monthly rollup
      * (EXCHROLL, optional) -- one record per site per month,
      * already collapsed the same way -- and add into the site
      * totals.  An archived month counts whole when the site's
      * latest exception in it falls inside the window.  A rollup
      * month that still has detail records on the history is left
      * out -- the detail wins.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT ExcHistFile ASSIGN TO "EXCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exch-Status.
           SELECT ExcRollFile ASSIGN TO "EXCHROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roll-Status.
           SELECT ExcReport ASSIGN TO "EXCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ExcHistFile.
           COPY EXCHREC.

       FD  ExcRollFile.
           COPY EXCHROLL.

       FD  ExcReport.
       01  ExcRptRecord      PIC X(100).

       01  RecIdx         PIC 9(5).
       01  WS-Rec-Found-Flag PIC X VALUE 'N'.
           88  Rec-Found      VALUE 'Y'.
      *****************************************************************
      * Months present on the detail history (whether or not in the
      * window), so a rollup of the same month is not counted twice.
      *****************************************************************
       01  ROLL-EOF-FLAG  PIC X VALUE 'N'.
           88  ROLL-EOF    VALUE 'Y'.
       01  WS-Roll-Status PIC X(2) VALUE '00'.
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
           PERFORM SetOptions
           PERFORM OpenFiles
           PERFORM LoadExcRecord UNTIL EXCH-EOF
           IF Capacity-Valid
               PERFORM RollupSites
               PERFORM LoadExcRollup UNTIL ROLL-EOF
           END-IF
           PERFORM WriteReportHeading
           IF Capacity-Invalid
               MOVE SPACES TO ExcRptRecord
                   DELIMITED BY SIZE INTO ExcRptRecord
               WRITE ExcRptRecord
           ELSE
           IF SiteCount = 0
               MOVE SPACES TO ExcRptRecord
               STRING 'No exception records in window -- nothing'
                   ' to rank.' DELIMITED BY SIZE INTO ExcRptRecord
               WRITE ExcRptRecord
           ELSE
               PERFORM RankSites
               PERFORM WriteOffenderList
           END-IF
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
           OPEN OUTPUT ExcReport
           MOVE 'N' TO EXCH-EOF-FLAG
           .
                   ADD 1 TO WS-Read-Count
                   IF Exch-Site-ID NUMERIC
                           AND Exch-Cnt-Diff NUMERIC
                       PERFORM NoteDetailMonth
                       PERFORM SelectExcRecord
                   ELSE
                       DISPLAY 'WARNING: Skipping malformed '
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

       SelectExcRecord.
           MOVE Exch-Run-Date TO WS-Item-Date
           PERFORM CalcRecordAge
           IF WS-Window-Days = 0
                   OR WS-Item-Age <= WS-Window-Days
           .

       CalcRecordAge.
           MOVE 0 TO WS-Item-Age
           IF WS-ID-YYYY NUMERIC AND WS-ID-MM NUMERIC
                   AND WS-ID-DD NUMERIC
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
               ELSE
                   ADD 1 TO SiteCount
                   MOVE SiteCount TO SiteIdx
                   MOVE WS-Find-Site TO Sit-ID(SiteIdx)
                   MOVE 0 TO Sit-Times(SiteIdx)
                   MOVE 0 TO Sit-Cnt-Diff(SiteIdx)
                   MOVE 0 TO Sit-Amt-Diff(SiteIdx)
                   MOVE SPACES TO Sit-Last-Date(SiteIdx)
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
           MOVE 'N' TO WS-Det-Month-Flag
           PERFORM VARYING DetMonthIdx FROM 1 BY 1
                   UNTIL DetMonthIdx > DetMonthCount
                       OR Det-Month-Found
               IF Det-Month(DetMonthIdx) = Xrl-Month
                   MOVE 'Y' TO WS-Det-Month-Flag
               END-IF
           END-PERFORM
           MOVE Xrl-Last-Date TO WS-Item-Date
           PERFORM CalcRecordAge
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
               IF Xrl-Last-Date > Sit-Last-Date(SiteIdx)
                   MOVE Xrl-Last-Date TO Sit-Last-Date(SiteIdx)
               END-IF
           END-IF
           END-IF
           .

               '  rerun duplicates collapsed: ' WS-Dup-Collapsed
               DELIMITED BY SIZE INTO ExcRptRecord
           WRITE ExcRptRecord
           IF WS-Roll-Read > 0
               MOVE SPACES TO ExcRptRecord
               STRING 'Archived site-months read: ' WS-Roll-Read
                   '  in window: ' WS-Roll-Used
                   '  ignored (detail on history): '
                   WS-Roll-Superseded
                   DELIMITED BY SIZE INTO ExcRptRecord
               WRITE ExcRptRecord
           END-IF
           MOVE SPACES TO ExcRptRecord
           WRITE ExcRptRecord
           .

       CloseFiles.
           CLOSE ExcHistFile
           IF WS-Roll-Status = '00' OR WS-Roll-Status = '10'
               CLOSE ExcRollFile
           END-IF
           CLOSE ExcReport
           .
