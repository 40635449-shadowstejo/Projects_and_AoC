      * Difference jumped more than a configurable percentage over
      * the trailing average of the runs before it.  PARM value is
      * that percentage; omit it to take the built-in default.
      *
      * Months that retention housekeeping (ReconHousekeep) has
      * moved off the history come back from the monthly rollup
      * (HISTROLL, optional): each one prints under Monthly Averages
      * ahead of the detail months, offers its high and low runs to
      * Period Extremes, and seeds the trailing average the spike
      * test starts from.  A rollup month that still has detail runs
      * on the history is left out -- the detail wins.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT HistoryFile ASSIGN TO "HISTORYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT HistRollFile ASSIGN TO "HISTROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Roll-Status.
           SELECT TrendReport ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  HistoryFile.
           COPY HISTREC.

       FD  HistRollFile.
           COPY HISTROLL.

       FD  TrendReport.
       01  TrendRecord       PIC X(80).

               10  Run-Spike     PIC X(1).
       01  RunCount      PIC 9(4) VALUE 0.
       01  RunIdx        PIC 9(4).
      *****************************************************************
      * Archived months from the monthly rollup, in month order.
      *****************************************************************
       01  ROLL-EOF-FLAG  PIC X VALUE 'N'.
           88  ROLL-EOF    VALUE 'Y'.
       01  WS-Roll-Status PIC X(2) VALUE '00'.
       01  WS-Roll-Capacity-Flag PIC X VALUE 'Y'.
           88  Roll-Capacity-Valid   VALUE 'Y'.
           88  Roll-Capacity-Invalid VALUE 'N'.
       01  WS-MAX-ROLLS   PIC 9(4) VALUE 600.
       01  RollTable.
           05  RollEntry OCCURS 600 TIMES.
               10  Roll-Month     PIC X(7).
               10  Roll-Runs      PIC 9(5).
               10  Roll-Diff-Sum  PIC 9(13).
               10  Roll-Scor-Sum  PIC 9(16).
               10  Roll-High-Diff PIC 9(9).
               10  Roll-High-Date PIC X(10).
               10  Roll-Low-Diff  PIC 9(9).
               10  Roll-Low-Date  PIC X(10).
       01  RollCount     PIC 9(4) VALUE 0.
       01  RollIdx       PIC 9(4).
       01  WS-Roll-Runs     PIC 9(7) VALUE 0.
       01  WS-Roll-Diff-Sum PIC 9(15) VALUE 0.
       01  WS-Roll-Superseded PIC 9(4) VALUE 0.
       01  WS-Roll-Detail-Flag PIC X VALUE 'N'.
           88  Roll-Has-Detail VALUE 'Y'.
       01  WS-Current-Date.
           05  WS-CD-YYYY    PIC 9(4).
           05  WS-CD-MM      PIC 9(2).
       01  WS-Group-Scor-Sum PIC 9(16).
       01  WS-Avg-Diff       PIC 9(9).
       01  WS-Avg-Score      PIC 9(12).
       01  WS-Trail-Sum      PIC 9(15).
       01  WS-Trail-Avg      PIC 9(9).
       01  WS-Spike-Limit    PIC 9(13).
       01  WS-Spike-Count    PIC 9(4) VALUE 0.
       01  WS-Default-Spike-Pct PIC 9(3) VALUE 25.
       01  WS-Spike-Pct      PIC 9(3) VALUE 25.
       01  WS-High-Diff      PIC 9(9).
       01  WS-High-Date      PIC X(10).
       01  WS-Low-Diff       PIC 9(9).
       01  WS-Low-Date       PIC X(10).
       01  WS-Cand-Diff      PIC 9(9).
       01  WS-Cand-Date      PIC X(10).

       LINKAGE SECTION.
       01  LK-Parm-SpikePct.
           PERFORM SetSpikePct
           PERFORM OpenFiles
           PERFORM LoadHistory UNTIL HIST-EOF
           IF Hist-Capacity-Valid
               PERFORM LoadRollup UNTIL ROLL-EOF
           END-IF
           PERFORM WriteReportHeading
           IF Hist-Capacity-Invalid
               MOVE SPACES TO TrendRecord
                   INTO TrendRecord
               WRITE TrendRecord
           ELSE
           IF Roll-Capacity-Invalid
               MOVE SPACES TO TrendRecord
               STRING 'History rollup has more than ' WS-MAX-ROLLS
                   ' months -- RollTable capacity'
                   DELIMITED BY SIZE INTO TrendRecord
               WRITE TrendRecord
               MOVE SPACES TO TrendRecord
               STRING '  exceeded.  Run aborted to avoid silent'
                   ' truncation of data.' DELIMITED BY SIZE
                   INTO TrendRecord
               WRITE TrendRecord
           ELSE
           IF RunCount = 0 AND RollCount = 0
               MOVE SPACES TO TrendRecord
               STRING 'No history records found -- nothing to'
                   ' analyse.' DELIMITED BY SIZE INTO TrendRecord
               PERFORM WriteSpikeSection
           END-IF
           END-IF
           END-IF
           PERFORM CloseFiles
           GOBACK.

               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HistRollFile
           IF WS-Roll-Status NOT = '00'
               DISPLAY 'No history rollup present, status '
                   WS-Roll-Status ' -- detail history only.'
               MOVE 'Y' TO ROLL-EOF-FLAG
           ELSE
               MOVE 'N' TO ROLL-EOF-FLAG
           END-IF
           OPEN OUTPUT TrendReport
           MOVE 'N' TO HIST-EOF-FLAG
           .
                   END-IF
           .

       LoadRollup.
           READ HistRollFile
               AT END
                   MOVE 'Y' TO ROLL-EOF-FLAG
               NOT AT END
                   IF Hrl-Runs NUMERIC AND Hrl-Runs > 0
                           AND Hrl-Diff-Sum NUMERIC
                           AND Hrl-Score-Sum NUMERIC
                           AND Hrl-High-Diff NUMERIC
                           AND Hrl-Low-Diff NUMERIC
                       PERFORM CheckRollupDetail
                       IF Roll-Has-Detail
                           ADD 1 TO WS-Roll-Superseded
                           DISPLAY 'WARNING: Rollup month ' Hrl-Month
                               ' also has detail runs -- rollup'
                               ' ignored.'
                       ELSE
                           PERFORM StoreRollup
                       END-IF
                   ELSE
                       DISPLAY 'WARNING: Skipping malformed history '
                           'rollup record: ' HistRollupRecord(1:40)
                   END-IF
           END-READ
           .

       CheckRollupDetail.
           MOVE 'N' TO WS-Roll-Detail-Flag
           PERFORM VARYING RunIdx FROM 1 BY 1
                   UNTIL RunIdx > RunCount OR Roll-Has-Detail
               IF Run-Date(RunIdx)(1:7) = Hrl-Month
                   MOVE 'Y' TO WS-Roll-Detail-Flag
               END-IF
           END-PERFORM
           .

       StoreRollup.
           IF RollCount >= WS-MAX-ROLLS
               DISPLAY 'ERROR: History rollup has more than '
                   WS-MAX-ROLLS ' months -- RollTable'
               DISPLAY '  capacity exceeded.  Run'
                   ' aborted to avoid silent'
                   ' truncation of data.'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-Roll-Capacity-Flag
               MOVE 'Y' TO ROLL-EOF-FLAG
           ELSE
               ADD 1 TO RollCount
               MOVE Hrl-Month     TO Roll-Month(RollCount)
               MOVE Hrl-Runs      TO Roll-Runs(RollCount)
               MOVE Hrl-Diff-Sum  TO Roll-Diff-Sum(RollCount)
               MOVE Hrl-Score-Sum TO Roll-Scor-Sum(RollCount)
               MOVE Hrl-High-Diff TO Roll-High-Diff(RollCount)
               MOVE Hrl-High-Date TO Roll-High-Date(RollCount)
               MOVE Hrl-Low-Diff  TO Roll-Low-Diff(RollCount)
               MOVE Hrl-Low-Date  TO Roll-Low-Date(RollCount)
               ADD Hrl-Runs       TO WS-Roll-Runs
               ADD Hrl-Diff-Sum   TO WS-Roll-Diff-Sum
           END-IF
           .

       FlagSpikes.
      *    A run is a spike when its Total Difference exceeds the
      *    average of all earlier runs by more than WS-Spike-Pct
      *    percent.  The archived runs of the rollup months are all
      *    earlier than the detail and open the trailing average;
      *    with none, the first run has no trailing average and is
      *    never flagged.
           MOVE WS-Roll-Diff-Sum TO WS-Trail-Sum
           MOVE 0 TO WS-Spike-Count
           PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
               IF RunIdx > 1 OR WS-Roll-Runs > 0
                   COMPUTE WS-Trail-Avg ROUNDED =
                       WS-Trail-Sum / (RunIdx - 1 + WS-Roll-Runs)
                   COMPUTE WS-Spike-Limit =
                       (WS-Trail-Avg * (100 + WS-Spike-Pct)) / 100
                   IF Run-Diff(RunIdx) > WS-Spike-Limit
               DELIMITED BY SIZE INTO TrendRecord
           WRITE TrendRecord

           IF RollCount > 0
               MOVE SPACES TO TrendRecord
               STRING 'Archived months from rollup: ' RollCount
                   ' (' WS-Roll-Runs ' runs)'
                   DELIMITED BY SIZE INTO TrendRecord
               WRITE TrendRecord
           END-IF
           IF WS-Roll-Superseded > 0
               MOVE SPACES TO TrendRecord
               STRING 'Rollup months ignored (detail on history): '
                   WS-Roll-Superseded DELIMITED BY SIZE
                   INTO TrendRecord
               WRITE TrendRecord
           END-IF

           MOVE SPACES TO TrendRecord
           STRING 'Spike threshold: ' WS-Spike-Pct
               ' percent over trailing average'
           IF WS-Group-Runs > 0
               PERFORM WriteGroupLine
           END-IF
           IF RollCount > 0
               MOVE SPACES TO TrendRecord
               STRING '  (archived months are averaged by month'
                   ' only)' DELIMITED BY SIZE INTO TrendRecord
               WRITE TrendRecord
           END-IF

           MOVE SPACES TO TrendRecord
           WRITE TrendRecord
               '  Avg Sim Score' DELIMITED BY SIZE INTO TrendRecord
           WRITE TrendRecord

      *    Archived months first -- they are all older than the
      *    detail.
           PERFORM VARYING RollIdx FROM 1 BY 1
                   UNTIL RollIdx > RollCount
               MOVE Roll-Month(RollIdx)    TO WS-Break-Label
               MOVE Roll-Runs(RollIdx)     TO WS-Group-Runs
               MOVE Roll-Diff-Sum(RollIdx) TO WS-Group-Diff-Sum
               MOVE Roll-Scor-Sum(RollIdx) TO WS-Group-Scor-Sum
               PERFORM WriteGroupLine
           END-PERFORM

           MOVE SPACES TO WS-Break-Label
           MOVE 0 TO WS-Group-Runs
           MOVE 0 TO WS-Group-Diff-Sum
           .

       WritePeriodExtremes.
      *    Archived months are weighed first, being the oldest, so a
      *    later run only displaces an extreme it strictly beats.
           MOVE 0 TO WS-High-Diff
           MOVE SPACES TO WS-High-Date
           MOVE 0 TO WS-Low-Diff
           MOVE SPACES TO WS-Low-Date
           PERFORM VARYING RollIdx FROM 1 BY 1
                   UNTIL RollIdx > RollCount
               MOVE Roll-High-Diff(RollIdx) TO WS-Cand-Diff
               MOVE Roll-High-Date(RollIdx) TO WS-Cand-Date
               PERFORM NoteHighRun
               MOVE Roll-Low-Diff(RollIdx) TO WS-Cand-Diff
               MOVE Roll-Low-Date(RollIdx) TO WS-Cand-Date
               PERFORM NoteLowRun
           END-PERFORM
           PERFORM VARYING RunIdx FROM 1 BY 1 UNTIL RunIdx > RunCount
               MOVE Run-Diff(RunIdx) TO WS-Cand-Diff
               MOVE Run-Date(RunIdx) TO WS-Cand-Date
               PERFORM NoteHighRun
               PERFORM NoteLowRun
           END-PERFORM

           MOVE 'Period Extremes:' TO TrendRecord
           WRITE TrendRecord
           MOVE SPACES TO TrendRecord
           STRING '  Highest Total Diff: '
               WS-High-Diff ' on ' WS-High-Date
               DELIMITED BY SIZE INTO TrendRecord
           WRITE TrendRecord
           MOVE SPACES TO TrendRecord
           STRING '  Lowest Total Diff:  '
               WS-Low-Diff ' on ' WS-Low-Date
               DELIMITED BY SIZE INTO TrendRecord
           WRITE TrendRecord
           MOVE SPACES TO TrendRecord
           WRITE TrendRecord
           .

       NoteHighRun.
           IF WS-High-Date = SPACES OR WS-Cand-Diff > WS-High-Diff
               MOVE WS-Cand-Diff TO WS-High-Diff
               MOVE WS-Cand-Date TO WS-High-Date
           END-IF
           .

       NoteLowRun.
           IF WS-Low-Date = SPACES OR WS-Cand-Diff < WS-Low-Diff
               MOVE WS-Cand-Diff TO WS-Low-Diff
               MOVE WS-Cand-Date TO WS-Low-Date
           END-IF
           .

       WriteSpikeSection.
           MOVE SPACES TO TrendRecord
           STRING 'Spike Runs (Total Diff more than ' WS-Spike-Pct

       CloseFiles.
           CLOSE HistoryFile
           IF WS-Roll-Status = '00' OR WS-Roll-Status = '10'
               CLOSE HistRollFile
           END-IF
           CLOSE TrendReport
           .
