       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconOpsStatus.

      *****************************************************************
      * Morning operations status for the reconciliation batch
      * cycle, run as its last job.  In place of the on-call analyst
      * opening REPORTFILE, ACKRPT, SUSPRPT, EXCHRPT, AUDITRPT and
      * MAINTERR one by one and reading each step's return code in
      * the job log, this program looks at the six areas together
      * and rates each GREEN, AMBER or RED:
      *   Reconciliation run  the business date's audit record (the
      *                       last one, if the date was rerun)
      *   Run history         the business date's history record,
      *                       its Total Difference against the
      *                       trailing average of the earlier runs
      *   Extract acknowl.    the latest ACKRPT generation
      *   Suspense aging      the latest SUSPRPT generation
      *   Chronic exceptions  the latest EXCHRPT generation
      *   Site maintenance    the latest MAINTERR generation
      * RED means the area failed or produced nothing for the
      * business date; AMBER means it ran and flagged items for
      * follow-up, or its report was not produced for the business
      * date and could not be checked.  The STATCTL cards can raise
      * the suspense and chronic areas to RED past a count.
      *
      * OPSRPT is the one-page summary, a line per area and the
      * overall verdict (the worst area); OPSSTAT is a single fixed-
      * layout record (OPSSTAT copybook) for the scheduler and
      * paging system.  RC=0: all green.  RC=4: an area is amber.
      * RC=8: an area is red.  RC=20: the business date PARM is not
      * YYYY-MM-DD, or an output would not open.  PARM is the
      * business date; omit it for the run date.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatusCtlFile ASSIGN TO "STATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctl-Status.
           SELECT AuditFile ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Status.
           SELECT HistoryFile ASSIGN TO "HISTORYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Hist-Status.
           SELECT AckRptFile ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT SuspRptFile ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT ExchRptFile ASSIGN TO "EXCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT MaintErrFile ASSIGN TO "MAINTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-Status.
           SELECT OpsReport ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.
           SELECT OpsStatusFile ASSIGN TO "OPSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Out-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StatusCtlFile.
       01  StatusCtlRecord   PIC X(80).

       FD  AuditFile.
           COPY AUDITREC.

       FD  HistoryFile.
           COPY HISTREC.

       FD  AckRptFile.
       01  AckRptRecord      PIC X(100).

       FD  SuspRptFile.
       01  SuspRptRecord     PIC X(120).

       FD  ExchRptFile.
       01  ExchRptRecord     PIC X(100).

       FD  MaintErrFile.
       01  MaintErrRecord    PIC X(120).

       FD  OpsReport.
       01  OpsRptRecord      PIC X(100).

       FD  OpsStatusFile.
       01  OpsStatusOut      PIC X(80).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * The status record is built here and written from it.
      *****************************************************************
           COPY OPSSTAT.
       01  CTL-EOF-FLAG    PIC X VALUE 'N'.
           88  CTL-EOF        VALUE 'Y'.
       01  AUDIT-EOF-FLAG  PIC X VALUE 'N'.
           88  AUDIT-EOF      VALUE 'Y'.
       01  HIST-EOF-FLAG   PIC X VALUE 'N'.
           88  HIST-EOF       VALUE 'Y'.
       01  RPT-EOF-FLAG    PIC X VALUE 'N'.
           88  RPT-EOF        VALUE 'Y'.
       01  WS-Ctl-Status   PIC X(2) VALUE '00'.
       01  WS-Audit-Status PIC X(2) VALUE '00'.
       01  WS-Hist-Status  PIC X(2) VALUE '00'.
       01  WS-Rpt-Status   PIC X(2) VALUE '00'.
       01  WS-Out-Status   PIC X(2) VALUE '00'.
       01  WS-Ctl-Key      PIC X(12).
       01  WS-Ctl-Value    PIC X(12).

      *****************************************************************
      * Thresholds.  SPIKE-PCT is ReconTrend's spike rule; SUSP-RED
      * and CHRONIC-RED turn their areas RED at that many overdue
      * items or chronic sites (0 = never, AMBER only).
      *****************************************************************
       01  WS-Default-Spike-Pct PIC 9(3) VALUE 25.
       01  WS-Spike-Pct      PIC 9(3) VALUE 25.
       01  WS-Susp-Red       PIC 9(5) VALUE 0.
       01  WS-Chronic-Red    PIC 9(4) VALUE 0.

      *****************************************************************
      * One entry per area, in report and status-record order.
      *****************************************************************
       01  AreaTable.
           05  AreaEntry OCCURS 6 TIMES.
               10  Area-Code     PIC X(5).
               10  Area-Name     PIC X(22).
               10  Area-Report   PIC X(20).
               10  Area-Rag      PIC X(1).
               10  Area-Detail   PIC X(66).
               10  Area-Detail-2 PIC X(66).
       01  AreaIdx         PIC 9(1).
       01  WS-Area-Idx     PIC 9(1).
       01  WS-New-Rag      PIC X(1).
       01  WS-Rag-Code     PIC X(1).
       01  WS-Rag-Word     PIC X(5).
       01  WS-Red-Count    PIC 9(1) VALUE 0.
       01  WS-Amber-Count  PIC 9(1) VALUE 0.
       01  WS-Green-Count  PIC 9(1) VALUE 0.
       01  WS-Overall-Rag  PIC X(1) VALUE 'G'.
       01  WS-Overall-RC   PIC 9(2) VALUE 0.

       01  WS-Business-Date PIC X(10).
       01  WS-Current-Date.
           05  WS-CD-YYYY    PIC 9(4).
           05  WS-CD-MM      PIC 9(2).
           05  WS-CD-DD      PIC 9(2).
       01  WS-Report-Date.
           05  WS-RD-YYYY    PIC 9(4).
           05  FILLER        PIC X VALUE '-'.
           05  WS-RD-MM      PIC 9(2).
           05  FILLER        PIC X VALUE '-'.
           05  WS-RD-DD      PIC 9(2).
       01  WS-Time-Work.
           05  WS-TW-HH      PIC X(2).
           05  WS-TW-MM      PIC X(2).
           05  WS-TW-SS      PIC X(2).
           05  FILLER        PIC X(2).
       01  WS-Run-Time.
           05  WS-RT-HH      PIC X(2).
           05  FILLER        PIC X VALUE ':'.
           05  WS-RT-MM      PIC X(2).
           05  FILLER        PIC X VALUE ':'.
           05  WS-RT-SS      PIC X(2).

      *****************************************************************
      * Reconciliation run: the business date's last audit record.
      *****************************************************************
       01  WS-Aud-Found-Flag PIC X VALUE 'N'.
           88  Aud-Found      VALUE 'Y'.
       01  WS-Aud-Last-Date  PIC X(10) VALUE SPACES.
       01  WS-Aud-Start      PIC X(8).
       01  WS-Aud-End        PIC X(8).
       01  WS-Aud-Read       PIC 9(5).
       01  WS-Aud-Stored     PIC 9(5).
       01  WS-Aud-Skipped    PIC 9(5).
       01  WS-Aud-L-Expected PIC 9(5).
       01  WS-Aud-L-Actual   PIC 9(5).
       01  WS-Aud-R-Expected PIC 9(5).
       01  WS-Aud-R-Actual   PIC 9(5).
       01  WS-Aud-Resumed    PIC X(1).
       01  WS-Aud-RC         PIC 9(2).

      *****************************************************************
      * Run history: the business date's Total Difference and the
      * trailing average of the runs dated before it.
      *****************************************************************
       01  WS-Hist-Found-Flag PIC X VALUE 'N'.
           88  Hist-Found     VALUE 'Y'.
       01  WS-Hist-Last-Date PIC X(10) VALUE SPACES.
       01  WS-Hist-Diff      PIC 9(9) VALUE 0.
       01  WS-Trail-Sum      PIC 9(13) VALUE 0.
       01  WS-Trail-Runs     PIC 9(5) VALUE 0.
       01  WS-Trail-Avg      PIC 9(9) VALUE 0.
       01  WS-Spike-Limit    PIC 9(13) VALUE 0.
       01  WS-Spike-Over     PIC 9(5) VALUE 0.

      *****************************************************************
      * Report scanning.  Each report is read a line at a time into
      * WS-Rpt-Line; the title line's 'Run Date: ' says which night
      * produced it, and 'Run aborted' anywhere marks a run that
      * stopped on table capacity.
      *****************************************************************
       01  WS-Rpt-Line       PIC X(120).
       01  WS-Rpt-Name       PIC X(8).
       01  WS-Rpt-Open-Status PIC X(2).
       01  WS-Rpt-Lines      PIC 9(5) VALUE 0.
       01  WS-Rpt-Run-Date   PIC X(10).
       01  WS-Rpt-Aborted-Flag PIC X VALUE 'N'.
           88  Rpt-Aborted    VALUE 'Y'.
       01  WS-Rpt-Usable-Flag PIC X VALUE 'N'.
           88  Rpt-Usable     VALUE 'Y'.
       01  WS-Rpt-Empty-Flag PIC X VALUE 'N'.
           88  Rpt-Empty      VALUE 'Y'.
       01  WS-Label          PIC X(30).
       01  WS-Label-Len      PIC 9(2).
       01  WS-Label-At       PIC 9(3).
       01  WS-Label-Value    PIC 9(7).
       01  WS-Pos            PIC 9(3).
       01  WS-Hits           PIC 9(3).
       01  WS-Num-Text       PIC X(8).
       01  WS-First-Item     PIC X(66).

       01  WS-Ack-Rejected   PIC 9(4) VALUE 0.
       01  WS-Ack-Mismatch   PIC 9(4) VALUE 0.
       01  WS-Ack-Unacked    PIC 9(4) VALUE 0.
       01  WS-Ack-Pending    PIC 9(5) VALUE 0.
       01  WS-Ack-Exceptions PIC 9(5) VALUE 0.
       01  WS-Susp-Age-Limit PIC 9(5) VALUE 0.
       01  WS-Susp-Outstanding PIC 9(5) VALUE 0.
       01  WS-Susp-Overdue   PIC 9(5) VALUE 0.
       01  WS-Sites-Ranked   PIC 9(5) VALUE 0.
       01  WS-Chronic-Count  PIC 9(4) VALUE 0.
       01  WS-Chronic-List   PIC X(66).
       01  WS-Chronic-Ptr    PIC 9(3).
       01  WS-Maint-Rejects  PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LK-Parm-Date.
           05  LK-Parm-Length   PIC S9(4) COMP.
           05  LK-Parm-Value    PIC X(10).

       PROCEDURE DIVISION USING LK-Parm-Date.
       MainSection.
           PERFORM SetBusinessDate
           PERFORM LoadStatusControl
           PERFORM OpenOutputs
           PERFORM InitAreas
           PERFORM CheckReconRun
           PERFORM CheckHistory
           PERFORM CheckAckReport
           PERFORM CheckSuspReport
           PERFORM CheckChronicReport
           PERFORM CheckMaintReport
           PERFORM SetOverall
           PERFORM WriteStatusReport
           PERFORM WriteStatusRecord
           CLOSE OpsReport
           CLOSE OpsStatusFile
           MOVE WS-Overall-RC TO RETURN-CODE
           GOBACK.

       SetBusinessDate.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           ACCEPT WS-Time-Work FROM TIME
           MOVE WS-TW-HH TO WS-RT-HH
           MOVE WS-TW-MM TO WS-RT-MM
           MOVE WS-TW-SS TO WS-RT-SS
      *    A cycle that finishes after midnight is still the night
      *    before's business date -- the scheduler passes it.
           IF LK-Parm-Length > 0
               MOVE SPACES TO WS-Business-Date
               MOVE LK-Parm-Value(1:LK-Parm-Length)
                   TO WS-Business-Date
               IF WS-Business-Date(1:4) NUMERIC
                       AND WS-Business-Date(5:1) = '-'
                       AND WS-Business-Date(6:2) NUMERIC
                       AND WS-Business-Date(8:1) = '-'
                       AND WS-Business-Date(9:2) NUMERIC
                   CONTINUE
               ELSE
                   DISPLAY 'ERROR: Business date PARM must be'
                       ' YYYY-MM-DD: ' LK-Parm-Value
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-Report-Date TO WS-Business-Date
           END-IF
           .

       LoadStatusControl.
           OPEN INPUT StatusCtlFile
           IF WS-Ctl-Status NOT = '00'
               DISPLAY 'No status control file present, status '
                   WS-Ctl-Status ' -- default thresholds used.'
           ELSE
               MOVE 'N' TO CTL-EOF-FLAG
               PERFORM ReadStatusControl UNTIL CTL-EOF
               CLOSE StatusCtlFile
           END-IF
           .

       ReadStatusControl.
           READ StatusCtlFile
               AT END
                   MOVE 'Y' TO CTL-EOF-FLAG
               NOT AT END
                   IF StatusCtlRecord(1:1) = '*'
                           OR StatusCtlRecord = SPACES
                       CONTINUE
                   ELSE
                       PERFORM ApplyStatusControl
                   END-IF
           END-READ
           .

       ApplyStatusControl.
           MOVE SPACES TO WS-Ctl-Key
           MOVE SPACES TO WS-Ctl-Value
           UNSTRING StatusCtlRecord DELIMITED BY '='
               INTO WS-Ctl-Key WS-Ctl-Value
           IF WS-Ctl-Value = SPACES
               DISPLAY 'WARNING: Status control card has no'
                   ' value, ignored: ' StatusCtlRecord
           ELSE
               IF WS-Ctl-Key = 'SPIKE-PCT'
                   COMPUTE WS-Spike-Pct =
                       FUNCTION NUMVAL(WS-Ctl-Value)
                   IF WS-Spike-Pct = 0
                       DISPLAY 'WARNING: SPIKE-PCT must be above'
                           ' 0, default used: ' StatusCtlRecord
                       MOVE WS-Default-Spike-Pct TO WS-Spike-Pct
                   END-IF
               ELSE
               IF WS-Ctl-Key = 'SUSP-RED'
                   COMPUTE WS-Susp-Red =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
               IF WS-Ctl-Key = 'CHRONIC-RED'
                   COMPUTE WS-Chronic-Red =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
                   DISPLAY 'WARNING: Unknown status control'
                       ' ignored: ' StatusCtlRecord
               END-IF
               END-IF
               END-IF
           END-IF
           .

       OpenOutputs.
           OPEN OUTPUT OpsReport
           IF WS-Out-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open status report, '
                   'status ' WS-Out-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OpsStatusFile
           IF WS-Out-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open status record, '
                   'status ' WS-Out-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       InitAreas.
           MOVE 'RECON'                  TO Area-Code(1)
           MOVE 'Reconciliation run'     TO Area-Name(1)
           MOVE 'REPORTFILE, AUDITRPT'   TO Area-Report(1)
           MOVE 'HIST '                  TO Area-Code(2)
           MOVE 'Run history'            TO Area-Name(2)
           MOVE 'REPORTFILE, TRENDRPT'   TO Area-Report(2)
           MOVE 'ACK  '                  TO Area-Code(3)
           MOVE 'Extract acknowledgment' TO Area-Name(3)
           MOVE 'ACKRPT'                 TO Area-Report(3)
           MOVE 'SUSP '                  TO Area-Code(4)
           MOVE 'Suspense aging'         TO Area-Name(4)
           MOVE 'SUSPRPT'                TO Area-Report(4)
           MOVE 'CHRON'                  TO Area-Code(5)
           MOVE 'Chronic exceptions'     TO Area-Name(5)
           MOVE 'EXCHRPT'                TO Area-Report(5)
           MOVE 'MAINT'                  TO Area-Code(6)
           MOVE 'Site maintenance'       TO Area-Name(6)
           MOVE 'MAINTERR'               TO Area-Report(6)
           PERFORM VARYING AreaIdx FROM 1 BY 1 UNTIL AreaIdx > 6
               MOVE 'G' TO Area-Rag(AreaIdx)
               MOVE SPACES TO Area-Detail(AreaIdx)
               MOVE SPACES TO Area-Detail-2(AreaIdx)
           END-PERFORM
           .

       RaiseRag.
      *    An area only ever gets worse: GREEN < AMBER < RED.
           IF WS-New-Rag = 'R'
               MOVE 'R' TO Area-Rag(WS-Area-Idx)
           ELSE
           IF WS-New-Rag = 'A' AND Area-Rag(WS-Area-Idx) = 'G'
               MOVE 'A' TO Area-Rag(WS-Area-Idx)
           END-IF
           END-IF
           .

      *****************************************************************
      * Reconciliation run.  ReconcileLists appends one audit record
      * per run, replay runs excepted; the last one dated the
      * business date is the run that stands.  No record at all
      * means RECLIST never ran or abended before its audit write.
      *****************************************************************
       CheckReconRun.
           MOVE 1 TO WS-Area-Idx
           OPEN INPUT AuditFile
           IF WS-Audit-Status NOT = '00'
               MOVE 'R' TO WS-New-Rag
               PERFORM RaiseRag
               STRING 'Audit trail would not open, status '
                   WS-Audit-Status ' -- run not verified.'
                   DELIMITED BY SIZE INTO Area-Detail(1)
           ELSE
               MOVE 'N' TO AUDIT-EOF-FLAG
               PERFORM ReadAuditRecord UNTIL AUDIT-EOF
               CLOSE AuditFile
               PERFORM JudgeReconRun
           END-IF
           .

       ReadAuditRecord.
           READ AuditFile
               AT END
                   MOVE 'Y' TO AUDIT-EOF-FLAG
               NOT AT END
                   IF Audit-Run-Date(1:4) NUMERIC
                           AND Audit-Run-Date > WS-Aud-Last-Date
                       MOVE Audit-Run-Date TO WS-Aud-Last-Date
                   END-IF
                   IF Audit-Run-Date = WS-Business-Date
                       MOVE 'Y' TO WS-Aud-Found-Flag
                       MOVE Audit-Start-Time TO WS-Aud-Start
                       MOVE Audit-End-Time   TO WS-Aud-End
                       MOVE Audit-Read       TO WS-Aud-Read
                       MOVE Audit-Stored     TO WS-Aud-Stored
                       MOVE Audit-Skipped    TO WS-Aud-Skipped
                       MOVE Audit-L-Expected TO WS-Aud-L-Expected
                       MOVE Audit-L-Actual   TO WS-Aud-L-Actual
                       MOVE Audit-R-Expected TO WS-Aud-R-Expected
                       MOVE Audit-R-Actual   TO WS-Aud-R-Actual
                       MOVE Audit-Resumed    TO WS-Aud-Resumed
                       IF Audit-RC NUMERIC
                           MOVE Audit-RC TO WS-Aud-RC
                       ELSE
                           MOVE 99 TO WS-Aud-RC
                       END-IF
                   END-IF
           END-READ
           .

       JudgeReconRun.
      *    RC=4 is RECLIST's flag-and-continue warning; RC=6 and up
      *    suppressed the business steps or aborted the run.
           IF NOT Aud-Found
               MOVE 'R' TO WS-New-Rag
               PERFORM RaiseRag
               STRING 'No ReconcileLists run recorded for the business'
                   ' date.'
                   DELIMITED BY SIZE INTO Area-Detail(1)
               IF WS-Aud-Last-Date NOT = SPACES
                   STRING 'Last run on the audit trail: '
                       WS-Aud-Last-Date
                       DELIMITED BY SIZE INTO Area-Detail-2(1)
               END-IF
           ELSE
               STRING 'Run ' WS-Aud-Start '-' WS-Aud-End
                   ' RC ' WS-Aud-RC '  read ' WS-Aud-Read
                   ' stored ' WS-Aud-Stored
                   ' skipped ' WS-Aud-Skipped
                   DELIMITED BY SIZE INTO Area-Detail(1)
               IF WS-Aud-RC = 0
                   IF WS-Aud-Resumed = 'Y'
                       STRING 'Clean -- completed on restart from the'
                           ' checkpoint.'
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   ELSE
                       STRING 'Clean -- within thresholds, trailers'
                           ' balanced.'
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   END-IF
               ELSE
               IF WS-Aud-RC < 6
                   MOVE 'A' TO WS-New-Rag
                   PERFORM RaiseRag
                   MOVE 'Warning threshold exceeded.'
                       TO Area-Detail-2(1)
               ELSE
                   MOVE 'R' TO WS-New-Rag
                   PERFORM RaiseRag
                   IF WS-Aud-RC = 6
                       STRING 'Critical threshold exceeded -- business'
                           ' steps bypassed.'
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   ELSE
                   IF WS-Aud-RC = 10
                       STRING 'Aborted: feed header date mismatched or'
                           ' stale.'
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   ELSE
                   IF WS-Aud-RC = 12
                       STRING 'Aborted: trailer missing or mismatched'
                           '  L ' WS-Aud-L-Actual '/'
                           WS-Aud-L-Expected
                           '  R ' WS-Aud-R-Actual '/'
                           WS-Aud-R-Expected
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   ELSE
                   IF WS-Aud-RC = 14
                       STRING 'Aborted: feed date already on history'
                           ' without FORCE=YES.'
                           DELIMITED BY SIZE INTO Area-Detail-2(1)
                   ELSE
                   IF WS-Aud-RC = 16
                       MOVE 'Aborted: table capacity exceeded.'
                           TO Area-Detail-2(1)
                   ELSE
                       MOVE 'Ended abnormally -- see SYSOUT.'
                           TO Area-Detail-2(1)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * Run history.  The business date's record is the night's
      * Total Difference; a spike over the trailing average of every
      * earlier run is ReconTrend's rule (SPIKE-PCT), flagged the
      * morning after instead of at month end.  The history is
      * keyed by feed date, so a record later than the business date
      * (a PARM naming an earlier night) is left out of the average.
      *****************************************************************
       CheckHistory.
           MOVE 2 TO WS-Area-Idx
           OPEN INPUT HistoryFile
           IF WS-Hist-Status NOT = '00'
               MOVE 'R' TO WS-New-Rag
               PERFORM RaiseRag
               STRING 'History file would not open, status '
                   WS-Hist-Status '.'
                   DELIMITED BY SIZE INTO Area-Detail(2)
           ELSE
               MOVE 'N' TO HIST-EOF-FLAG
               PERFORM ReadHistoryRecord UNTIL HIST-EOF
               CLOSE HistoryFile
               PERFORM JudgeHistory
           END-IF
           .

       ReadHistoryRecord.
           READ HistoryFile
               AT END
                   MOVE 'Y' TO HIST-EOF-FLAG
               NOT AT END
                   IF Hist-Run-Date(1:4) NUMERIC
                           AND Hist-TotalDiff NUMERIC
                       IF Hist-Run-Date > WS-Hist-Last-Date
                           MOVE Hist-Run-Date TO WS-Hist-Last-Date
                       END-IF
                       IF Hist-Run-Date = WS-Business-Date
                           MOVE 'Y' TO WS-Hist-Found-Flag
                           MOVE Hist-TotalDiff TO WS-Hist-Diff
                       ELSE
                       IF Hist-Run-Date < WS-Business-Date
                           ADD Hist-TotalDiff TO WS-Trail-Sum
                           ADD 1 TO WS-Trail-Runs
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .

       JudgeHistory.
           IF NOT Hist-Found
               MOVE 'R' TO WS-New-Rag
               PERFORM RaiseRag
               MOVE 'No history record for the business date.'
                   TO Area-Detail(2)
               IF WS-Hist-Last-Date NOT = SPACES
                   STRING 'Latest feed date on history: '
                       WS-Hist-Last-Date
                       DELIMITED BY SIZE INTO Area-Detail-2(2)
               END-IF
           ELSE
           IF WS-Trail-Runs = 0
               STRING 'Total Difference ' WS-Hist-Diff
                   '  -- no earlier runs to compare.'
                   DELIMITED BY SIZE INTO Area-Detail(2)
           ELSE
               COMPUTE WS-Trail-Avg ROUNDED =
                   WS-Trail-Sum / WS-Trail-Runs
               COMPUTE WS-Spike-Limit =
                   (WS-Trail-Avg * (100 + WS-Spike-Pct)) / 100
               STRING 'Total Difference ' WS-Hist-Diff
                   '  trailing avg ' WS-Trail-Avg
                   ' (' WS-Trail-Runs ' runs)'
                   DELIMITED BY SIZE INTO Area-Detail(2)
               IF WS-Hist-Diff > WS-Spike-Limit
                   MOVE 'A' TO WS-New-Rag
                   PERFORM RaiseRag
                   IF WS-Trail-Avg > 0
                       COMPUTE WS-Spike-Over =
                           ((WS-Hist-Diff - WS-Trail-Avg) * 100)
                               / WS-Trail-Avg
                           ON SIZE ERROR
                               MOVE 99999 TO WS-Spike-Over
                       END-COMPUTE
                       STRING 'Spike: ' WS-Spike-Over
                           '% over the trailing average (limit '
                           WS-Spike-Pct '%).'
                           DELIMITED BY SIZE INTO Area-Detail-2(2)
                   ELSE
                       STRING 'Spike: a difference after a trailing'
                           ' average of zero.'
                           DELIMITED BY SIZE INTO Area-Detail-2(2)
                   END-IF
               END-IF
           END-IF
           END-IF
           .

      *****************************************************************
      * Report scanning, shared by the four report areas.  The
      * caller sets WS-Area-Idx and WS-Rpt-Name, opens the report
      * into WS-Rpt-Open-Status, and feeds each line through
      * ScanCommonLine before its own checks.
      *****************************************************************
       StartReportScan.
           MOVE 0 TO WS-Rpt-Lines
           MOVE SPACES TO WS-Rpt-Run-Date
           MOVE 'N' TO WS-Rpt-Aborted-Flag
           MOVE 'N' TO WS-Rpt-Empty-Flag
           MOVE SPACES TO WS-First-Item
           MOVE 'N' TO RPT-EOF-FLAG
           .

       ScanCommonLine.
           ADD 1 TO WS-Rpt-Lines
           IF WS-Rpt-Lines = 1
               MOVE 'Run Date: ' TO WS-Label
               MOVE 10 TO WS-Label-Len
               PERFORM FindLabel
               IF WS-Label-At > 0
                   MOVE WS-Rpt-Line(WS-Label-At:10)
                       TO WS-Rpt-Run-Date
               END-IF
           END-IF
           MOVE 0 TO WS-Hits
           INSPECT WS-Rpt-Line TALLYING WS-Hits
               FOR ALL 'Run aborted'
           IF WS-Hits > 0
               MOVE 'Y' TO WS-Rpt-Aborted-Flag
           END-IF
           .

       FindLabel.
      *    WS-Label-At is the column just past WS-Label on the line,
      *    0 when the label is not there.
           MOVE 0 TO WS-Label-At
           MOVE 0 TO WS-Pos
           INSPECT WS-Rpt-Line TALLYING WS-Pos
               FOR CHARACTERS BEFORE INITIAL WS-Label(1:WS-Label-Len)
           IF WS-Pos + WS-Label-Len + 10 <= 120
               COMPUTE WS-Label-At = WS-Pos + WS-Label-Len + 1
           END-IF
           .

       FindLabelValue.
      *    The report counts are zero-padded and end at a space.
           MOVE 0 TO WS-Label-Value
           PERFORM FindLabel
           IF WS-Label-At > 0
               MOVE SPACES TO WS-Num-Text
               UNSTRING WS-Rpt-Line(WS-Label-At:8)
                   DELIMITED BY SPACE INTO WS-Num-Text
               IF WS-Num-Text(1:1) NUMERIC
                   COMPUTE WS-Label-Value =
                       FUNCTION NUMVAL(WS-Num-Text)
               END-IF
           END-IF
           .

       JudgeReportState.
      *    A report that would not open or was not produced for the
      *    business date cannot be vouched for either way: AMBER,
      *    so somebody looks.  One whose run stopped on capacity
      *    reported nothing: RED.  WS-Rpt-Usable says the caller
      *    may judge the report's own figures.
           MOVE 'N' TO WS-Rpt-Usable-Flag
           IF WS-Rpt-Open-Status NOT = '00'
               MOVE 'A' TO WS-New-Rag
               PERFORM RaiseRag
               STRING WS-Rpt-Name DELIMITED BY SPACE
                   ' would not open, status ' WS-Rpt-Open-Status
                   ' -- not checked.' DELIMITED BY SIZE
                   INTO Area-Detail(WS-Area-Idx)
           ELSE
           IF WS-Rpt-Lines = 0
               MOVE 'A' TO WS-New-Rag
               PERFORM RaiseRag
               STRING WS-Rpt-Name DELIMITED BY SPACE
                   ' is empty -- not checked.' DELIMITED BY SIZE
                   INTO Area-Detail(WS-Area-Idx)
           ELSE
           IF WS-Rpt-Run-Date NOT = WS-Business-Date
               MOVE 'A' TO WS-New-Rag
               PERFORM RaiseRag
               STRING WS-Rpt-Name DELIMITED BY SPACE
                   ' last produced ' WS-Rpt-Run-Date
                   ' -- not for the business date.' DELIMITED BY SIZE
                   INTO Area-Detail(WS-Area-Idx)
           ELSE
           IF Rpt-Aborted
               MOVE 'R' TO WS-New-Rag
               PERFORM RaiseRag
               STRING WS-Rpt-Name DELIMITED BY SPACE
                   ' run aborted on table capacity -- no results.'
                   DELIMITED BY SIZE INTO Area-Detail(WS-Area-Idx)
           ELSE
               MOVE 'Y' TO WS-Rpt-Usable-Flag
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *****************************************************************
      * Extract acknowledgment.  ExtractAckCheck lists each
      * exception as '  <feed date>  REJECTED: ...', '  COUNT
      * MISMATCH: ...' or '  UNACKNOWLEDGED for ...'; all three are
      * its RC=4 flag-and-continue, so AMBER here.
      *****************************************************************
       CheckAckReport.
           MOVE 3 TO WS-Area-Idx
           MOVE 'ACKRPT' TO WS-Rpt-Name
           PERFORM StartReportScan
           OPEN INPUT AckRptFile
           MOVE WS-Rpt-Status TO WS-Rpt-Open-Status
           IF WS-Rpt-Open-Status = '00'
               PERFORM ReadAckLine UNTIL RPT-EOF
               CLOSE AckRptFile
           END-IF
           PERFORM JudgeReportState
           IF Rpt-Usable
               COMPUTE WS-Ack-Exceptions = WS-Ack-Rejected
                   + WS-Ack-Mismatch + WS-Ack-Unacked
               IF Rpt-Empty
                   MOVE 'No extracts found -- nothing to check.'
                       TO Area-Detail(3)
               ELSE
               IF WS-Ack-Exceptions = 0
                   STRING 'All extracts acknowledged, '
                       WS-Ack-Pending ' pending within grace.'
                       DELIMITED BY SIZE INTO Area-Detail(3)
               ELSE
                   MOVE 'A' TO WS-New-Rag
                   PERFORM RaiseRag
                   STRING WS-Ack-Rejected ' rejected  '
                       WS-Ack-Mismatch ' count mismatch  '
                       WS-Ack-Unacked ' unacknowledged'
                       DELIMITED BY SIZE INTO Area-Detail(3)
                   MOVE WS-First-Item TO Area-Detail-2(3)
               END-IF
               END-IF
           END-IF
           .

       ReadAckLine.
           READ AckRptFile
               AT END
                   MOVE 'Y' TO RPT-EOF-FLAG
               NOT AT END
                   MOVE AckRptRecord TO WS-Rpt-Line
                   PERFORM ScanCommonLine
                   PERFORM ScanAckLine
           END-READ
           .

       ScanAckLine.
           IF WS-Rpt-Line(1:17) = 'No extracts found'
               MOVE 'Y' TO WS-Rpt-Empty-Flag
           END-IF
           IF WS-Rpt-Line(1:2) = SPACES
                   AND WS-Rpt-Line(3:4) NUMERIC
                   AND WS-Rpt-Line(7:1) = '-'
               MOVE 0 TO WS-Hits
               INSPECT WS-Rpt-Line TALLYING WS-Hits
                   FOR ALL '  REJECTED: '
               IF WS-Hits > 0
                   ADD 1 TO WS-Ack-Rejected
               END-IF
               MOVE 0 TO WS-Hits
               INSPECT WS-Rpt-Line TALLYING WS-Hits
                   FOR ALL '  COUNT MISMATCH: '
               IF WS-Hits > 0
                   ADD 1 TO WS-Ack-Mismatch
               END-IF
               MOVE 0 TO WS-Hits
               INSPECT WS-Rpt-Line TALLYING WS-Hits
                   FOR ALL '  UNACKNOWLEDGED for '
               IF WS-Hits > 0
                   ADD 1 TO WS-Ack-Unacked
               END-IF
               IF WS-First-Item = SPACES
                   MOVE WS-Rpt-Line(3:66) TO WS-First-Item
               END-IF
           END-IF
           MOVE 'Pending within grace: ' TO WS-Label
           MOVE 22 TO WS-Label-Len
           PERFORM FindLabelValue
           IF WS-Label-At > 0
               MOVE WS-Label-Value TO WS-Ack-Pending
           END-IF
           .

      *****************************************************************
      * Suspense aging.  SuspenseAge's disposition line carries the
      * outstanding and overdue counts; overdue items are its RC=4.
      *****************************************************************
       CheckSuspReport.
           MOVE 4 TO WS-Area-Idx
           MOVE 'SUSPRPT' TO WS-Rpt-Name
           PERFORM StartReportScan
           OPEN INPUT SuspRptFile
           MOVE WS-Rpt-Status TO WS-Rpt-Open-Status
           IF WS-Rpt-Open-Status = '00'
               PERFORM ReadSuspLine UNTIL RPT-EOF
               CLOSE SuspRptFile
           END-IF
           PERFORM JudgeReportState
           IF Rpt-Usable
               IF Rpt-Empty
                   MOVE 'No suspense items found.' TO Area-Detail(4)
               ELSE
                   STRING 'Outstanding ' WS-Susp-Outstanding
                       '  overdue ' WS-Susp-Overdue
                       ' (older than ' WS-Susp-Age-Limit ' days)'
                       DELIMITED BY SIZE INTO Area-Detail(4)
                   IF WS-Susp-Overdue > 0
                       IF WS-Susp-Red > 0
                               AND WS-Susp-Overdue >= WS-Susp-Red
                           MOVE 'R' TO WS-New-Rag
                           STRING 'Overdue items at or above the red'
                               ' level of ' WS-Susp-Red '.'
                               DELIMITED BY SIZE
                               INTO Area-Detail-2(4)
                       ELSE
                           MOVE 'A' TO WS-New-Rag
                       END-IF
                       PERFORM RaiseRag
                   END-IF
               END-IF
           END-IF
           .

       ReadSuspLine.
           READ SuspRptFile
               AT END
                   MOVE 'Y' TO RPT-EOF-FLAG
               NOT AT END
                   MOVE SuspRptRecord TO WS-Rpt-Line
                   PERFORM ScanCommonLine
                   PERFORM ScanSuspLine
           END-READ
           .

       ScanSuspLine.
           IF WS-Rpt-Line(1:23) = 'No suspense items found'
               MOVE 'Y' TO WS-Rpt-Empty-Flag
           END-IF
           IF WS-Rpt-Line(1:11) = 'Age limit: '
               MOVE 'Age limit: ' TO WS-Label
               MOVE 11 TO WS-Label-Len
               PERFORM FindLabelValue
               MOVE WS-Label-Value TO WS-Susp-Age-Limit
           END-IF
           IF WS-Rpt-Line(1:12) = '  Resolved: '
               MOVE 'Outstanding: ' TO WS-Label
               MOVE 13 TO WS-Label-Len
               PERFORM FindLabelValue
               MOVE WS-Label-Value TO WS-Susp-Outstanding
               MOVE 'Overdue: ' TO WS-Label
               MOVE 9 TO WS-Label-Len
               PERFORM FindLabelValue
               MOVE WS-Label-Value TO WS-Susp-Overdue
           END-IF
           .

      *****************************************************************
      * Chronic exceptions.  ExcHistory ends each chronic site's
      * ranking line with 'CHRONIC'; the sites are listed here so the
      * morning call can name them without opening EXCHRPT.
      *****************************************************************
       CheckChronicReport.
           MOVE 5 TO WS-Area-Idx
           MOVE 'EXCHRPT' TO WS-Rpt-Name
           MOVE SPACES TO WS-Chronic-List
           MOVE 1 TO WS-Chronic-Ptr
           STRING 'Sites:' DELIMITED BY SIZE INTO WS-Chronic-List
               WITH POINTER WS-Chronic-Ptr
           PERFORM StartReportScan
           OPEN INPUT ExchRptFile
           MOVE WS-Rpt-Status TO WS-Rpt-Open-Status
           IF WS-Rpt-Open-Status = '00'
               PERFORM ReadExchLine UNTIL RPT-EOF
               CLOSE ExchRptFile
           END-IF
           PERFORM JudgeReportState
           IF Rpt-Usable
               IF Rpt-Empty
                   MOVE 'No exception records in the window.'
                       TO Area-Detail(5)
               ELSE
                   STRING WS-Chronic-Count ' chronic of '
                       WS-Sites-Ranked ' sites ranked.'
                       DELIMITED BY SIZE INTO Area-Detail(5)
                   IF WS-Chronic-Count > 0
                       MOVE WS-Chronic-List TO Area-Detail-2(5)
                       IF WS-Chronic-Red > 0
                               AND WS-Chronic-Count >= WS-Chronic-Red
                           MOVE 'R' TO WS-New-Rag
                       ELSE
                           MOVE 'A' TO WS-New-Rag
                       END-IF
                       PERFORM RaiseRag
                   END-IF
               END-IF
           END-IF
           .

       ReadExchLine.
           READ ExchRptFile
               AT END
                   MOVE 'Y' TO RPT-EOF-FLAG
               NOT AT END
                   MOVE ExchRptRecord TO WS-Rpt-Line
                   PERFORM ScanCommonLine
                   PERFORM ScanExchLine
           END-READ
           .

       ScanExchLine.
           IF WS-Rpt-Line(1:30) = 'No exception records in window'
               MOVE 'Y' TO WS-Rpt-Empty-Flag
           END-IF
           IF WS-Rpt-Line(1:16) = '  Sites ranked: '
               MOVE 'Sites ranked: ' TO WS-Label
               MOVE 14 TO WS-Label-Len
               PERFORM FindLabelValue
               MOVE WS-Label-Value TO WS-Sites-Ranked
           END-IF
           IF WS-Rpt-Line(1:2) = SPACES
                   AND WS-Rpt-Line(3:5) NUMERIC
               MOVE 0 TO WS-Hits
               INSPECT WS-Rpt-Line TALLYING WS-Hits
                   FOR ALL '  CHRONIC'
               IF WS-Hits > 0
                   ADD 1 TO WS-Chronic-Count
      *            Nine sites fill the detail line; the count above
      *            it says how many more there are.
                   IF WS-Chronic-Count < 10
                       STRING ' ' WS-Rpt-Line(3:5)
                           DELIMITED BY SIZE INTO WS-Chronic-List
                           WITH POINTER WS-Chronic-Ptr
                   ELSE
                   IF WS-Chronic-Count = 10
                       STRING ' ...'
                           DELIMITED BY SIZE INTO WS-Chronic-List
                           WITH POINTER WS-Chronic-Ptr
                   END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************************
      * Site maintenance.  Every card SiteMaint rejected is a
      * 'REJECTED: ' line on MAINTERR; those changes did not reach
      * the site master before tonight's reconciliation.
      *****************************************************************
       CheckMaintReport.
           MOVE 6 TO WS-Area-Idx
           MOVE 'MAINTERR' TO WS-Rpt-Name
           PERFORM StartReportScan
           OPEN INPUT MaintErrFile
           MOVE WS-Rpt-Status TO WS-Rpt-Open-Status
           IF WS-Rpt-Open-Status = '00'
               PERFORM ReadMaintLine UNTIL RPT-EOF
               CLOSE MaintErrFile
           END-IF
           PERFORM JudgeReportState
           IF Rpt-Usable
               IF WS-Maint-Rejects = 0
                   MOVE 'No maintenance cards rejected.'
                       TO Area-Detail(6)
               ELSE
                   MOVE 'A' TO WS-New-Rag
                   PERFORM RaiseRag
                   STRING WS-Maint-Rejects ' maintenance cards'
                       ' rejected -- not applied to SITEMAST.'
                       DELIMITED BY SIZE INTO Area-Detail(6)
                   MOVE WS-First-Item TO Area-Detail-2(6)
               END-IF
           END-IF
           .

       ReadMaintLine.
           READ MaintErrFile
               AT END
                   MOVE 'Y' TO RPT-EOF-FLAG
               NOT AT END
                   MOVE MaintErrRecord TO WS-Rpt-Line
                   PERFORM ScanCommonLine
                   IF WS-Rpt-Line(1:10) = 'REJECTED: '
                       ADD 1 TO WS-Maint-Rejects
                       IF WS-First-Item = SPACES
                           MOVE WS-Rpt-Line(1:66) TO WS-First-Item
                       END-IF
                   END-IF
           END-READ
           .

       SetOverall.
           PERFORM VARYING AreaIdx FROM 1 BY 1 UNTIL AreaIdx > 6
               IF Area-Rag(AreaIdx) = 'R'
                   ADD 1 TO WS-Red-Count
               ELSE
               IF Area-Rag(AreaIdx) = 'A'
                   ADD 1 TO WS-Amber-Count
               ELSE
                   ADD 1 TO WS-Green-Count
               END-IF
               END-IF
           END-PERFORM
           IF WS-Red-Count > 0
               MOVE 'R' TO WS-Overall-Rag
               MOVE 8 TO WS-Overall-RC
           ELSE
           IF WS-Amber-Count > 0
               MOVE 'A' TO WS-Overall-Rag
               MOVE 4 TO WS-Overall-RC
           ELSE
               MOVE 'G' TO WS-Overall-Rag
               MOVE 0 TO WS-Overall-RC
           END-IF
           END-IF
           .

       SetRagWord.
           IF WS-Rag-Code = 'R'
               MOVE 'RED' TO WS-Rag-Word
           ELSE
           IF WS-Rag-Code = 'A'
               MOVE 'AMBER' TO WS-Rag-Word
           ELSE
               MOVE 'GREEN' TO WS-Rag-Word
           END-IF
           END-IF
           .

       WriteStatusReport.
           MOVE SPACES TO OpsRptRecord
           STRING 'Recon Morning Operations Status - Business Date: '
               WS-Business-Date '  Produced: ' WS-Report-Date
               ' ' WS-Run-Time
               DELIMITED BY SIZE INTO OpsRptRecord
           WRITE OpsRptRecord
           MOVE SPACES TO OpsRptRecord
           WRITE OpsRptRecord
           MOVE WS-Overall-Rag TO WS-Rag-Code
           PERFORM SetRagWord
           MOVE SPACES TO OpsRptRecord
           STRING 'OVERALL: ' WS-Rag-Word
               '     Red areas: ' WS-Red-Count
               '  Amber areas: ' WS-Amber-Count
               '  Green areas: ' WS-Green-Count
               DELIMITED BY SIZE INTO OpsRptRecord
           WRITE OpsRptRecord
           MOVE SPACES TO OpsRptRecord
           WRITE OpsRptRecord
           MOVE SPACES TO OpsRptRecord
           STRING '  Area                    Status Detail'
               DELIMITED BY SIZE INTO OpsRptRecord
           WRITE OpsRptRecord
           PERFORM VARYING AreaIdx FROM 1 BY 1 UNTIL AreaIdx > 6
               PERFORM WriteAreaLines
           END-PERFORM
           MOVE SPACES TO OpsRptRecord
           WRITE OpsRptRecord
           MOVE 'Follow up:' TO OpsRptRecord
           WRITE OpsRptRecord
           IF WS-Overall-Rag = 'G'
               MOVE '  None -- every area is green.' TO OpsRptRecord
               WRITE OpsRptRecord
           ELSE
               PERFORM VARYING AreaIdx FROM 1 BY 1 UNTIL AreaIdx > 6
                   IF Area-Rag(AreaIdx) NOT = 'G'
                       MOVE Area-Rag(AreaIdx) TO WS-Rag-Code
                       PERFORM SetRagWord
                       MOVE SPACES TO OpsRptRecord
                       STRING '  ' Area-Name(AreaIdx) '  '
                           WS-Rag-Word '  see '
                           Area-Report(AreaIdx)
                           DELIMITED BY SIZE INTO OpsRptRecord
                       WRITE OpsRptRecord
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO OpsRptRecord
           WRITE OpsRptRecord
           MOVE SPACES TO OpsRptRecord
           STRING 'Thresholds: spike ' WS-Spike-Pct
               '%  suspense red at ' WS-Susp-Red
               ' overdue  chronic red at ' WS-Chronic-Red
               ' sites  (0 = never red)'
               DELIMITED BY SIZE INTO OpsRptRecord
           WRITE OpsRptRecord
           .

       WriteAreaLines.
           MOVE Area-Rag(AreaIdx) TO WS-Rag-Code
           PERFORM SetRagWord
           MOVE SPACES TO OpsRptRecord
           STRING '  ' Area-Name(AreaIdx) '  ' WS-Rag-Word '  '
               Area-Detail(AreaIdx)
               DELIMITED BY SIZE INTO OpsRptRecord
           WRITE OpsRptRecord
           IF Area-Detail-2(AreaIdx) NOT = SPACES
               MOVE SPACES TO OpsRptRecord
               MOVE Area-Detail-2(AreaIdx) TO OpsRptRecord(34:66)
               WRITE OpsRptRecord
           END-IF
           .

       WriteStatusRecord.
           MOVE SPACES TO OpsStatusRecord
           MOVE 'OPS' TO Ops-Tag
           MOVE '|' TO Ops-Sep-1
           MOVE WS-Business-Date TO Ops-Business-Date
           MOVE '|' TO Ops-Sep-2
           MOVE WS-Overall-Rag TO WS-Rag-Code
           PERFORM SetRagWord
           MOVE WS-Rag-Word TO Ops-Overall
           MOVE '|' TO Ops-Sep-3
           MOVE WS-Overall-RC TO Ops-RC
           PERFORM VARYING AreaIdx FROM 1 BY 1 UNTIL AreaIdx > 6
               MOVE '|' TO Ops-Area-Sep(AreaIdx)
               MOVE Area-Code(AreaIdx) TO Ops-Area-Code(AreaIdx)
               MOVE '=' TO Ops-Area-Eq(AreaIdx)
               MOVE Area-Rag(AreaIdx) TO Ops-Area-Rag(AreaIdx)
           END-PERFORM
           MOVE '|' TO Ops-Sep-4
           MOVE WS-Run-Time TO Ops-Run-Time
           WRITE OpsStatusOut FROM OpsStatusRecord
           DISPLAY 'Morning status: ' OpsStatusRecord
           .
