       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseAge.

      *****************************************************************
      * Open exception case aging report.  ReconcileLists opens a
      * case on PROD.RECON.CASES for each newly exceptioning site and
      * CaseMaint records who owns it, its root cause, and its
      * closure; this program sweeps the case file and reports the
      * open cases by age, by assignee, and by root-cause code, with
      * a worklist of every open case oldest first -- the morning
      * meeting's agenda instead of a re-read of the chronic list.
      * PARM is the age limit in days (omit it to take the built-in
      * default); RC=4 when any open case is older than the limit.
      * Age is counted from the feed date the case was opened; idle
      * days from the case's latest occurrence.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CaseFile ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Case-Key
               FILE STATUS IS WS-Case-Status.
           SELECT AgeReport ASSIGN TO "CASEAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CaseFile.
           COPY CASEREC.

       FD  AgeReport.
       01  AgeRecord         PIC X(120).

       WORKING-STORAGE SECTION.
       01  CASE-EOF-FLAG  PIC X VALUE 'N'.
           88  CASE-EOF    VALUE 'Y'.
       01  WS-Case-Status  PIC X(2) VALUE '00'.
       01  WS-Capacity-Flag PIC X VALUE 'Y'.
           88  Capacity-Valid   VALUE 'Y'.
           88  Capacity-Invalid VALUE 'N'.
      *****************************************************************
      * One entry per open case, loaded in key (site) order and
      * ranked oldest first for the worklist.
      *****************************************************************
       01  WS-MAX-CASES   PIC 9(4) VALUE 5000.
       01  OpenCaseTable.
           05  OcEntry OCCURS 5000 TIMES.
               10  Oc-Site       PIC 9(5).
               10  Oc-Open-Date  PIC X(10).
               10  Oc-Age        PIC 9(4).
               10  Oc-Last-Date  PIC X(10).
               10  Oc-Idle       PIC 9(4).
               10  Oc-Occurs     PIC 9(4).
               10  Oc-Last-Type  PIC X(1).
               10  Oc-Cnt-Diff   PIC 9(9).
               10  Oc-Amt-Diff   PIC 9(11)V99.
               10  Oc-Assignee   PIC X(8).
               10  Oc-Cause      PIC X(4).
               10  Oc-Reopens    PIC 9(2).
       01  OcCount        PIC 9(4) VALUE 0.
       01  OcIdx          PIC 9(4).
       01  OcJdx          PIC 9(4).
       01  OcJdx-From     PIC 9(4).
       01  OcMax-Idx      PIC 9(4).
       01  WS-Oc-Hold     PIC X(74).
      *****************************************************************
      * Breakdown tables: one line per assignee and per root-cause
      * code, open cases only.  Blank assignee / cause roll up as
      * '(none)'; past the table size the rest merge into the last
      * slot as '*OTHER*' rather than being lost.
      *****************************************************************
       01  WS-MAX-GROUPS  PIC 9(3) VALUE 100.
       01  AssigneeTable.
           05  AsgEntry OCCURS 100 TIMES.
               10  Asg-ID        PIC X(8).
               10  Asg-Open      PIC 9(5).
               10  Asg-Overdue   PIC 9(5).
               10  Asg-Oldest    PIC 9(4).
       01  AsgCount       PIC 9(3) VALUE 0.
       01  CauseTable.
           05  CauEntry OCCURS 100 TIMES.
               10  Cau-Code      PIC X(8).
               10  Cau-Open      PIC 9(5).
               10  Cau-Overdue   PIC 9(5).
               10  Cau-Oldest    PIC 9(4).
       01  CauCount       PIC 9(3) VALUE 0.
       01  WS-Grp-Idx     PIC 9(3).
       01  WS-Grp-Scan    PIC 9(3).
       01  WS-Grp-Work    PIC X(8).
       01  WS-Grp-Found-Flag PIC X VALUE 'N'.
           88  Grp-Found      VALUE 'Y'.
       01  WS-Cases-Read   PIC 9(5) VALUE 0.
       01  WS-Closed       PIC 9(5) VALUE 0.
       01  WS-Overdue      PIC 9(5) VALUE 0.
       01  WS-Unassigned   PIC 9(5) VALUE 0.
       01  WS-No-Cause     PIC 9(5) VALUE 0.
       01  WS-Reopened     PIC 9(5) VALUE 0.
       01  WS-Age-0-7     PIC 9(5) VALUE 0.
       01  WS-Age-8-14    PIC 9(5) VALUE 0.
       01  WS-Age-15-30   PIC 9(5) VALUE 0.
       01  WS-Age-Over-30 PIC 9(5) VALUE 0.
       01  WS-Default-Age-Limit PIC 9(3) VALUE 7.
       01  WS-Age-Limit    PIC 9(3) VALUE 7.
       01  WS-Amt-Edit     PIC 9(11).99.
       01  WS-Overdue-Mark PIC X(7).
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

       LINKAGE SECTION.
       01  LK-Parm-AgeLimit.
           05  LK-Parm-Length   PIC S9(4) COMP.
           05  LK-Parm-Value    PIC X(9).

       PROCEDURE DIVISION USING LK-Parm-AgeLimit.
       MainSection.
           PERFORM SetAgeLimit
           PERFORM OpenFiles
           PERFORM LoadCase UNTIL CASE-EOF
           PERFORM WriteReportHeading
           IF Capacity-Invalid
               MOVE SPACES TO AgeRecord
               STRING 'Case file has more than ' WS-MAX-CASES
                   ' open cases -- OpenCaseTable capacity'
                   DELIMITED BY SIZE INTO AgeRecord
               WRITE AgeRecord
               MOVE SPACES TO AgeRecord
               STRING '  exceeded.  Run aborted to avoid silent'
                   ' truncation of data.' DELIMITED BY SIZE
                   INTO AgeRecord
               WRITE AgeRecord
           ELSE
               PERFORM AgeOpenCases
               PERFORM WriteCaseSummary
               IF OcCount = 0
                   MOVE 'No open exception cases.' TO AgeRecord
                   WRITE AgeRecord
               ELSE
                   PERFORM WriteAgingBuckets
                   PERFORM WriteAssigneeRollup
                   PERFORM WriteCauseRollup
                   PERFORM RankOpenCases
                   PERFORM WriteWorklist
               END-IF
           END-IF
           IF WS-Overdue > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CloseFiles
           GOBACK.

       SetAgeLimit.
           IF LK-Parm-Length > 0
               COMPUTE WS-Age-Limit =
                   FUNCTION NUMVAL(LK-Parm-Value(1:LK-Parm-Length))
           ELSE
               MOVE WS-Default-Age-Limit TO WS-Age-Limit
           END-IF
           .

       OpenFiles.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Current-Date-N)
           OPEN INPUT CaseFile
           IF WS-Case-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open case file, status '
                   WS-Case-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AgeReport
           MOVE ZEROS TO Case-Site-ID
           MOVE LOW-VALUES TO Case-Open-Date
           START CaseFile KEY NOT < Case-Key
               INVALID KEY
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO CASE-EOF-FLAG
           END-START
           .

       LoadCase.
           READ CaseFile NEXT
               AT END
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Cases-Read
                   IF Case-Status NOT = 'O'
                       ADD 1 TO WS-Closed
                   ELSE
                       IF OcCount >= WS-MAX-CASES
                           DISPLAY 'ERROR: Case file has more than '
                               WS-MAX-CASES ' open cases --'
                               ' OpenCaseTable'
                           DISPLAY '  capacity exceeded.  Run'
                               ' aborted to avoid silent truncation'
                               ' of data.'
                           MOVE 16 TO RETURN-CODE
                           MOVE 'N' TO WS-Capacity-Flag
                           MOVE 'Y' TO CASE-EOF-FLAG
                       ELSE
                           PERFORM StoreOpenCase
                       END-IF
                   END-IF
           END-READ
           .

       StoreOpenCase.
           ADD 1 TO OcCount
           MOVE Case-Site-ID      TO Oc-Site(OcCount)
           MOVE Case-Open-Date    TO Oc-Open-Date(OcCount)
           MOVE Case-Last-Date    TO Oc-Last-Date(OcCount)
           MOVE Case-Occurrences  TO Oc-Occurs(OcCount)
           MOVE Case-Last-Type    TO Oc-Last-Type(OcCount)
           MOVE Case-Cnt-Diff     TO Oc-Cnt-Diff(OcCount)
           MOVE Case-Amt-Diff     TO Oc-Amt-Diff(OcCount)
           MOVE Case-Assignee     TO Oc-Assignee(OcCount)
           MOVE Case-Root-Cause   TO Oc-Cause(OcCount)
           MOVE Case-Reopen-Count TO Oc-Reopens(OcCount)
           MOVE 0 TO Oc-Age(OcCount)
           MOVE 0 TO Oc-Idle(OcCount)
           .

       AgeOpenCases.
           PERFORM VARYING OcIdx FROM 1 BY 1
                   UNTIL OcIdx > OcCount
               MOVE Oc-Open-Date(OcIdx) TO WS-Item-Date
               PERFORM DaysSinceItemDate
               MOVE WS-Item-Age TO Oc-Age(OcIdx)
               MOVE Oc-Last-Date(OcIdx) TO WS-Item-Date
               PERFORM DaysSinceItemDate
               MOVE WS-Item-Age TO Oc-Idle(OcIdx)
               PERFORM BucketOneCase
           END-PERFORM
           .

       DaysSinceItemDate.
      *    Case dates are YYYY-MM-DD; a malformed date ages as zero
      *    days with a warning rather than failing the report.
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
           ELSE
               DISPLAY 'WARNING: Case for site ' Oc-Site(OcIdx)
                   ' has a malformed date, aged as zero: '
                   WS-Item-Date
               MOVE 0 TO WS-Item-Age
           END-IF
           .

       BucketOneCase.
           IF Oc-Age(OcIdx) > WS-Age-Limit
               ADD 1 TO WS-Overdue
           END-IF
           IF Oc-Assignee(OcIdx) = SPACES
               ADD 1 TO WS-Unassigned
           END-IF
           IF Oc-Cause(OcIdx) = SPACES
               ADD 1 TO WS-No-Cause
           END-IF
           IF Oc-Reopens(OcIdx) > 0
               ADD 1 TO WS-Reopened
           END-IF
           IF Oc-Age(OcIdx) <= 7
               ADD 1 TO WS-Age-0-7
           ELSE
               IF Oc-Age(OcIdx) <= 14
                   ADD 1 TO WS-Age-8-14
               ELSE
                   IF Oc-Age(OcIdx) <= 30
                       ADD 1 TO WS-Age-15-30
                   ELSE
                       ADD 1 TO WS-Age-Over-30
                   END-IF
               END-IF
           END-IF
           IF Oc-Assignee(OcIdx) = SPACES
               MOVE '(none)' TO WS-Grp-Work
           ELSE
               MOVE Oc-Assignee(OcIdx) TO WS-Grp-Work
           END-IF
           PERFORM FindAssigneeSlot
           ADD 1 TO Asg-Open(WS-Grp-Idx)
           IF Oc-Age(OcIdx) > WS-Age-Limit
               ADD 1 TO Asg-Overdue(WS-Grp-Idx)
           END-IF
           IF Oc-Age(OcIdx) > Asg-Oldest(WS-Grp-Idx)
               MOVE Oc-Age(OcIdx) TO Asg-Oldest(WS-Grp-Idx)
           END-IF
           IF Oc-Cause(OcIdx) = SPACES
               MOVE '(none)' TO WS-Grp-Work
           ELSE
               MOVE Oc-Cause(OcIdx) TO WS-Grp-Work
           END-IF
           PERFORM FindCauseSlot
           ADD 1 TO Cau-Open(WS-Grp-Idx)
           IF Oc-Age(OcIdx) > WS-Age-Limit
               ADD 1 TO Cau-Overdue(WS-Grp-Idx)
           END-IF
           IF Oc-Age(OcIdx) > Cau-Oldest(WS-Grp-Idx)
               MOVE Oc-Age(OcIdx) TO Cau-Oldest(WS-Grp-Idx)
           END-IF
           .

       FindAssigneeSlot.
           MOVE 'N' TO WS-Grp-Found-Flag
           PERFORM VARYING WS-Grp-Scan FROM 1 BY 1
                   UNTIL WS-Grp-Scan > AsgCount
                       OR Grp-Found
               IF Asg-ID(WS-Grp-Scan) = WS-Grp-Work
                   MOVE 'Y' TO WS-Grp-Found-Flag
                   MOVE WS-Grp-Scan TO WS-Grp-Idx
               END-IF
           END-PERFORM
           IF NOT Grp-Found
               IF AsgCount < WS-MAX-GROUPS
                   ADD 1 TO AsgCount
                   MOVE AsgCount TO WS-Grp-Idx
                   MOVE WS-Grp-Work TO Asg-ID(WS-Grp-Idx)
                   MOVE 0 TO Asg-Open(WS-Grp-Idx)
                   MOVE 0 TO Asg-Overdue(WS-Grp-Idx)
                   MOVE 0 TO Asg-Oldest(WS-Grp-Idx)
               ELSE
                   MOVE WS-MAX-GROUPS TO WS-Grp-Idx
                   MOVE '*OTHER*' TO Asg-ID(WS-Grp-Idx)
               END-IF
           END-IF
           .

       FindCauseSlot.
           MOVE 'N' TO WS-Grp-Found-Flag
           PERFORM VARYING WS-Grp-Scan FROM 1 BY 1
                   UNTIL WS-Grp-Scan > CauCount
                       OR Grp-Found
               IF Cau-Code(WS-Grp-Scan) = WS-Grp-Work
                   MOVE 'Y' TO WS-Grp-Found-Flag
                   MOVE WS-Grp-Scan TO WS-Grp-Idx
               END-IF
           END-PERFORM
           IF NOT Grp-Found
               IF CauCount < WS-MAX-GROUPS
                   ADD 1 TO CauCount
                   MOVE CauCount TO WS-Grp-Idx
                   MOVE WS-Grp-Work TO Cau-Code(WS-Grp-Idx)
                   MOVE 0 TO Cau-Open(WS-Grp-Idx)
                   MOVE 0 TO Cau-Overdue(WS-Grp-Idx)
                   MOVE 0 TO Cau-Oldest(WS-Grp-Idx)
               ELSE
                   MOVE WS-MAX-GROUPS TO WS-Grp-Idx
                   MOVE '*OTHER*' TO Cau-Code(WS-Grp-Idx)
               END-IF
           END-IF
           .

       RankOpenCases.
      *    Selection sort, oldest case first (most occurrences breaks
      *    ties), so the worklist leads with what has waited longest.
           PERFORM VARYING OcIdx FROM 1 BY 1
                   UNTIL OcIdx >= OcCount
               MOVE OcIdx TO OcMax-Idx
               COMPUTE OcJdx-From = OcIdx + 1
               PERFORM VARYING OcJdx FROM OcJdx-From BY 1
                       UNTIL OcJdx > OcCount
                   IF Oc-Age(OcJdx) > Oc-Age(OcMax-Idx)
                       MOVE OcJdx TO OcMax-Idx
                   ELSE
                       IF Oc-Age(OcJdx) = Oc-Age(OcMax-Idx)
                               AND Oc-Occurs(OcJdx) >
                                   Oc-Occurs(OcMax-Idx)
                           MOVE OcJdx TO OcMax-Idx
                       END-IF
                   END-IF
               END-PERFORM
               IF OcMax-Idx NOT = OcIdx
                   MOVE OcEntry(OcIdx)     TO WS-Oc-Hold
                   MOVE OcEntry(OcMax-Idx) TO OcEntry(OcIdx)
                   MOVE WS-Oc-Hold         TO OcEntry(OcMax-Idx)
               END-IF
           END-PERFORM
           .

       WriteReportHeading.
           MOVE SPACES TO AgeRecord
           STRING 'Exception Case Aging Report - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING 'Age limit: ' WS-Age-Limit ' days'
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           WRITE AgeRecord
           .

       WriteCaseSummary.
           MOVE 'Case Summary:' TO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  Cases on file: ' WS-Cases-Read
               '  Open: ' OcCount
               '  Closed: ' WS-Closed
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  Overdue: ' WS-Overdue
               '  Unassigned: ' WS-Unassigned
               '  No root cause: ' WS-No-Cause
               '  Reopened: ' WS-Reopened
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           WRITE AgeRecord
           .

       WriteAgingBuckets.
           MOVE 'Open Cases by Age:' TO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  0-7 days: ' WS-Age-0-7
               '  8-14: ' WS-Age-8-14
               '  15-30: ' WS-Age-15-30
               '  Over 30: ' WS-Age-Over-30
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           WRITE AgeRecord
           .

       WriteAssigneeRollup.
           MOVE 'Open Cases by Assignee:' TO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  Assignee  Open   Overdue  Oldest (days)'
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           PERFORM VARYING WS-Grp-Idx FROM 1 BY 1
                   UNTIL WS-Grp-Idx > AsgCount
               MOVE SPACES TO AgeRecord
               STRING '  ' Asg-ID(WS-Grp-Idx)
                   '  ' Asg-Open(WS-Grp-Idx)
                   '  ' Asg-Overdue(WS-Grp-Idx)
                   '    ' Asg-Oldest(WS-Grp-Idx)
                   DELIMITED BY SIZE INTO AgeRecord
               WRITE AgeRecord
           END-PERFORM
           MOVE SPACES TO AgeRecord
           WRITE AgeRecord
           .

       WriteCauseRollup.
           MOVE 'Open Cases by Root Cause:' TO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  Cause     Open   Overdue  Oldest (days)'
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           PERFORM VARYING WS-Grp-Idx FROM 1 BY 1
                   UNTIL WS-Grp-Idx > CauCount
               MOVE SPACES TO AgeRecord
               STRING '  ' Cau-Code(WS-Grp-Idx)
                   '  ' Cau-Open(WS-Grp-Idx)
                   '  ' Cau-Overdue(WS-Grp-Idx)
                   '    ' Cau-Oldest(WS-Grp-Idx)
                   DELIMITED BY SIZE INTO AgeRecord
               WRITE AgeRecord
           END-PERFORM
           MOVE SPACES TO AgeRecord
           WRITE AgeRecord
           .

       WriteWorklist.
           MOVE 'Open Case Worklist (oldest first):' TO AgeRecord
           WRITE AgeRecord
           MOVE SPACES TO AgeRecord
           STRING '  Site   Opened      Age   Last Seen   Idle  Occ'
               '   T  Cnt Diff   Amt Diff        Assignee  Cause'
               DELIMITED BY SIZE INTO AgeRecord
           WRITE AgeRecord
           PERFORM VARYING OcIdx FROM 1 BY 1
                   UNTIL OcIdx > OcCount
               IF Oc-Age(OcIdx) > WS-Age-Limit
                   MOVE 'OVERDUE' TO WS-Overdue-Mark
               ELSE
                   MOVE SPACES TO WS-Overdue-Mark
               END-IF
               MOVE Oc-Amt-Diff(OcIdx) TO WS-Amt-Edit
               MOVE SPACES TO AgeRecord
               STRING '  ' Oc-Site(OcIdx)
                   '  ' Oc-Open-Date(OcIdx)
                   '  ' Oc-Age(OcIdx)
                   '  ' Oc-Last-Date(OcIdx)
                   '  ' Oc-Idle(OcIdx)
                   '  ' Oc-Occurs(OcIdx)
                   '  ' Oc-Last-Type(OcIdx)
                   '  ' Oc-Cnt-Diff(OcIdx)
                   '  ' WS-Amt-Edit
                   '  ' Oc-Assignee(OcIdx)
                   '  ' Oc-Cause(OcIdx)
                   '  ' WS-Overdue-Mark
                   DELIMITED BY SIZE INTO AgeRecord
               WRITE AgeRecord
           END-PERFORM
           .

       CloseFiles.
           CLOSE CaseFile
           CLOSE AgeReport
           .
