      * operational record: summarizes runs by return code, lists
      * the abnormal runs with their trailer discrepancies and skip
      * counts, trends the skip rate and elapsed run time by week,
      * and calls out checkpoint-resumed runs with the feed day each
      * resumed at.  PARM is an optional
      * date range 'FROM,TO' (either side may be blank, dates are
      * YYYY-MM-DD); omit it to report the whole file.
      *****************************************************************
               10  Run-R-Act     PIC 9(5).
               10  Run-Resumed   PIC X(1).
               10  Run-RC        PIC 9(2).
               10  Run-Resume-Day  PIC X(3).
               10  Run-Resume-Date PIC X(10).
       01  RunCount      PIC 9(4) VALUE 0.
       01  RunIdx        PIC 9(4).
       01  WS-Read-Count  PIC 9(5) VALUE 0.
           MOVE Audit-R-Actual   TO Run-R-Act(RunCount)
           MOVE Audit-Resumed    TO Run-Resumed(RunCount)
           MOVE Audit-RC         TO Run-RC(RunCount)
           MOVE Audit-Resume-Day  TO Run-Resume-Day(RunCount)
           MOVE Audit-Resume-Date TO Run-Resume-Date(RunCount)
           PERFORM CalcElapsed
           MOVE WS-Elapsed TO Run-Elapsed(RunCount)
           COMPUTE WS-RC-Idx = Audit-RC + 1
                       MOVE Run-RC(RunIdx) TO WS-RC-Value
                       PERFORM GetRCText
                       MOVE SPACES TO RptRecord
      *                Records from before the resume day was kept
      *                carry blanks there and print as they always
      *                did.
                       IF Run-Resume-Day(RunIdx) NUMERIC
                               AND Run-Resume-Day(RunIdx) NOT = '000'
                           STRING '  ' Run-Date(RunIdx)
                               '  RC=' Run-RC(RunIdx)
                               '  ' WS-RC-Text
                               '  day ' Run-Resume-Day(RunIdx)
                               ' ' Run-Resume-Date(RunIdx)
                               DELIMITED BY SIZE INTO RptRecord
                       ELSE
                           STRING '  ' Run-Date(RunIdx)
                               '  RC=' Run-RC(RunIdx)
                               '  ' WS-RC-Text
                               DELIMITED BY SIZE INTO RptRecord
                       END-IF
                       WRITE RptRecord
                   END-IF
               END-PERFORM
