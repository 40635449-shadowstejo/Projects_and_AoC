       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthClose.

      *****************************************************************
      * Month-end close certification over the per-site activity
      * file written by ReconcileLists (one record per site on
      * either feed per feed day, with both sides' raw order count
      * and dollar amount).  Rolls the period up by region and site
      * -- left (ordering) vs right (fulfillment) count and dollars,
      * the net unreconciled difference, and the days a site's two
      * sides did not agree -- then checks every feed day of the
      * month is on file and ends with a certification page for the
      * controller's office to sign and file.
      * PARM is the period 'YYYY-MM' (omit it for the previous
      * month).  The current month may be run for a month-to-date
      * view; it is labelled as such and cannot certify the close.
      * RC=4 when the sides do not agree or a feed day is missing;
      * RC=20 on a bad period or an activity file that will not
      * open.
      *
      * A FORCE rerun appends a second record set for its feed
      * date, so only the set with the latest run stamp for each
      * date is counted; the superseded records are reported.
      * Region is the SITEMST region the day ran under; a record
      * written while the master was unavailable takes the site's
      * current region when the master can be read now.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ActivityFile ASSIGN TO "ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Act-Status.
           SELECT SiteMaster ASSIGN TO "SITEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Site-ID
               FILE STATUS IS WS-Site-Status.
           SELECT CloseReport ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CloseSortFile ASSIGN TO 'mthclose.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD  ActivityFile.
           COPY ACTREC.

       FD  SiteMaster.
           COPY SITEMST.

       FD  CloseReport.
       01  CloseRecord       PIC X(132).

      *****************************************************************
      * Period records in region / site / feed-date order for the
      * control breaks; the run stamp rides along so superseded
      * rerun sets can be dropped on the way out.
      *****************************************************************
       SD  CloseSortFile.
       01  CloseSortRec.
           05  CS-Key.
               10  CS-Region     PIC X(2).
               10  CS-Site       PIC 9(5).
               10  CS-Feed-Date  PIC X(10).
           05  CS-Stamp          PIC X(18).
           05  CS-L-Cnt          PIC 9(9).
           05  CS-L-Amt          PIC 9(11)V99.
           05  CS-R-Cnt          PIC 9(9).
           05  CS-R-Amt          PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  ACT-EOF-FLAG   PIC X VALUE 'N'.
           88  ACT-EOF     VALUE 'Y'.
       01  WS-Act-Status   PIC X(2) VALUE '00'.
       01  WS-Site-Status  PIC X(2) VALUE '00'.
       01  WS-Site-Lookup-Flag PIC X VALUE 'N'.
           88  Site-Lookup-Active VALUE 'Y'.
       01  WS-First-Rec-Flag PIC X VALUE 'Y'.
           88  First-Rec      VALUE 'Y'.
      *****************************************************************
      * Period being closed.  Month-to-date when it is the current
      * month: feed coverage is then checked only through yesterday.
      *****************************************************************
       01  WS-Period.
           05  WS-Per-YYYY   PIC X(4).
           05  WS-Per-Dash   PIC X(1).
           05  WS-Per-MM     PIC X(2).
       01  WS-Per-Year    PIC 9(4).
       01  WS-Per-Month   PIC 9(2).
       01  WS-Per-YM      PIC 9(6).
       01  WS-Cur-YM      PIC 9(6).
       01  WS-MTD-Flag    PIC X VALUE 'N'.
           88  Period-Is-MTD  VALUE 'Y'.
       01  WS-Period-Label PIC X(13).
       01  WS-Month-Days  PIC 9(2).
       01  WS-Check-Through PIC 9(2).
       01  WS-Month-Start.
           05  WS-MS-YYYY    PIC 9(4).
           05  WS-MS-MM      PIC 9(2).
           05  WS-MS-DD      PIC 9(2).
       01  WS-Month-Start-N REDEFINES WS-Month-Start PIC 9(8).
       01  WS-Month-Start-Int PIC 9(7).
       01  WS-Next-Start-Int  PIC 9(7).
      *****************************************************************
      * One entry per calendar day of the period: the latest run
      * stamp seen for the feed date, the sites counted from that
      * set, and the records of earlier sets ignored.
      *****************************************************************
       01  DayTable.
           05  DayEntry OCCURS 31 TIMES.
               10  Day-Stamp     PIC X(18).
               10  Day-Sites     PIC 9(5).
               10  Day-Dropped   PIC 9(5).
       01  WS-Day-Idx     PIC 9(2).
       01  WS-Act-Stamp   PIC X(18).
       01  WS-Days-On-File PIC 9(2) VALUE 0.
       01  WS-Days-Missing PIC 9(2) VALUE 0.
       01  WS-Cov-Date    PIC X(10).
      *****************************************************************
      * Control-break accumulators: site, region, and the period.
      *****************************************************************
       01  WS-Cur-Region  PIC X(2).
       01  WS-Cur-Site    PIC 9(5).
       01  WS-Site-Totals.
           05  Sit-Days      PIC 9(3).
           05  Sit-Gap-Days  PIC 9(3).
           05  Sit-L-Cnt     PIC 9(11).
           05  Sit-L-Amt     PIC 9(13)V99.
           05  Sit-R-Cnt     PIC 9(11).
           05  Sit-R-Amt     PIC 9(13)V99.
       01  WS-Region-Totals.
           05  Rgn-Sites     PIC 9(5).
           05  Rgn-Gap-Sites PIC 9(5).
           05  Rgn-Site-Days PIC 9(7).
           05  Rgn-Gap-Days  PIC 9(7).
           05  Rgn-L-Cnt     PIC 9(11).
           05  Rgn-L-Amt     PIC 9(13)V99.
           05  Rgn-R-Cnt     PIC 9(11).
           05  Rgn-R-Amt     PIC 9(13)V99.
       01  WS-Grand-Totals.
           05  Tot-Sites     PIC 9(5).
           05  Tot-Gap-Sites PIC 9(5).
           05  Tot-Site-Days PIC 9(7).
           05  Tot-Gap-Days  PIC 9(7).
           05  Tot-L-Cnt     PIC 9(11).
           05  Tot-L-Amt     PIC 9(13)V99.
           05  Tot-R-Cnt     PIC 9(11).
           05  Tot-R-Amt     PIC 9(13)V99.
      *****************************************************************
      * Region subtotals kept for the summary page, in region order.
      * Past the table size the rest merge into the last slot as
      * '**' rather than being lost.
      *****************************************************************
       01  WS-MAX-REGIONS PIC 9(3) VALUE 100.
       01  RegionTable.
           05  RgsEntry OCCURS 100 TIMES.
               10  Rgs-Code      PIC X(2).
               10  Rgs-Sites     PIC 9(5).
               10  Rgs-Gap-Sites PIC 9(5).
               10  Rgs-L-Cnt     PIC 9(11).
               10  Rgs-L-Amt     PIC 9(13)V99.
               10  Rgs-R-Cnt     PIC 9(11).
               10  Rgs-R-Amt     PIC 9(13)V99.
       01  RgsCount       PIC 9(3) VALUE 0.
       01  RgsIdx         PIC 9(3).
       01  WS-Read-Count  PIC 9(7) VALUE 0.
       01  WS-In-Period   PIC 9(7) VALUE 0.
       01  WS-Superseded  PIC 9(7) VALUE 0.
       01  WS-Malformed   PIC 9(7) VALUE 0.
      *****************************************************************
      * One amount line (detail, subtotal, summary, total): the
      * caller fills the label and the four side figures.
      *****************************************************************
       01  WS-Line-Label  PIC X(36).
       01  WS-Line-L-Cnt  PIC 9(11).
       01  WS-Line-L-Amt  PIC 9(13)V99.
       01  WS-Line-R-Cnt  PIC 9(11).
       01  WS-Line-R-Amt  PIC 9(13)V99.
       01  WS-Net-Cnt     PIC S9(11).
       01  WS-Net-Amt     PIC S9(13)V99.
       01  WS-Cnt-Edit-L  PIC Z(10)9.
       01  WS-Amt-Edit-L  PIC Z(12)9.99.
       01  WS-Cnt-Edit-R  PIC Z(10)9.
       01  WS-Amt-Edit-R  PIC Z(12)9.99.
       01  WS-Net-Cnt-Edit PIC -(11)9.
       01  WS-Net-Amt-Edit PIC -(13)9.99.
       01  WS-Days-Edit   PIC ZZ9.
       01  WS-Gaps-Edit   PIC ZZ9.
       01  WS-Num5-Edit   PIC ZZZZ9.
       01  WS-Num5-Edit2  PIC ZZZZ9.
       01  WS-Region-Disp PIC X(12).
       01  WS-Site-Name   PIC X(20).
       01  WS-Rule-Line   PIC X(132) VALUE ALL '='.
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

       LINKAGE SECTION.
       01  LK-Parm-Period.
           05  LK-Parm-Length   PIC S9(4) COMP.
           05  LK-Parm-Value    PIC X(9).

       PROCEDURE DIVISION USING LK-Parm-Period.
       MainSection.
           PERFORM SetPeriod
           PERFORM OpenFiles
           SORT CloseSortFile ON ASCENDING KEY CS-Key
               INPUT PROCEDURE IS LoadPeriodActivity
               OUTPUT PROCEDURE IS RollupPeriod
           PERFORM WriteRunCounts
           PERFORM WriteFeedCoverage
           PERFORM WriteRegionSummary
           PERFORM WriteCertification
           IF Tot-Site-Days = 0 OR Tot-Gap-Days > 0
                   OR WS-Days-Missing > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CloseFiles
           GOBACK.

       SetPeriod.
      *    Default is the month before the run date -- the close is
      *    run in the first days of the following month.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           IF LK-Parm-Length > 0
               MOVE SPACES TO WS-Period
               IF LK-Parm-Length = 7
                   MOVE LK-Parm-Value(1:7) TO WS-Period
               END-IF
               IF WS-Per-YYYY NOT NUMERIC OR WS-Per-MM NOT NUMERIC
                       OR WS-Per-Dash NOT = '-'
                   DISPLAY 'ERROR: Period PARM must be YYYY-MM, got '
                       LK-Parm-Value '.'
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-Per-YYYY TO WS-Per-Year
               MOVE WS-Per-MM   TO WS-Per-Month
           ELSE
               IF WS-CD-MM = 1
                   COMPUTE WS-Per-Year = WS-CD-YYYY - 1
                   MOVE 12 TO WS-Per-Month
               ELSE
                   MOVE WS-CD-YYYY TO WS-Per-Year
                   COMPUTE WS-Per-Month = WS-CD-MM - 1
               END-IF
               MOVE WS-Per-Year  TO WS-Per-YYYY
               MOVE '-'          TO WS-Per-Dash
               MOVE WS-Per-Month TO WS-Per-MM
           END-IF
           IF WS-Per-Month < 1 OR WS-Per-Month > 12
               DISPLAY 'ERROR: Period month ' WS-Per-MM
                   ' is not 01-12.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-Per-YM = WS-Per-Year * 100 + WS-Per-Month
           COMPUTE WS-Cur-YM = WS-CD-YYYY * 100 + WS-CD-MM
           IF WS-Per-YM > WS-Cur-YM
               DISPLAY 'ERROR: Period ' WS-Period
                   ' is in the future -- nothing to close.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CalcMonthDays
           IF WS-Per-YM = WS-Cur-YM
               MOVE 'Y' TO WS-MTD-Flag
               MOVE 'MONTH-TO-DATE' TO WS-Period-Label
               COMPUTE WS-Check-Through = WS-CD-DD - 1
           ELSE
               MOVE 'N' TO WS-MTD-Flag
               MOVE 'MONTH-END' TO WS-Period-Label
               MOVE WS-Month-Days TO WS-Check-Through
           END-IF
           .

       CalcMonthDays.
           MOVE WS-Per-Year  TO WS-MS-YYYY
           MOVE WS-Per-Month TO WS-MS-MM
           MOVE 1            TO WS-MS-DD
           COMPUTE WS-Month-Start-Int =
               FUNCTION INTEGER-OF-DATE(WS-Month-Start-N)
           IF WS-Per-Month = 12
               COMPUTE WS-MS-YYYY = WS-Per-Year + 1
               MOVE 1 TO WS-MS-MM
           ELSE
               COMPUTE WS-MS-MM = WS-Per-Month + 1
           END-IF
           COMPUTE WS-Next-Start-Int =
               FUNCTION INTEGER-OF-DATE(WS-Month-Start-N)
           COMPUTE WS-Month-Days =
               WS-Next-Start-Int - WS-Month-Start-Int
           .

       OpenFiles.
           OPEN INPUT ActivityFile
           IF WS-Act-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open activity file, status '
                   WS-Act-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Names and back-filled regions only -- the close still
      *    runs without the master and says so.
           OPEN INPUT SiteMaster
           IF WS-Site-Status = '00'
               MOVE 'Y' TO WS-Site-Lookup-Flag
           ELSE
               MOVE 'N' TO WS-Site-Lookup-Flag
               DISPLAY 'WARNING: Site master unavailable, status '
                   WS-Site-Status ' -- site names not shown.'
           END-IF
           OPEN OUTPUT CloseReport
           MOVE SPACES TO DayTable
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                   UNTIL WS-Day-Idx > 31
               MOVE 0 TO Day-Sites(WS-Day-Idx)
               MOVE 0 TO Day-Dropped(WS-Day-Idx)
           END-PERFORM
           MOVE ZEROS TO WS-Grand-Totals
           MOVE 'N' TO ACT-EOF-FLAG
           PERFORM WriteReportHeading
           .

       LoadPeriodActivity.
           PERFORM ReadActivity UNTIL ACT-EOF
           .

       ReadActivity.
           READ ActivityFile
               AT END
                   MOVE 'Y' TO ACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Read-Count
                   IF Act-Feed-Date(1:7) = WS-Period
                       PERFORM SelectActivity
                   END-IF
           END-READ
           .

       SelectActivity.
           IF Act-Site-ID NOT NUMERIC
                   OR Act-Left-Cnt NOT NUMERIC
                   OR Act-Left-Amt NOT NUMERIC
                   OR Act-Right-Cnt NOT NUMERIC
                   OR Act-Right-Amt NOT NUMERIC
                   OR Act-Feed-Date(9:2) NOT NUMERIC
               ADD 1 TO WS-Malformed
               DISPLAY 'WARNING: Skipping malformed activity '
                   'record: ' ActivityRecord(1:40)
           ELSE
               MOVE Act-Feed-Date(9:2) TO WS-Day-Idx
               IF WS-Day-Idx < 1 OR WS-Day-Idx > WS-Month-Days
                   ADD 1 TO WS-Malformed
                   DISPLAY 'WARNING: Skipping activity record with '
                       'bad feed date: ' ActivityRecord(1:40)
               ELSE
                   ADD 1 TO WS-In-Period
                   PERFORM ReleaseActivity
               END-IF
           END-IF
           .

       ReleaseActivity.
      *    Track the latest run stamp per feed date here; the output
      *    side keeps only records carrying it.
           MOVE SPACES TO WS-Act-Stamp
           STRING Act-Run-Date Act-Run-Time
               DELIMITED BY SIZE INTO WS-Act-Stamp
           IF WS-Act-Stamp > Day-Stamp(WS-Day-Idx)
               MOVE WS-Act-Stamp TO Day-Stamp(WS-Day-Idx)
           END-IF
           MOVE Act-Region TO CS-Region
           IF Act-Region = SPACES AND Site-Lookup-Active
               MOVE Act-Site-ID TO Site-ID
               READ SiteMaster
                   INVALID KEY
                       MOVE SPACES TO CS-Region
                   NOT INVALID KEY
                       MOVE Site-Region TO CS-Region
               END-READ
           END-IF
           MOVE Act-Site-ID   TO CS-Site
           MOVE Act-Feed-Date TO CS-Feed-Date
           MOVE WS-Act-Stamp  TO CS-Stamp
           MOVE Act-Left-Cnt  TO CS-L-Cnt
           MOVE Act-Left-Amt  TO CS-L-Amt
           MOVE Act-Right-Cnt TO CS-R-Cnt
           MOVE Act-Right-Amt TO CS-R-Amt
           RELEASE CloseSortRec
           .

       RollupPeriod.
           MOVE 'Y' TO WS-First-Rec-Flag
           PERFORM UNTIL 1 = 2
               RETURN CloseSortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               MOVE CS-Feed-Date(9:2) TO WS-Day-Idx
               IF CS-Stamp NOT = Day-Stamp(WS-Day-Idx)
                   ADD 1 TO WS-Superseded
                   ADD 1 TO Day-Dropped(WS-Day-Idx)
               ELSE
                   ADD 1 TO Day-Sites(WS-Day-Idx)
                   PERFORM ApplySortedRecord
               END-IF
           END-PERFORM
           IF First-Rec
               MOVE SPACES TO CloseRecord
               STRING 'No activity on file for period ' WS-Period
                   '.' DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
           ELSE
               PERFORM EndSite
               PERFORM EndRegion
               PERFORM WriteGrandTotal
           END-IF
           .

       ApplySortedRecord.
           IF First-Rec
               MOVE 'N' TO WS-First-Rec-Flag
               PERFORM WriteDetailHeading
               PERFORM StartRegion
               PERFORM StartSite
           ELSE
               IF CS-Region NOT = WS-Cur-Region
                   PERFORM EndSite
                   PERFORM EndRegion
                   PERFORM StartRegion
                   PERFORM StartSite
               ELSE
                   IF CS-Site NOT = WS-Cur-Site
                       PERFORM EndSite
                       PERFORM StartSite
                   END-IF
               END-IF
           END-IF
      *    A gap day is any day the two sides differ in count or
      *    amount -- a one-sided site is always one.
           ADD 1 TO Sit-Days
           IF CS-L-Cnt NOT = CS-R-Cnt OR CS-L-Amt NOT = CS-R-Amt
               ADD 1 TO Sit-Gap-Days
           END-IF
           ADD CS-L-Cnt TO Sit-L-Cnt
           ADD CS-L-Amt TO Sit-L-Amt
           ADD CS-R-Cnt TO Sit-R-Cnt
           ADD CS-R-Amt TO Sit-R-Amt
           .

       StartRegion.
           MOVE CS-Region TO WS-Cur-Region
           MOVE ZEROS TO WS-Region-Totals
           PERFORM FormatRegion
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING 'Region ' WS-Region-Disp
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           .

       StartSite.
           MOVE CS-Site TO WS-Cur-Site
           MOVE ZEROS TO WS-Site-Totals
           .

       EndSite.
           PERFORM LookupSiteName
           MOVE Sit-Days     TO WS-Days-Edit
           MOVE Sit-Gap-Days TO WS-Gaps-Edit
           MOVE SPACES TO WS-Line-Label
           STRING WS-Cur-Site ' ' WS-Site-Name ' ' WS-Days-Edit
               ' ' WS-Gaps-Edit DELIMITED BY SIZE INTO WS-Line-Label
           MOVE Sit-L-Cnt TO WS-Line-L-Cnt
           MOVE Sit-L-Amt TO WS-Line-L-Amt
           MOVE Sit-R-Cnt TO WS-Line-R-Cnt
           MOVE Sit-R-Amt TO WS-Line-R-Amt
           PERFORM WriteAmountLine
           ADD 1 TO Rgn-Sites
           IF Sit-Gap-Days > 0
               ADD 1 TO Rgn-Gap-Sites
           END-IF
           ADD Sit-Days     TO Rgn-Site-Days
           ADD Sit-Gap-Days TO Rgn-Gap-Days
           ADD Sit-L-Cnt TO Rgn-L-Cnt
           ADD Sit-L-Amt TO Rgn-L-Amt
           ADD Sit-R-Cnt TO Rgn-R-Cnt
           ADD Sit-R-Amt TO Rgn-R-Amt
           .

       LookupSiteName.
           MOVE SPACES TO WS-Site-Name
           IF Site-Lookup-Active
               MOVE WS-Cur-Site TO Site-ID
               READ SiteMaster
                   INVALID KEY
                       MOVE '(not on master)' TO WS-Site-Name
                   NOT INVALID KEY
                       MOVE Site-Name TO WS-Site-Name
               END-READ
           END-IF
           .

       EndRegion.
           MOVE SPACES TO WS-Line-Label
           STRING 'Region ' WS-Cur-Region ' total'
               DELIMITED BY SIZE INTO WS-Line-Label
           MOVE Rgn-L-Cnt TO WS-Line-L-Cnt
           MOVE Rgn-L-Amt TO WS-Line-L-Amt
           MOVE Rgn-R-Cnt TO WS-Line-R-Cnt
           MOVE Rgn-R-Amt TO WS-Line-R-Amt
           PERFORM WriteAmountLine
           MOVE Rgn-Sites     TO WS-Num5-Edit
           MOVE Rgn-Gap-Sites TO WS-Num5-Edit2
           MOVE SPACES TO CloseRecord
           STRING '    Sites: ' WS-Num5-Edit
               '  with gap days: ' WS-Num5-Edit2
               '  site-days: ' Rgn-Site-Days
               '  gap site-days: ' Rgn-Gap-Days
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           PERFORM StoreRegionSummary
           ADD Rgn-Sites     TO Tot-Sites
           ADD Rgn-Gap-Sites TO Tot-Gap-Sites
           ADD Rgn-Site-Days TO Tot-Site-Days
           ADD Rgn-Gap-Days  TO Tot-Gap-Days
           ADD Rgn-L-Cnt TO Tot-L-Cnt
           ADD Rgn-L-Amt TO Tot-L-Amt
           ADD Rgn-R-Cnt TO Tot-R-Cnt
           ADD Rgn-R-Amt TO Tot-R-Amt
           .

       StoreRegionSummary.
           IF RgsCount >= WS-MAX-REGIONS
               DISPLAY 'WARNING: More than ' WS-MAX-REGIONS
                   ' regions -- overflow merged into the last'
                   ' summary slot.'
               MOVE WS-MAX-REGIONS TO RgsIdx
               MOVE '**' TO Rgs-Code(RgsIdx)
           ELSE
               ADD 1 TO RgsCount
               MOVE RgsCount TO RgsIdx
               MOVE WS-Cur-Region TO Rgs-Code(RgsIdx)
               MOVE 0 TO Rgs-Sites(RgsIdx)
               MOVE 0 TO Rgs-Gap-Sites(RgsIdx)
               MOVE 0 TO Rgs-L-Cnt(RgsIdx)
               MOVE 0 TO Rgs-L-Amt(RgsIdx)
               MOVE 0 TO Rgs-R-Cnt(RgsIdx)
               MOVE 0 TO Rgs-R-Amt(RgsIdx)
           END-IF
           ADD Rgn-Sites     TO Rgs-Sites(RgsIdx)
           ADD Rgn-Gap-Sites TO Rgs-Gap-Sites(RgsIdx)
           ADD Rgn-L-Cnt TO Rgs-L-Cnt(RgsIdx)
           ADD Rgn-L-Amt TO Rgs-L-Amt(RgsIdx)
           ADD Rgn-R-Cnt TO Rgs-R-Cnt(RgsIdx)
           ADD Rgn-R-Amt TO Rgs-R-Amt(RgsIdx)
           .

       FormatRegion.
           IF WS-Cur-Region = SPACES
               MOVE '(unassigned)' TO WS-Region-Disp
           ELSE
               MOVE WS-Cur-Region TO WS-Region-Disp
           END-IF
           .

       WriteGrandTotal.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE 'ALL REGIONS total' TO WS-Line-Label
           MOVE Tot-L-Cnt TO WS-Line-L-Cnt
           MOVE Tot-L-Amt TO WS-Line-L-Amt
           MOVE Tot-R-Cnt TO WS-Line-R-Cnt
           MOVE Tot-R-Amt TO WS-Line-R-Amt
           PERFORM WriteAmountLine
           .

       WriteAmountLine.
      *    Net is left minus right: positive means ordering ran
      *    ahead of fulfillment.
           COMPUTE WS-Net-Cnt = WS-Line-L-Cnt - WS-Line-R-Cnt
           COMPUTE WS-Net-Amt = WS-Line-L-Amt - WS-Line-R-Amt
           MOVE WS-Line-L-Cnt TO WS-Cnt-Edit-L
           MOVE WS-Line-L-Amt TO WS-Amt-Edit-L
           MOVE WS-Line-R-Cnt TO WS-Cnt-Edit-R
           MOVE WS-Line-R-Amt TO WS-Amt-Edit-R
           MOVE WS-Net-Cnt TO WS-Net-Cnt-Edit
           MOVE WS-Net-Amt TO WS-Net-Amt-Edit
           MOVE SPACES TO CloseRecord
           STRING '  ' WS-Line-Label
               ' ' WS-Cnt-Edit-L ' ' WS-Amt-Edit-L
               ' ' WS-Cnt-Edit-R ' ' WS-Amt-Edit-R
               ' ' WS-Net-Cnt-Edit ' ' WS-Net-Amt-Edit
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           .

       WriteReportHeading.
           MOVE SPACES TO CloseRecord
           STRING 'Month-End Close - Ordering vs Fulfillment - '
               'Period: ' WS-Period ' (' WS-Period-Label ')'
               '  Run Date: ' WS-Report-Date
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           IF Period-Is-MTD
               MOVE SPACES TO CloseRecord
               STRING '*** Month-to-date: the period is still open'
                   ' and these figures are not final. ***'
                   DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
           END-IF
           .

       WriteDetailHeading.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING '  Site  Site name            Day Gap  '
               '  Left Count      Left Amount'
               ' Right Count     Right Amount'
               '    Net Count        Net Amount'
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           .

       WriteRunCounts.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING 'Activity records read: ' WS-Read-Count
               '  in period: ' WS-In-Period
               '  superseded by rerun: ' WS-Superseded
               '  malformed: ' WS-Malformed
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           IF NOT Site-Lookup-Active
               MOVE SPACES TO CloseRecord
               STRING 'NOTE: Site master unavailable -- site names'
                   ' not shown.' DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
           END-IF
           .

       WriteFeedCoverage.
      *    Every calendar day of the period should carry a feed day
      *    (through yesterday for month-to-date).  Missing days and
      *    days that were rerun are listed; the rest are not.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE 'Feed Coverage:' TO CloseRecord
           WRITE CloseRecord
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                   UNTIL WS-Day-Idx > WS-Month-Days
               MOVE SPACES TO WS-Cov-Date
               STRING WS-Period '-' WS-Day-Idx
                   DELIMITED BY SIZE INTO WS-Cov-Date
               IF Day-Sites(WS-Day-Idx) > 0
                   ADD 1 TO WS-Days-On-File
               END-IF
               IF Day-Sites(WS-Day-Idx) = 0
                       AND WS-Day-Idx <= WS-Check-Through
                   ADD 1 TO WS-Days-Missing
                   MOVE SPACES TO CloseRecord
                   STRING '  ' WS-Cov-Date
                       '  MISSING -- no activity on file'
                       DELIMITED BY SIZE INTO CloseRecord
                   WRITE CloseRecord
               END-IF
               IF Day-Dropped(WS-Day-Idx) > 0
                   MOVE Day-Sites(WS-Day-Idx)   TO WS-Num5-Edit
                   MOVE Day-Dropped(WS-Day-Idx) TO WS-Num5-Edit2
                   MOVE SPACES TO CloseRecord
                   STRING '  ' WS-Cov-Date
                       '  rerun -- latest run counted ('
                       WS-Num5-Edit ' sites), ' WS-Num5-Edit2
                       ' superseded records ignored'
                       DELIMITED BY SIZE INTO CloseRecord
                   WRITE CloseRecord
               END-IF
           END-PERFORM
           MOVE SPACES TO CloseRecord
           STRING '  Feed days expected: ' WS-Check-Through
               '  on file: ' WS-Days-On-File
               '  missing: ' WS-Days-Missing
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           .

       WriteRegionSummary.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE 'Region Summary:' TO CloseRecord
           WRITE CloseRecord
           IF RgsCount = 0
               MOVE '  No regions -- no activity in period.'
                   TO CloseRecord
               WRITE CloseRecord
           ELSE
               MOVE SPACES TO CloseRecord
               STRING '  Region       Sites    Gaps          '
                   '  Left Count      Left Amount'
                   ' Right Count     Right Amount'
                   '    Net Count        Net Amount'
                   DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
               PERFORM VARYING RgsIdx FROM 1 BY 1
                       UNTIL RgsIdx > RgsCount
                   MOVE Rgs-Code(RgsIdx) TO WS-Cur-Region
                   PERFORM FormatRegion
                   MOVE Rgs-Sites(RgsIdx)     TO WS-Num5-Edit
                   MOVE Rgs-Gap-Sites(RgsIdx) TO WS-Num5-Edit2
                   MOVE SPACES TO WS-Line-Label
                   STRING WS-Region-Disp ' ' WS-Num5-Edit
                       '  ' WS-Num5-Edit2
                       DELIMITED BY SIZE INTO WS-Line-Label
                   MOVE Rgs-L-Cnt(RgsIdx) TO WS-Line-L-Cnt
                   MOVE Rgs-L-Amt(RgsIdx) TO WS-Line-L-Amt
                   MOVE Rgs-R-Cnt(RgsIdx) TO WS-Line-R-Cnt
                   MOVE Rgs-R-Amt(RgsIdx) TO WS-Line-R-Amt
                   PERFORM WriteAmountLine
               END-PERFORM
               MOVE Tot-Sites     TO WS-Num5-Edit
               MOVE Tot-Gap-Sites TO WS-Num5-Edit2
               MOVE SPACES TO WS-Line-Label
               STRING 'ALL         ' ' ' WS-Num5-Edit
                   '  ' WS-Num5-Edit2
                   DELIMITED BY SIZE INTO WS-Line-Label
               MOVE Tot-L-Cnt TO WS-Line-L-Cnt
               MOVE Tot-L-Amt TO WS-Line-L-Amt
               MOVE Tot-R-Cnt TO WS-Line-R-Cnt
               MOVE Tot-R-Amt TO WS-Line-R-Amt
               PERFORM WriteAmountLine
           END-IF
           .

       WriteCertification.
      *    The page the controller's office signs and files.  The
      *    sides agree only when every site-day reported matched in
      *    both count and amount and no feed day is missing -- a
      *    zero net alone can hide offsetting breaks.
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE WS-Rule-Line TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING 'MONTH-END CLOSE CERTIFICATION -- ORDERING vs '
               'FULFILLMENT' DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING 'Period: ' WS-Period '  ' WS-Period-Label
               '    Prepared: ' WS-Report-Date
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE WS-Rule-Line TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           COMPUTE WS-Net-Cnt = Tot-L-Cnt - Tot-R-Cnt
           COMPUTE WS-Net-Amt = Tot-L-Amt - Tot-R-Amt
           MOVE Tot-L-Cnt TO WS-Cnt-Edit-L
           MOVE Tot-L-Amt TO WS-Amt-Edit-L
           MOVE Tot-R-Cnt TO WS-Cnt-Edit-R
           MOVE Tot-R-Amt TO WS-Amt-Edit-R
           MOVE WS-Net-Cnt TO WS-Net-Cnt-Edit
           MOVE WS-Net-Amt TO WS-Net-Amt-Edit
           MOVE SPACES TO CloseRecord
           STRING '  Ordering (left feed)       count: ' WS-Cnt-Edit-L
               '   amount: ' WS-Amt-Edit-L
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING '  Fulfillment (right feed)   count: ' WS-Cnt-Edit-R
               '   amount: ' WS-Amt-Edit-R
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING '  Net unreconciled           count:'
               WS-Net-Cnt-Edit '   amount:' WS-Net-Amt-Edit
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE Tot-Sites     TO WS-Num5-Edit
           MOVE Tot-Gap-Sites TO WS-Num5-Edit2
           MOVE SPACES TO CloseRecord
           STRING '  Sites reported: ' WS-Num5-Edit
               '   with gap days: ' WS-Num5-Edit2
               '   site-days: ' Tot-Site-Days
               '   gap site-days: ' Tot-Gap-Days
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           STRING '  Feed days expected: ' WS-Check-Through
               '   on file: ' WS-Days-On-File
               '   missing: ' WS-Days-Missing
               '   rerun records superseded: ' WS-Superseded
               DELIMITED BY SIZE INTO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           IF Tot-Site-Days = 0
               MOVE '  STATEMENT: No activity on file for the period'
                   TO CloseRecord
               WRITE CloseRecord
               MOVE '             -- it cannot be certified.'
                   TO CloseRecord
               WRITE CloseRecord
           ELSE
           IF Tot-Gap-Days = 0 AND WS-Days-Missing = 0
               MOVE SPACES TO CloseRecord
               STRING '  STATEMENT: Ordering and fulfillment AGREE'
                   ' for the period -- every site-day reported'
                   ' matched in count and amount.'
                   DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
           ELSE
               MOVE SPACES TO CloseRecord
               STRING '  STATEMENT: Ordering and fulfillment DO NOT'
                   ' AGREE for the period.  The gap days and net'
                   ' unreconciled amount above'
                   DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
               MOVE '             require explanation before sign-off.'
                   TO CloseRecord
               WRITE CloseRecord
               IF WS-Days-Missing > 0
                   MOVE SPACES TO CloseRecord
                   STRING '             ' WS-Days-Missing
                       ' feed day(s) have no activity on file --'
                       ' see Feed Coverage.'
                       DELIMITED BY SIZE INTO CloseRecord
                   WRITE CloseRecord
               END-IF
           END-IF
           END-IF
           IF Period-Is-MTD
               MOVE SPACES TO CloseRecord
               STRING '  NOTE: Month-to-date figures -- the period is'
                   ' still open.  Certify only from the run after'
                   ' month-end.' DELIMITED BY SIZE INTO CloseRecord
               WRITE CloseRecord
           END-IF
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE '  Prepared by:  ______________________________'
               TO CloseRecord
           MOVE '  Date: ____________' TO CloseRecord(50:20)
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE '  Reviewed by:  ______________________________'
               TO CloseRecord
           MOVE '  Date: ____________' TO CloseRecord(50:20)
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE "  Certified by (Controller's Office):" TO CloseRecord
           WRITE CloseRecord
           MOVE '                ______________________________'
               TO CloseRecord
           MOVE '  Date: ____________' TO CloseRecord(50:20)
           WRITE CloseRecord
           MOVE SPACES TO CloseRecord
           WRITE CloseRecord
           MOVE '  Comments:' TO CloseRecord
           WRITE CloseRecord
           MOVE WS-Rule-Line TO CloseRecord
           WRITE CloseRecord
           .

       CloseFiles.
           CLOSE ActivityFile
           IF Site-Lookup-Active
               CLOSE SiteMaster
           END-IF
           CLOSE CloseReport
           .
