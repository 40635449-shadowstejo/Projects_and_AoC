               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Site-ID
               FILE STATUS IS WS-Site-Status.
           SELECT CaseFile ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Case-Key
               FILE STATUS IS WS-Case-Status.
           SELECT CarryInFile ASSIGN TO "CARRYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CryIn-Status.
           SELECT CarryOutFile ASSIGN TO "CARRYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CryOut-Status.
           SELECT CarrySortFile ASSIGN TO 'carry.srt'.
           SELECT ActivityFile ASSIGN TO "ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Act-Status.
           SELECT GLSummaryFile ASSIGN TO "GLSUMMARY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLS-Status.
           SELECT ExtrInFile ASSIGN TO "EXTRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extr-Status.
           SELECT ReplayReport ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProdThreshFile ASSIGN TO "PRODTHRESH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ctl-Status.

       DATA DIVISION.
       FILE SECTION.
      *   RGN|region|pairs|cnt-diff|excs|rejects   one per region,
      *                                  the dashboard's regional
      *                                  rollup (not counted in TRL)
      *   CRY|in-cnt|in-amt|net-cnt|net-amt|aged-cnt|aged-amt
      *                                  in-transit carry-forward for
      *                                  the day: carried in, netted
      *                                  against fulfillment, aged
      *                                  out as real exceptions (only
      *                                  with CARRY-DAYS set; not
      *                                  counted in TRL)
      *   SUM|total-diff|sim-score|skipped|status
      *   TRL|nnnnn                      count of DTL records, so
      *                                  the consumer validates
       01  ExtractRecord     PIC X(80).

      *****************************************************************
      * Checkpoint: one entry per physical feed line consumed in the
      * feed day in progress, tagged with its side -- 'H' header,
      * 'D' stored data (ID in Ckpt-Num), 'S' skipped line, 'C'
      * extra chunk of an over-length line.  Trailer lines are NOT
      * checkpointed; a resume fast-forwards each feed by its entry
      * count and then re-reads the trailer naturally.
      * Each completed day of a catch-up range rewrites the file
      * with its commit set ahead of the next day's entries: one 'K'
      * record (days committed, last feed date, physical lines each
      * feed has consumed through that day's trailer), a 'P' entry
      * per ID of the committed day's feeds (the next day's prior
      * for the delta chain), and a 'Y' record per open in-transit
      * item when carry-forward is on.
      *****************************************************************
       FD  CheckpointFile.
       01  CheckpointRecord.
           05  Ckpt-Cnt         PIC 9(5).
           05  FILLER           PIC X(1).
           05  Ckpt-Amt         PIC 9(9)V99.
           05  FILLER           PIC X(15).
       01  CkptCommitRecord.
           05  FILLER           PIC X(2).
           05  Ckpt-K-Days      PIC 9(3).
           05  FILLER           PIC X(1).
           05  Ckpt-K-Date      PIC X(10).
           05  FILLER           PIC X(1).
           05  Ckpt-K-Left-Lines  PIC 9(7).
           05  FILLER           PIC X(1).
           05  Ckpt-K-Right-Lines PIC 9(7).
           05  FILLER           PIC X(1).
           05  Ckpt-K-Carry     PIC X(1).
           05  FILLER           PIC X(8).
       01  CkptCarryRecord.
           05  FILLER           PIC X(2).
           05  Ckpt-Y-Site      PIC 9(5).
           05  FILLER           PIC X(1).
           05  Ckpt-Y-Origin    PIC X(10).
           05  FILLER           PIC X(1).
           05  Ckpt-Y-Cnt       PIC 9(9).
           05  FILLER           PIC X(1).
           05  Ckpt-Y-Amt       PIC 9(11)V99.

      *****************************************************************
      * Suspense file: one record per skipped input line so bad data
      * codes: B = blank line, L = non-numeric ID or quantity field
      * in the left feed, R = the same in the right feed,
      * W = wrong-length line (or a chunk of one), U = site ID not
      * on the site master (or not yet open on the feed date),
      * X = site closed as of the feed date.  The side column
      * says which feed the line came from.  To resubmit, ops
      * corrects the image portion in place and points SUPPLFILE at
      * the corrected file on the next run; the side column routes
      *   FORCE=YES        deliberate rerun: a feed date already on
      *                    HISTORYFILE replaces that day's history
      *                    record instead of aborting the run
      *   CARRY-DAYS=nnn   in-transit window: a site's left-side
      *                    excess is carried forward and netted
      *                    against later right-side excess for up to
      *                    nnn days before it is reported; omit or 0
      *                    for no carry-forward (each day stands
      *                    alone)
      * When the file is absent the PARM (or built-in defaults)
      * applies unchanged, warning tier only.
      *****************************************************************
       FD  SiteMaster.
           COPY SITEMST.

      *****************************************************************
      * Exception case file: every site the run reports opens a case
      * (keyed on site ID + feed date) the first time it exceptions,
      * and each later occurrence attaches to the site's open case
      * instead of starting a new one, so the analysts work one case
      * per problem with its assignment, root cause, and closure
      * maintained by CaseMaint.
      *****************************************************************
       FD  CaseFile.
           COPY CASEREC.

      *****************************************************************
      * In-transit carry-forward: CARRYIN is the previous run's
      * generation of open items (left-side quantity fulfillment has
      * not caught up with yet), CARRYOUT this run's.  Only read and
      * written when CARRY-DAYS is set on THRESHFILE; otherwise the
      * input generation is copied through unchanged so nothing in
      * transit is lost while the feature is switched off.
      *****************************************************************
       FD  CarryInFile.
           COPY CARRYREC REPLACING
               ==CarryRecord==       BY ==CarryInRecord==
               ==Carry-Site-ID==     BY ==Cin-Site-ID==
               ==Carry-Origin-Date== BY ==Cin-Origin-Date==
               ==Carry-Cnt==         BY ==Cin-Cnt==
               ==Carry-Amt==         BY ==Cin-Amt==.

       FD  CarryOutFile.
           COPY CARRYREC.

       SD  CarrySortFile.
       01  CarrySortRec.
           05  CSort-Key.
               10  CSort-Site    PIC 9(5).
               10  CSort-Origin  PIC X(10).
           05  CSort-Cnt     PIC 9(9).
           05  CSort-Amt     PIC 9(11)V99.

      *****************************************************************
      * Per-site daily activity: every site on either feed, with both
      * sides' raw count and amount, appended as each feed day
      * completes -- the detail MonthClose certifies the period from,
      * which the history and exception files do not keep.
      *****************************************************************
       FD  ActivityFile.
           COPY ACTREC.

      *****************************************************************
      * GL posting summary: each completed feed day's dollar
      * differences by region and direction, appended for GLJournal
      * to post to the general ledger.
      *****************************************************************
       FD  GLSummaryFile.
           COPY GLSUMREC.

      *****************************************************************
      * What-if threshold replay (PARM=REPLAY): retained feed
      * generations run back through the same sort, match, and
      * threshold logic under a candidate THRESHFILE, with nothing
      * persistent written -- no history, EXCHIST, audit, suspense,
      * extract, checkpoint, case, activity, GL summary, or carry
      * generation.  EXTRIN is the production extract GDG base
      * (newest first), read for what each feed date actually did;
      * SIMRPT carries the side-by-side comparison per feed date,
      * with the exception lines each side's TOP-N cap cut, and the
      * shift in the RC distribution.
      *****************************************************************
       FD  ExtrInFile.
       01  ExtrInRecord      PIC X(80).

       FD  ReplayReport.
       01  ReplayRecord      PIC X(80).

      *****************************************************************
      * Production's own THRESHFILE, read in a replay only for its
      * TOP-N card -- the cap production's exception detail ran
      * under, so SIMRPT can show the lines it cut beside the lines
      * the candidate's cap would cut.
      *****************************************************************
       FD  ProdThreshFile.
       01  ProdThreshRecord  PIC X(80).

       WORKING-STORAGE SECTION.
       01  EOF-FLAG       PIC X VALUE 'N'.
           88  EOF         VALUE 'Y'.
           88  Ckpt-Mismatch  VALUE 'N'.
       01  CKPT-EOF-FLAG   PIC X VALUE 'N'.
           88  CKPT-EOF       VALUE 'Y'.
       01  WS-Skip-Idx     PIC 9(7).
       01  WS-Sort-Target  PIC X VALUE 'L'.
           88  Sort-Target-Left   VALUE 'L'.
           88  Sort-Target-Right  VALUE 'R'.
           88  Lookup-Found     VALUE 'Y'.
           88  Lookup-Retired   VALUE 'R'.
           88  Lookup-Unknown   VALUE 'N'.
           88  Lookup-Not-Open  VALUE 'P'.
      *****************************************************************
      * Sites are judged as of the feed date, not the run date, so a
      * catch-up night validates last week's feed against the master
      * as it stood last week: live from the open date up to (not
      * including) the close date.
      *****************************************************************
       01  WS-Site-As-Of-Date PIC X(10) VALUE SPACES.
       01  WS-Site-Live-Flag PIC X VALUE 'Y'.
           88  Site-Live        VALUE 'Y'.
           88  Site-Closed      VALUE 'R'.
           88  Site-Not-Open    VALUE 'P'.
       01  WS-Site-Rejected PIC 9(4) VALUE 0.
       01  WS-Exc-Site-Name PIC X(20).
       01  WS-Susp-Work-Image PIC X(80).
      * own feed day -- separate report section, extract group, and
      * history record per feed date, with each day's feed becoming
      * the next day's prior for the delta chain.  A normal night is
      * simply a range of one.  Each day is committed to the
      * checkpoint as it completes (history flushed, commit set
      * rewritten), so a rerun after an abend -- or after an abort
      * once the failed feed is fixed -- skips the committed days
      * and resumes with the failed one.
      *****************************************************************
       01  WS-Run-Done-Flag PIC X VALUE 'N'.
           88  Run-Done        VALUE 'Y'.
           88  Right-File-EOF   VALUE 'Y'.
       01  WS-Run-Stored   PIC 9(6) VALUE 0.
       01  WS-Run-Skipped  PIC 9(6) VALUE 0.
      *****************************************************************
      * Restart state: the commit set restored from (and rewritten
      * to) the checkpoint, physical lines consumed per feed across
      * the range, and the day the run resumed at for the audit.
      *****************************************************************
       01  WS-Ckpt-Days-Done   PIC 9(3) VALUE 0.
       01  WS-Ckpt-Days-Restored PIC 9(3) VALUE 0.
       01  WS-Ckpt-Commit-Date PIC X(10) VALUE SPACES.
       01  WS-Ckpt-Commit-Left  PIC 9(7) VALUE 0.
       01  WS-Ckpt-Commit-Right PIC 9(7) VALUE 0.
       01  WS-Ckpt-Carry-Flag PIC X VALUE 'N'.
           88  Ckpt-Carry-Restored VALUE 'Y'.
       01  WS-Left-Lines-Read  PIC 9(7) VALUE 0.
       01  WS-Right-Lines-Read PIC 9(7) VALUE 0.
       01  WS-Ckpt-Skip-Limit  PIC 9(7) VALUE 0.
       01  WS-Resume-Date  PIC X(10) VALUE SPACES.
       01  WS-Chain-Idx    PIC 9(4).
       01  WS-Hist-Date    PIC X(10).
      *****************************************************************
           05  WS-HW-Diff    PIC 9(9).
           05  FILLER        PIC X(1) VALUE SPACE.
           05  WS-HW-Score   PIC 9(12).
      *****************************************************************
      * Exception case tracking: each reported site is attached to
      * its open case on CASEFILE, or a new case is opened under the
      * feed date.  Like the site master, an unavailable case file
      * degrades the run to no case tracking with a warning.
      *****************************************************************
       01  WS-Case-Status  PIC X(2) VALUE '00'.
       01  WS-Case-Track-Flag PIC X VALUE 'N'.
           88  Case-Tracking-Active   VALUE 'Y'.
       01  CASE-EOF-FLAG   PIC X VALUE 'N'.
           88  CASE-EOF       VALUE 'Y'.
       01  WS-Case-Found-Flag PIC X VALUE 'N'.
           88  Case-Found     VALUE 'Y'.
       01  WS-Case-Site    PIC 9(5).
       01  WS-Case-Type    PIC X(1).
       01  WS-Case-Cnt     PIC 9(9).
       01  WS-Case-Amt     PIC 9(11)V99.
       01  WS-Cases-Opened   PIC 9(5) VALUE 0.
       01  WS-Cases-Attached PIC 9(5) VALUE 0.
      *****************************************************************
      * In-transit carry-forward: the ordering feed often records an
      * order the evening before fulfillment ships it, so a site's
      * left-side excess is held as an open item rather than
      * reported the same night, and a later day's right-side excess
      * for the site nets against its items, oldest first.  An item
      * still open more than CARRY-DAYS after its feed date ages out
      * and is reported as a left-only exception on the day it does.
      * CarryTable holds the items sorted by site and origin date;
      * the first WS-Cry-Base entries are the ones on hand when the
      * day started, and the day's new items are appended after
      * them and merged in once the day's walk completes.
      *****************************************************************
       01  WS-Carry-Days   PIC 9(3) VALUE 0.
       01  WS-Carry-Flag   PIC X VALUE 'N'.
           88  Carry-Active    VALUE 'Y'.
       01  WS-Carry-Overflow-Flag PIC X VALUE 'N'.
           88  Carry-Overflow  VALUE 'Y'.
       01  WS-CryIn-Status PIC X(2) VALUE '00'.
       01  WS-CryOut-Status PIC X(2) VALUE '00'.
       01  CRY-EOF-FLAG    PIC X VALUE 'N'.
           88  CRY-EOF        VALUE 'Y'.
       01  WS-MAX-CARRY    PIC 9(4) VALUE 5000.
       01  CarryTable.
           05  CryEntry OCCURS 5000 TIMES.
               10  Cry-Site     PIC 9(5).
               10  Cry-Origin   PIC X(10).
               10  Cry-Cnt      PIC 9(9).
               10  Cry-Amt      PIC 9(11)V99.
       01  WS-Cry-Count    PIC 9(4) VALUE 0.
       01  WS-Cry-Base     PIC 9(4) VALUE 0.
       01  WS-Cry-Idx      PIC 9(4).
       01  WS-Cry-Ptr      PIC 9(4).
       01  WS-Cry-Scan     PIC 9(4).
       01  WS-Cry-Today    PIC X(10).
       01  WS-Cry-Today-Int PIC 9(7).
       01  WS-Cry-Item-Int PIC 9(7).
       01  WS-Cry-Age      PIC S9(5).
       01  WS-Cry-Stale    PIC 9(5) VALUE 0.
       01  WS-Cry-Excess-Cnt PIC 9(9).
       01  WS-Cry-Excess-Amt PIC 9(11)V99.
       01  WS-Cry-Defer-Cnt  PIC 9(9).
       01  WS-Cry-Defer-Amt  PIC 9(11)V99.
       01  WS-Cry-Take-Cnt   PIC 9(9).
       01  WS-Cry-Take-Amt   PIC 9(11)V99.
       01  WS-Cry-Totals.
           05  WS-Cry-In-Items   PIC 9(5).
           05  WS-Cry-In-Cnt     PIC 9(9).
           05  WS-Cry-In-Amt     PIC 9(11)V99.
           05  WS-Cry-Net-Cnt    PIC 9(9).
           05  WS-Cry-Net-Amt    PIC 9(11)V99.
           05  WS-Cry-Aged-Items PIC 9(5).
           05  WS-Cry-Aged-Cnt   PIC 9(9).
           05  WS-Cry-Aged-Amt   PIC 9(11)V99.
           05  WS-Cry-New-Items  PIC 9(5).
           05  WS-Cry-New-Cnt    PIC 9(9).
           05  WS-Cry-New-Amt    PIC 9(11)V99.
           05  WS-Cry-Out-Items  PIC 9(5).
           05  WS-Cry-Out-Cnt    PIC 9(9).
           05  WS-Cry-Out-Amt    PIC 9(11)V99.
       01  WS-Cry-Date-Work.
           05  WS-CDW-YYYY   PIC X(4).
           05  FILLER        PIC X.
           05  WS-CDW-MM     PIC X(2).
           05  FILLER        PIC X.
           05  WS-CDW-DD     PIC X(2).
       01  WS-Cry-Date-N.
           05  WS-CDN-YYYY   PIC 9(4).
           05  WS-CDN-MM     PIC 9(2).
           05  WS-CDN-DD     PIC 9(2).
       01  WS-Cry-Date-N9 REDEFINES WS-Cry-Date-N PIC 9(8).
       01  WS-Cry-Date-Flag PIC X VALUE 'Y'.
           88  Cry-Date-Valid  VALUE 'Y'.
       01  WS-Cry-Date-Int PIC 9(7).
       01  WS-Cry-Cnt-Edit PIC 9(7).
       01  WS-Cry-Amt-Edit PIC 9(9).99.
       01  WS-Cry-Net-Cnt-Edit  PIC 9(7).
       01  WS-Cry-Net-Amt-Edit  PIC 9(9).99.
       01  WS-Cry-Aged-Cnt-Edit PIC 9(7).
       01  WS-Cry-Aged-Amt-Edit PIC 9(9).99.
      *****************************************************************
      * Per-site activity for the day, filled during the matched walk
      * (one entry per distinct site on either feed, so two full
      * feeds of distinct IDs fit) and written out when the day
      * completes.
      *****************************************************************
       01  WS-Act-Status   PIC X(2) VALUE '00'.
       01  WS-MAX-ACT      PIC 9(4) VALUE 4000.
       01  ActTable.
           05  ActEntry OCCURS 4000 TIMES.
               10  ActT-Site     PIC 9(5).
               10  ActT-Region   PIC X(2).
               10  ActT-Type     PIC X(1).
               10  ActT-L-Cnt    PIC 9(9).
               10  ActT-L-Amt    PIC 9(11)V99.
               10  ActT-R-Cnt    PIC 9(9).
               10  ActT-R-Amt    PIC 9(11)V99.
       01  WS-Act-Count    PIC 9(4) VALUE 0.
       01  WS-Act-Idx      PIC 9(4).
      *****************************************************************
      * GL posting summary for the day: every dollar of Total
      * Difference (amount) by region and by direction, written when
      * the day completes.  Kept apart from the regional rollup
      * because it must hold the whole amount even when the site
      * master is unavailable -- it all falls under '--' then.
      *****************************************************************
       01  WS-GLS-Status   PIC X(2) VALUE '00'.
       01  GLRegionTable.
           05  GLREntry OCCURS 50 TIMES.
               10  GLR-Code      PIC X(2).
               10  GLR-Over-Amt  PIC 9(11)V99.
               10  GLR-Under-Amt PIC 9(11)V99.
       01  GLRCount        PIC 9(2) VALUE 0.
       01  WS-GLR-Idx      PIC 9(2).
       01  WS-GLR-Scan     PIC 9(2).
       01  WS-GL-Region    PIC X(2).
       01  WS-GL-Amt       PIC 9(11)V99.
       01  WS-GL-Side-Flag PIC X VALUE 'O'.
           88  GL-Over        VALUE 'O'.
           88  GL-Under       VALUE 'U'.
       01  WS-GL-Over-Total  PIC 9(11)V99.
       01  WS-GL-Under-Total PIC 9(11)V99.
      *****************************************************************
      * What-if replay: each replayed feed day is compared with the
      * current extract group production wrote for the same feed
      * date -- the first group seen on EXTRIN (newest generation
      * first), skipping aborted groups exactly as ExtractAckCheck
      * does.  Tiers 1-3 are NORMAL/WARNING/CRITICAL (RC 0/4/6);
      * tier 4 is a day with no completed result on that side.
      *****************************************************************
       01  WS-Replay-Flag  PIC X VALUE 'N'.
           88  Replay-Mode     VALUE 'Y'.
       01  WS-Extr-Status  PIC X(2) VALUE '00'.
       01  EXTR-EOF-FLAG   PIC X VALUE 'N'.
           88  EXTR-EOF       VALUE 'Y'.
       01  WS-Extr-Line.
           05  WS-EL-Type    PIC X(3).
           05  FILLER        PIC X(1).
           05  WS-EL-Rest    PIC X(76).
       01  WS-Extr-Date    PIC X(10).
       01  WS-Extr-Group-Flag PIC X VALUE 'N'.
           88  Extr-In-Group  VALUE 'Y'.
       01  WS-Rpl-Found-Flag PIC X VALUE 'N'.
           88  Rpl-Actual-Found VALUE 'Y'.
       01  WS-Rpl-Fields.
           05  WS-Rpl-Tag    PIC X(3).
           05  WS-Rpl-F1     PIC X(12).
           05  WS-Rpl-F2     PIC X(15).
           05  WS-Rpl-F3     PIC X(15).
           05  WS-Rpl-F4     PIC X(16).
           05  WS-Rpl-F5     PIC X(12).
       01  WS-Rpl-Act-Status PIC X(16).
       01  WS-Rpl-Act-Run-Date PIC X(10).
       01  WS-Rpl-Act-Diff PIC 9(9).
       01  WS-Rpl-Act-M    PIC 9(5).
       01  WS-Rpl-Act-L    PIC 9(5).
       01  WS-Rpl-Act-R    PIC 9(5).
       01  WS-Prod-Top-N   PIC 9(4) VALUE 20.
       01  WS-Rpl-Cut-Act  PIC 9(5) VALUE 0.
       01  WS-Rpl-Cut-Sim  PIC 9(4) VALUE 0.
       01  WS-Rpl-Cut-Act-Tot PIC 9(7) VALUE 0.
       01  WS-Rpl-Cut-Sim-Tot PIC 9(7) VALUE 0.
       01  RplRgnTable.
           05  RplRgnEntry OCCURS 50 TIMES.
               10  RplR-Code     PIC X(2).
               10  RplR-Pairs    PIC 9(4).
               10  RplR-Diff     PIC 9(9).
               10  RplR-Exc      PIC 9(4).
               10  RplR-Rejects  PIC 9(4).
               10  RplR-Shown    PIC X(1).
       01  RplRgnCount     PIC 9(2) VALUE 0.
       01  WS-RplR-Idx     PIC 9(2).
       01  WS-RplR-Scan    PIC 9(2).
       01  WS-Rpl-Status-Work PIC X(16).
       01  WS-Rpl-Tier     PIC 9(1).
       01  WS-Rpl-Act-Tier PIC 9(1).
       01  WS-Rpl-Sim-Tier PIC 9(1).
       01  WS-Rpl-Days     PIC 9(5) VALUE 0.
       01  WS-Rpl-Changed  PIC 9(5) VALUE 0.
       01  WS-Rpl-Escalated PIC 9(5) VALUE 0.
       01  WS-Rpl-Relaxed  PIC 9(5) VALUE 0.
       01  RplShiftTable.
           05  RplShiftRow OCCURS 4 TIMES.
               10  RplShift-Cell OCCURS 4 TIMES PIC 9(5).
       01  RplTierTotals.
           05  RplTier-Act     OCCURS 4 TIMES PIC 9(5).
           05  RplTier-Sim     OCCURS 4 TIMES PIC 9(5).
       01  RplTierLabels.
           05  FILLER        PIC X(15) VALUE 'RC 0  NORMAL   '.
           05  FILLER        PIC X(15) VALUE 'RC 4  WARNING  '.
           05  FILLER        PIC X(15) VALUE 'RC 6  CRITICAL '.
           05  FILLER        PIC X(15) VALUE 'No result      '.
       01  RplTierLabelTable REDEFINES RplTierLabels.
           05  RplTier-Label   OCCURS 4 TIMES PIC X(15).
       01  WS-Rpl-Act-Idx  PIC 9(1).
       01  WS-Rpl-Sim-Idx  PIC 9(1).
       01  WS-Rpl-Shift    PIC S9(5).
       01  WS-Rpl-Shift-Edit PIC +(4)9.
       01  WS-Rpl-Mark     PIC X(10).

       LINKAGE SECTION.
       01  LK-Parm-Threshold.
               END-IF
           END-IF
           PERFORM NoteDayTotals
           IF Replay-Mode
               PERFORM WriteReplaySummary
               PERFORM CloseFile
      *        The simulated tiers are on SIMRPT, not in the step's
      *        code; only a replay cut short by an abort (RC 10 and
      *        up) says so to the scheduler.
               IF RETURN-CODE < 10
                   MOVE 0 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF
           PERFORM WriteAudit
           PERFORM CloseFile
      *    A range that ran to the end clears the checkpoint.  One
      *    that aborted (RC 10 and up) after committing days keeps
      *    just the commit set, so the rerun resumes with the failed
      *    day read afresh once its feed is fixed -- unless the
      *    checkpoint itself disagreed with the feeds.
           IF RETURN-CODE < 10 OR Ckpt-Mismatch
                   OR WS-Ckpt-Days-Done = 0
               PERFORM ClearCheckpoint
           ELSE
               PERFORM WriteCommitSet
               DISPLAY 'Checkpoint kept through day '
                   WS-Ckpt-Days-Done ' (feed date '
                   WS-Ckpt-Commit-Date ') -- the rerun resumes'
                   ' with the next feed day.'
           END-IF
           GOBACK.

       ProcessFeedDay.
           .

       ProcessOneDay.
           IF WS-Day-Count = WS-Ckpt-Days-Restored + 1
               IF WS-Left-Feed-Date NOT = SPACES
                   MOVE WS-Left-Feed-Date TO WS-Resume-Date
               ELSE
                   MOVE WS-Report-Date TO WS-Resume-Date
               END-IF
           END-IF
           PERFORM ValidateTrailerCount
           IF Trailer-Valid
               PERFORM ValidateFeedDates
                       PERFORM LoadPriorFeeds
                   END-IF
                   PERFORM DispResults
                   IF NOT Replay-Mode
                       PERFORM WriteHistory
                       PERFORM WriteExcHistory
                       PERFORM WriteCaseUpdates
                       PERFORM WriteActivity
                       PERFORM WriteGLSummary
                   END-IF
                   PERFORM WriteExtract
                   PERFORM ChainPriorFeeds
                   PERFORM NoteDayTotals
                   IF NOT Replay-Mode
                       PERFORM CommitCheckpoint
                   END-IF
                   IF Left-File-EOF AND Right-File-EOF
                       MOVE 'Y' TO WS-Run-Done-Flag
           MOVE 0 TO WS-Day-Lines-Read
      *    The header identity is cleared only between days: on a
      *    checkpoint resume FastForwardFeeds has already
      *    re-captured the resumed day's HDR (consumed before the
      *    checkpoint and never re-read), and wiping it here would
      *    blank the extract's feed-id fields and make the feed-date
      *    guard, history, and extract key fall back to the run date.
           IF WS-Day-Count > WS-Ckpt-Days-Restored
               MOVE SPACES TO WS-Left-Feed-Date
               MOVE SPACES TO WS-Left-Feed-Id
               MOVE SPACES TO WS-Right-Feed-Date
           MOVE 0 TO TotalDiff
           MOVE 0 TO TotalAmtDiff
           MOVE 0 TO SimilarityScore
           MOVE ZEROS TO WS-Cry-Totals
           MOVE 0 TO WS-Act-Count
           .

       NoteDayTotals.
           END-IF
           .

       CommitCheckpoint.
      *    The day's report section, extract group, EXCHIST, case,
      *    and activity records are written; flush its history
      *    record and replace the day's line entries with the commit
      *    set, so a restart fast-forwards past this day without
      *    reprocessing it.
           PERFORM FlushHistory
           MOVE WS-Day-Count        TO WS-Ckpt-Days-Done
           MOVE WS-Hist-Date        TO WS-Ckpt-Commit-Date
           MOVE WS-Left-Lines-Read  TO WS-Ckpt-Commit-Left
           MOVE WS-Right-Lines-Read TO WS-Ckpt-Commit-Right
           CLOSE CheckpointFile
           PERFORM WriteCommitSet
           OPEN EXTEND CheckpointFile
           .

       WriteCommitSet.
      *    The prior arrays and carry table hold exactly the
      *    committed day's state until the next day completes (every
      *    abort path stops before CalcDiffs and ChainPriorFeeds), so
      *    the same paragraph also rewinds the checkpoint to the last
      *    commit at the end of an aborted run.
           OPEN OUTPUT CheckpointFile
           MOVE SPACES TO CkptCommitRecord
           MOVE 'K' TO Ckpt-Rec-Type
           MOVE WS-Ckpt-Days-Done    TO Ckpt-K-Days
           MOVE WS-Ckpt-Commit-Date  TO Ckpt-K-Date
           MOVE WS-Ckpt-Commit-Left  TO Ckpt-K-Left-Lines
           MOVE WS-Ckpt-Commit-Right TO Ckpt-K-Right-Lines
           IF Carry-Active
               MOVE 'Y' TO Ckpt-K-Carry
           ELSE
               MOVE 'N' TO Ckpt-K-Carry
           END-IF
           WRITE CkptCommitRecord
           PERFORM VARYING WS-Chain-Idx FROM 1 BY 1
                   UNTIL WS-Chain-Idx > WS-Prior-Left-Count
               MOVE SPACES TO CheckpointRecord
               MOVE 'P' TO Ckpt-Rec-Type
               MOVE 'L' TO Ckpt-Side
               MOVE PriorLeftNums(WS-Chain-Idx) TO Ckpt-Num
               WRITE CheckpointRecord
           END-PERFORM
           PERFORM VARYING WS-Chain-Idx FROM 1 BY 1
                   UNTIL WS-Chain-Idx > WS-Prior-Right-Count
               MOVE SPACES TO CheckpointRecord
               MOVE 'P' TO Ckpt-Rec-Type
               MOVE 'R' TO Ckpt-Side
               MOVE PriorRightNums(WS-Chain-Idx) TO Ckpt-Num
               WRITE CheckpointRecord
           END-PERFORM
           IF Carry-Active
               PERFORM VARYING WS-Cry-Idx FROM 1 BY 1
                       UNTIL WS-Cry-Idx > WS-Cry-Count
                   MOVE SPACES TO CkptCarryRecord
                   MOVE 'Y' TO Ckpt-Rec-Type
                   MOVE Cry-Site(WS-Cry-Idx)   TO Ckpt-Y-Site
                   MOVE Cry-Origin(WS-Cry-Idx) TO Ckpt-Y-Origin
                   MOVE Cry-Cnt(WS-Cry-Idx)    TO Ckpt-Y-Cnt
                   MOVE Cry-Amt(WS-Cry-Idx)    TO Ckpt-Y-Amt
                   WRITE CkptCarryRecord
               END-PERFORM
           END-IF
           CLOSE CheckpointFile
           .

       SetThreshold.
      *    threshold on Total Difference, the per-site difference
      *    tolerance above which a site appears in the exception
      *    detail, and the cap on detail lines.  Any omitted value
      *    takes its built-in default.  PARM=REPLAY instead runs the
      *    what-if replay, with every limit from the candidate
      *    THRESHFILE.
           MOVE WS-Default-Threshold TO WS-Threshold
           MOVE WS-Default-Tolerance TO WS-Exc-Tolerance
           MOVE WS-Default-Top-N     TO WS-Top-N
           IF LK-Parm-Length >= 6
                   AND LK-Parm-Value(1:6) = 'REPLAY'
               MOVE 'Y' TO WS-Replay-Flag
           END-IF
           IF LK-Parm-Length > 0 AND NOT Replay-Mode
               MOVE SPACES TO WS-Parm-Fields
               UNSTRING LK-Parm-Value(1:LK-Parm-Length)
                   DELIMITED BY ','
               END-IF
           END-IF
           PERFORM LoadThresholdControls
           IF Replay-Mode
      *        Retained generations are days already reconciled, so
      *        the range is a catch-up by nature and the duplicate-
      *        run guard does not apply -- nothing is written back.
               MOVE 'Y' TO WS-Catchup-Flag
               MOVE 'Y' TO WS-Force-Flag
               DISPLAY 'What-if replay: candidate thresholds applied'
                   ' to retained feeds -- no production file is'
                   ' updated.'
           END-IF
           .

       LoadThresholdControls.
                   ELSE
                       MOVE 'N' TO WS-Force-Flag
                   END-IF
               ELSE
               IF WS-Ctl-Key = 'CARRY-DAYS'
                   COMPUTE WS-Carry-Days =
                       FUNCTION NUMVAL(WS-Ctl-Value)
               ELSE
                   DISPLAY 'WARNING: Unknown threshold control'
                       ' ignored: ' ThresholdRecord
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

           MOVE WS-TW-HH TO WS-ST-HH
           MOVE WS-TW-MM TO WS-ST-MM
           MOVE WS-TW-SS TO WS-ST-SS
           IF NOT Replay-Mode
               PERFORM OpenAudit
           END-IF
           OPEN INPUT LeftFile
           IF WS-Left-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open LeftFile, status '
                   WS-Left-Status '.'
               MOVE 20 TO RETURN-CODE
               IF NOT Replay-Mode
                   PERFORM WriteAudit
                   CLOSE AuditFile
               END-IF
               STOP RUN
           END-IF
           OPEN INPUT RightFile
               DISPLAY 'ERROR: Unable to open RightFile, status '
                   WS-Right-Status '.'
               MOVE 20 TO RETURN-CODE
               IF NOT Replay-Mode
                   PERFORM WriteAudit
                   CLOSE AuditFile
               END-IF
               STOP RUN
           END-IF
           OPEN OUTPUT ReportFile
           MOVE 'N' TO EOF-FLAG
           PERFORM OpenSiteMaster
           IF Replay-Mode
               PERFORM OpenReplay
               PERFORM LoadCarryForward
           ELSE
               OPEN OUTPUT SuspenseFile
               OPEN OUTPUT ExtractFile
               PERFORM LoadCheckpoint
               PERFORM OpenHistory
               PERFORM OpenExcHistory
               PERFORM OpenCaseFile
               PERFORM LoadCarryForward
               PERFORM OpenActivity
               PERFORM OpenGLSummary
           END-IF
           .

       OpenReplay.
      *    A replay has no restart: it reads no checkpoint and
      *    simply starts again from the first retained generation.
      *    The production extract is required -- without it there
      *    is nothing to compare the candidate against.
           OPEN INPUT ExtrInFile
           IF WS-Extr-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open extract input, '
                   'status ' WS-Extr-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ExtrInFile
           PERFORM LoadProdTopN
           OPEN OUTPUT ReplayReport
           MOVE ZEROS TO RplShiftTable
           MOVE ZEROS TO RplTierTotals
           MOVE SPACES TO ReplayRecord
           STRING 'What-If Threshold Replay - ' WS-Report-Date
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           IF Thresh-Mode-Pct
               MOVE 'PCT' TO WS-Rpl-Mark
           ELSE
               MOVE 'ABS' TO WS-Rpl-Mark
           END-IF
           STRING 'Candidate controls: WARN-LIMIT=' WS-Threshold
               ' CRIT-LIMIT=' WS-Crit-Threshold
               ' MODE=' WS-Rpl-Mark
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '                    TOLERANCE=' WS-Exc-Tolerance
               ' CARRY-DAYS=' WS-Carry-Days
               ' TOP-N=' WS-Top-N
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING 'Production TOP-N=' WS-Prod-Top-N
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           WRITE ReplayRecord
           .

       LoadProdTopN.
      *    Production's cap is its THRESHFILE's TOP-N card; without
      *    one it is RECLIST's PARM value, which is the built-in
      *    default.  Every other production card is ignored here --
      *    the candidate's controls are the ones being replayed.
           MOVE WS-Default-Top-N TO WS-Prod-Top-N
           OPEN INPUT ProdThreshFile
           IF WS-Ctl-Status NOT = '00'
               DISPLAY 'No production threshold file present, status '
                   WS-Ctl-Status ' -- production TOP-N taken as '
                   WS-Prod-Top-N '.'
           ELSE
               MOVE 'N' TO CTL-EOF-FLAG
               PERFORM ReadProdTopN UNTIL CTL-EOF
               CLOSE ProdThreshFile
           END-IF
           .

       ReadProdTopN.
           READ ProdThreshFile
               AT END
                   MOVE 'Y' TO CTL-EOF-FLAG
               NOT AT END
                   IF ProdThreshRecord(1:1) NOT = '*'
                       MOVE SPACES TO WS-Ctl-Key
                       MOVE SPACES TO WS-Ctl-Value
                       UNSTRING ProdThreshRecord DELIMITED BY '='
                           INTO WS-Ctl-Key WS-Ctl-Value
                       IF WS-Ctl-Key = 'TOP-N'
                               AND WS-Ctl-Value NOT = SPACES
                           COMPUTE WS-Prod-Top-N =
                               FUNCTION NUMVAL(WS-Ctl-Value)
                       END-IF
                   END-IF
           END-READ
           .

       OpenExcHistory.
           END-IF
           .

       OpenActivity.
           OPEN EXTEND ActivityFile
           IF WS-Act-Status NOT = '00'
               OPEN OUTPUT ActivityFile
           END-IF
           .

       OpenGLSummary.
           OPEN EXTEND GLSummaryFile
           IF WS-GLS-Status NOT = '00'
               OPEN OUTPUT GLSummaryFile
           END-IF
           .

       OpenCaseFile.
      *    A newly defined, never-loaded cluster will not open I-O,
      *    so an empty OPEN OUTPUT initialises it first.
           OPEN I-O CaseFile
           IF WS-Case-Status = '35'
               OPEN OUTPUT CaseFile
               CLOSE CaseFile
               OPEN I-O CaseFile
           END-IF
           IF WS-Case-Status = '00'
               MOVE 'Y' TO WS-Case-Track-Flag
           ELSE
               MOVE 'N' TO WS-Case-Track-Flag
               DISPLAY 'WARNING: Case file unavailable, status '
                   WS-Case-Status ' -- exception cases not updated.'
           END-IF
           .

       LoadCarryForward.
      *    The previous generation's open items load into CarryTable
      *    and are sorted by site and origin date for the walk.  An
      *    absent CARRYIN (first run, or DUMMY) starts with nothing
      *    in transit.  More items than the table holds aborts the
      *    run like a feed over capacity -- dropping the excess would
      *    silently write off in-transit quantity.
      *    On a resume past committed days the checkpoint has
      *    already restored the items as they stood after the last
      *    committed day, and CARRYIN -- the generation before the
      *    range -- would put back quantity those days netted.
           MOVE 0 TO WS-Cry-Base
           IF NOT Ckpt-Carry-Restored
               MOVE 0 TO WS-Cry-Count
           END-IF
           IF WS-Carry-Days > 0
               MOVE 'Y' TO WS-Carry-Flag
               IF Ckpt-Carry-Restored
                   DISPLAY 'In-transit items restored from checkpoint:'
                       ' ' WS-Cry-Count
               ELSE
                   OPEN INPUT CarryInFile
                   IF WS-CryIn-Status = '00'
                       MOVE 'N' TO CRY-EOF-FLAG
                       PERFORM LoadCarryItem UNTIL CRY-EOF
                       CLOSE CarryInFile
                   ELSE
                       DISPLAY 'No carry-forward input present, '
                           'status ' WS-CryIn-Status
                           ' -- nothing in transit.'
                   END-IF
               END-IF
               IF NOT Carry-Overflow
                   PERFORM SortCarryTable
               END-IF
               MOVE WS-Cry-Count TO WS-Cry-Base
           END-IF
           .

       LoadCarryItem.
           READ CarryInFile
               AT END
                   MOVE 'Y' TO CRY-EOF-FLAG
               NOT AT END
                   IF Cin-Cnt > 0 OR Cin-Amt > 0
                       IF WS-Cry-Count >= WS-MAX-CARRY
                           DISPLAY 'ERROR: Carry-forward file has more'
                               ' than ' WS-MAX-CARRY ' open items --'
                           DISPLAY '  CarryTable capacity exceeded.'
                               '  Run aborted to avoid silent'
                               ' truncation of data.'
                           MOVE 'Y' TO WS-Carry-Overflow-Flag
                           MOVE 'N' TO WS-Capacity-Valid
                           MOVE 'Y' TO CRY-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-Cry-Count
                           MOVE Cin-Site-ID TO Cry-Site(WS-Cry-Count)
                           MOVE Cin-Origin-Date
                               TO Cry-Origin(WS-Cry-Count)
                           MOVE Cin-Cnt TO Cry-Cnt(WS-Cry-Count)
                           MOVE Cin-Amt TO Cry-Amt(WS-Cry-Count)
                       END-IF
                   END-IF
           END-READ
           .

       OpenAudit.
           OPEN EXTEND AuditFile
           IF WS-Audit-Status NOT = '00'
           MOVE WS-Left-Actual    TO Audit-L-Actual
           MOVE WS-Right-Expected TO Audit-R-Expected
           MOVE WS-Right-Actual   TO Audit-R-Actual
           IF WS-Ckpt-Total-Count > 0 OR WS-Ckpt-Days-Restored > 0
               MOVE 'Y' TO Audit-Resumed
               COMPUTE Audit-Resume-Day = WS-Ckpt-Days-Restored + 1
               MOVE WS-Resume-Date TO Audit-Resume-Date
           ELSE
               MOVE 'N' TO Audit-Resumed
               MOVE 0 TO Audit-Resume-Day
           END-IF
           MOVE RETURN-CODE TO Audit-RC
           WRITE AuditRecord
                   MOVE SPACES TO WS-Lookup-Name
                   MOVE SPACES TO WS-Lookup-Region
               NOT INVALID KEY
                   PERFORM EvaluateSiteAsOf
                   MOVE WS-Site-Live-Flag TO WS-Lookup-Found
                   MOVE Site-Name TO WS-Lookup-Name
                   MOVE Site-Region TO WS-Lookup-Region
           END-READ
           .

       EvaluateSiteAsOf.
      *    Live/closed/not-yet-open for the master record in the
      *    buffer as of WS-Site-As-Of-Date.  A retired record with no
      *    close date predates the dated master and is closed for
      *    every date.
           IF Site-Open-Date NOT = SPACES
                   AND WS-Site-As-Of-Date < Site-Open-Date
               MOVE 'P' TO WS-Site-Live-Flag
           ELSE
               IF Site-Close-Date NOT = SPACES
                   IF WS-Site-As-Of-Date < Site-Close-Date
                       MOVE 'Y' TO WS-Site-Live-Flag
                   ELSE
                       MOVE 'R' TO WS-Site-Live-Flag
                   END-IF
               ELSE
                   IF Site-Status = 'R'
                       MOVE 'R' TO WS-Site-Live-Flag
                   ELSE
                       MOVE 'Y' TO WS-Site-Live-Flag
                   END-IF
               END-IF
           END-IF
           .

       SetSiteAsOfDate.
      *    The feed side's own HDR date; the run date when the feed
      *    carried no HDR, as for the history record.
           MOVE WS-Report-Date TO WS-Site-As-Of-Date
           IF Feed-Side-Left
               IF WS-Left-Feed-Date NOT = SPACES
                   MOVE WS-Left-Feed-Date TO WS-Site-As-Of-Date
               END-IF
           ELSE
               IF WS-Right-Feed-Date NOT = SPACES
                   MOVE WS-Right-Feed-Date TO WS-Site-As-Of-Date
               END-IF
           END-IF
           .

       ValidateFeedSite.
      *    Each feed ID must be on the site master and live on the
      *    feed's date; otherwise the line is rejected to suspense
      *    (reason U, or X for a closed site) like any other bad
      *    input, which also gives it the supplemental resubmission
      *    path once the master is fixed.
           MOVE 'Y' TO WS-Site-Ok-Flag
           IF Site-Lookup-Active
               PERFORM SetSiteAsOfDate
               MOVE WS-Feed-Num TO WS-Lookup-ID
               PERFORM LookupSite
               IF NOT Lookup-Found
               MOVE 'X' TO WS-Susp-Reason
               MOVE WS-Lookup-Region TO WS-Rgn-Work
               DISPLAY 'WARNING: Skipping retired site '
                   WS-Lookup-ID ' in feed ' WS-Susp-Side
                   ' as of ' WS-Site-As-Of-Date '.'
           ELSE
           IF Lookup-Not-Open
      *        On the master but not open yet on the feed's date --
      *        unknown as of that date, but its region is known.
               MOVE 'U' TO WS-Susp-Reason
               MOVE WS-Lookup-Region TO WS-Rgn-Work
               DISPLAY 'WARNING: Skipping site ' WS-Lookup-ID
                   ' not yet open in feed ' WS-Susp-Side
                   ' as of ' WS-Site-As-Of-Date '.'
           ELSE
               MOVE 'U' TO WS-Susp-Reason
      *        An unknown site ID has no master record and so no
               DISPLAY 'WARNING: Skipping unknown site '
                   WS-Lookup-ID ' in feed ' WS-Susp-Side '.'
           END-IF
           END-IF
           PERFORM FindRegionSlot
           ADD 1 TO Rgn-Rejects(WS-Rgn-Idx)
           .
           .

       CloseHistory.
           IF Hist-Table-Mode
               PERFORM FlushHistory
           ELSE
               CLOSE HistoryFile
           END-IF
           .

       FlushHistory.
      *    Rewrites HISTORYFILE from the table -- at close, and as
      *    each catch-up day commits so a restart finds the
      *    committed days already on file.  In append mode each
      *    record went straight to the file as it was written.
           IF Hist-Table-Mode
               OPEN OUTPUT HistoryFile
               PERFORM VARYING WS-Hist-Idx FROM 1 BY 1
                   WRITE HistoryRecord FROM HistEntry(WS-Hist-Idx)
               END-PERFORM
               CLOSE HistoryFile
           END-IF
           .

                       AT END
                           MOVE 'Y' TO CKPT-EOF-FLAG
                       NOT AT END
                           PERFORM RestoreCkptRecord
                   END-READ
               END-PERFORM
               CLOSE CheckpointFile
               IF WS-Ckpt-Days-Done > 0
                   DISPLAY 'Resuming catch-up range after day '
                       WS-Ckpt-Days-Done ' (feed date '
                       WS-Ckpt-Commit-Date ') -- committed days'
                       ' skipped.'
                   MOVE WS-Ckpt-Days-Done TO WS-Day-Count
                   MOVE WS-Ckpt-Days-Done TO WS-Ckpt-Days-Restored
                   IF WS-Prior-Left-Count > 0
                       MOVE 'Y' TO WS-Prior-Left-Flag
                   END-IF
                   IF WS-Prior-Right-Count > 0
                       MOVE 'Y' TO WS-Prior-Right-Flag
                   END-IF
               END-IF
               IF WS-Ckpt-Total-Count > 0
                   DISPLAY 'Resuming from checkpoint: '
                       WS-Ckpt-Total-Count
                       ' feed lines already processed.'
               END-IF
               IF WS-Ckpt-Total-Count > 0 OR WS-Ckpt-Days-Done > 0
                   PERFORM FastForwardFeeds
               END-IF
               OPEN EXTEND CheckpointFile
           END-IF
           .

       RestoreCkptRecord.
           IF Ckpt-Rec-Type = 'K'
               MOVE Ckpt-K-Days        TO WS-Ckpt-Days-Done
               MOVE Ckpt-K-Date        TO WS-Ckpt-Commit-Date
               MOVE Ckpt-K-Left-Lines  TO WS-Ckpt-Commit-Left
               MOVE Ckpt-K-Right-Lines TO WS-Ckpt-Commit-Right
               IF Ckpt-K-Carry = 'Y'
                   MOVE 'Y' TO WS-Ckpt-Carry-Flag
                   MOVE 0 TO WS-Cry-Count
               END-IF
           ELSE
               IF Ckpt-Rec-Type = 'P'
                   PERFORM RestoreCkptPrior
               ELSE
                   IF Ckpt-Rec-Type = 'Y'
                       PERFORM RestoreCkptCarry
                   ELSE
                       PERFORM RestoreCkptEntry
                   END-IF
               END-IF
           END-IF
           .

       RestoreCkptPrior.
      *    The committed day's feeds, already sorted -- the resumed
      *    day deltas against them as it would have in the range.
           IF Ckpt-Side = 'L'
               IF WS-Prior-Left-Count < WS-MAX-ENTRIES
                   ADD 1 TO WS-Prior-Left-Count
                   MOVE Ckpt-Num TO PriorLeftNums(WS-Prior-Left-Count)
               END-IF
           ELSE
               IF WS-Prior-Right-Count < WS-MAX-ENTRIES
                   ADD 1 TO WS-Prior-Right-Count
                   MOVE Ckpt-Num
                       TO PriorRightNums(WS-Prior-Right-Count)
               END-IF
           END-IF
           .

       RestoreCkptCarry.
           IF WS-Cry-Count < WS-MAX-CARRY
               ADD 1 TO WS-Cry-Count
               MOVE Ckpt-Y-Site   TO Cry-Site(WS-Cry-Count)
               MOVE Ckpt-Y-Origin TO Cry-Origin(WS-Cry-Count)
               MOVE Ckpt-Y-Cnt    TO Cry-Cnt(WS-Cry-Count)
               MOVE Ckpt-Y-Amt    TO Cry-Amt(WS-Cry-Count)
           END-IF
           .

       RestoreCkptEntry.
      *    'C' (continuation-chunk) and 'H' (header) entries count a
      *    physical line for the fast-forward but restore nothing --
           .

       FastForwardFeeds.
      *    Skip the feed lines a prior run already consumed: every
      *    line of the committed days (the commit set's line counts,
      *    trailers included), then one checkpoint entry each per
      *    side for the day in progress.  Only the day in progress
      *    has its header lines re-parsed, capture only -- writing a
      *    fresh 'H' entry here would double-count the line.
      *    Trailer lines are never checkpointed and so are re-read
      *    and re-processed naturally after the fast-forward.  A
      *    checkpoint) aborts cleanly through the trailer check
      *    instead of reading past EOF.
           MOVE 'L' TO WS-Feed-Side
           COMPUTE WS-Ckpt-Skip-Limit =
               WS-Ckpt-Commit-Left + WS-Ckpt-Left-Lines
           PERFORM VARYING WS-Skip-Idx FROM 1 BY 1
                   UNTIL WS-Skip-Idx > WS-Ckpt-Skip-Limit
                       OR Ckpt-Mismatch
               READ LeftFile
                   AT END
                           ' run aborted.'
                       MOVE 'N' TO WS-Ckpt-Match-Flag
                   NOT AT END
                       ADD 1 TO WS-Left-Lines-Read
                       MOVE LeftFeedRec TO WS-Feed-Line
                       IF WS-Feed-Hdr-ID = 'HDR '
                               AND WS-Skip-Idx > WS-Ckpt-Commit-Left
                           PERFORM CaptureFeedHeader
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'R' TO WS-Feed-Side
           COMPUTE WS-Ckpt-Skip-Limit =
               WS-Ckpt-Commit-Right + WS-Ckpt-Right-Lines
           PERFORM VARYING WS-Skip-Idx FROM 1 BY 1
                   UNTIL WS-Skip-Idx > WS-Ckpt-Skip-Limit
                       OR Ckpt-Mismatch
               READ RightFile
                   AT END
                           ' run aborted.'
                       MOVE 'N' TO WS-Ckpt-Match-Flag
                   NOT AT END
                       ADD 1 TO WS-Right-Lines-Read
                       MOVE RightFeedRec TO WS-Feed-Line
                       IF WS-Feed-Hdr-ID = 'HDR '
                               AND WS-Skip-Idx > WS-Ckpt-Commit-Right
                           PERFORM CaptureFeedHeader
                       END-IF
               END-READ
                       MOVE 'Y' TO WS-Left-File-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Day-Lines-Read
                       ADD 1 TO WS-Left-Lines-Read
                       MOVE LeftFeedRec TO WS-Feed-Line
                       MOVE WS-Left-Status TO WS-Feed-Status
                       PERFORM ClassifyFeedLine
                       MOVE 'Y' TO WS-Right-File-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Day-Lines-Read
                       ADD 1 TO WS-Right-Lines-Read
                       MOVE RightFeedRec TO WS-Feed-Line
                       MOVE WS-Right-Status TO WS-Feed-Status
                       PERFORM ClassifyFeedLine

       StoreFeedHeader.
           PERFORM CaptureFeedHeader
           IF NOT Replay-Mode
               MOVE SPACES TO CheckpointRecord
               MOVE 'H' TO Ckpt-Rec-Type
               MOVE WS-Feed-Side TO Ckpt-Side
               ELSE
                   ADD 1 TO WS-Right-Skipped
               END-IF
               IF NOT Replay-Mode
                   MOVE SPACES TO CheckpointRecord
                   MOVE 'S' TO Ckpt-Rec-Type
                   MOVE WS-Feed-Side TO Ckpt-Side
      *    chunk's 'S' entry.  Each chunk still goes to suspense so
      *    the full garbled line can be reconstructed and corrected.
           PERFORM WriteSuspense
           IF NOT Replay-Mode
               MOVE SPACES TO CheckpointRecord
               MOVE 'C' TO Ckpt-Rec-Type
               MOVE WS-Feed-Side TO Ckpt-Side
           .

       WriteSuspense.
      *    A replay's rejects were suspended when the day first ran.
           IF NOT Replay-Mode
               MOVE SPACES TO SuspenseRecord
               MOVE WS-Susp-Reason     TO Susp-Reason
               MOVE WS-Susp-Side       TO Susp-Side
               MOVE WS-Report-Date     TO Susp-Run-Date
               MOVE WS-Susp-Work-Image TO Susp-Image
               WRITE SuspenseRecord
           END-IF
           .

       StoreFeedRecord.
           IF Suppl-Mode
               ADD 1 TO WS-Suppl-Stored
           ELSE
           IF NOT Replay-Mode
               MOVE SPACES TO CheckpointRecord
               MOVE 'D' TO Ckpt-Rec-Type
               MOVE WS-Feed-Side TO Ckpt-Side
               MOVE WS-Feed-Num TO Ckpt-Num
               MOVE WS-Feed-Cnt TO Ckpt-Cnt
               MOVE WS-Feed-Amt TO Ckpt-Amt
               WRITE CheckpointRecord
           END-IF
           END-IF
           .

           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           IF Carry-Overflow
               STRING 'The carry-forward file has more than '
                   WS-MAX-CARRY ' open items -- CarryTable capacity'
                   DELIMITED BY SIZE INTO ReportRecord
           ELSE
               STRING 'A feed has more than ' WS-MAX-ENTRIES
                   ' IDs on one side -- LeftArray/RightArray capacity'
                   DELIMITED BY SIZE INTO ReportRecord
           END-IF
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING '  exceeded.  Run aborted to avoid silent'
      *    separately.  The Similarity Score keeps its historical
      *    definition (sum of ID x left-occurrences x right-
      *    occurrences) so HISTORYFILE stays comparable across the
      *    change.  With carry-forward on, the in-transit items are
      *    aged before the walk and each site's differences are
      *    taken net of them (see NetPairCarry).
           MOVE 0 TO TotalDiff
           MOVE 0 TO TotalAmtDiff
           MOVE 0 TO SimilarityScore
           MOVE 0 TO WS-Pairs-Count
           MOVE 0 TO WS-LOnly-Count
           MOVE 0 TO WS-ROnly-Count
           MOVE 0 TO WS-Act-Count
           MOVE 0 TO GLRCount
           IF Carry-Active
               PERFORM StartCarryDay
           END-IF
           MOVE 1 TO WS-Cmp-L-Idx
           MOVE 1 TO WS-Cmp-R-Idx
           MOVE 'N' TO WS-Cmp-Done-Flag
           PERFORM CmpScanStep UNTIL Cmp-Scan-Done
           IF Carry-Active
               PERFORM EndCarryDay
           END-IF
           .

       CmpScanStep.
                       PERFORM RecordRightOnly
                   END-IF
               END-IF
               PERFORM NoteSiteActivity
           END-IF
           .

       NoteSiteActivity.
      *    Raw per-side figures, before any in-transit netting.  A
      *    matched site was just looked up by RecordMatchedSite, so
      *    its region is reused rather than read again.
           IF WS-Act-Count < WS-MAX-ACT
               ADD 1 TO WS-Act-Count
               MOVE WS-Cmp-ID    TO ActT-Site(WS-Act-Count)
               MOVE WS-Cmp-L-Cnt TO ActT-L-Cnt(WS-Act-Count)
               MOVE WS-Cmp-L-Amt TO ActT-L-Amt(WS-Act-Count)
               MOVE WS-Cmp-R-Cnt TO ActT-R-Cnt(WS-Act-Count)
               MOVE WS-Cmp-R-Amt TO ActT-R-Amt(WS-Act-Count)
               IF WS-Cmp-L-Occ > 0 AND WS-Cmp-R-Occ > 0
                   MOVE 'M' TO ActT-Type(WS-Act-Count)
               ELSE
                   IF WS-Cmp-L-Occ > 0
                       MOVE 'L' TO ActT-Type(WS-Act-Count)
                   ELSE
                       MOVE 'R' TO ActT-Type(WS-Act-Count)
                   END-IF
               END-IF
               IF Site-Lookup-Active
                   IF WS-Lookup-ID NOT = WS-Cmp-ID
                       MOVE WS-Cmp-ID TO WS-Lookup-ID
                       PERFORM LookupSite
                   END-IF
                   MOVE WS-Lookup-Region TO ActT-Region(WS-Act-Count)
               ELSE
                   MOVE SPACES TO ActT-Region(WS-Act-Count)
               END-IF
           END-IF
           .


       RecordMatchedSite.
           ADD 1 TO WS-Pairs-Count
           IF Carry-Active
               PERFORM NetPairCarry
           ELSE
               COMPUTE WS-Cmp-Cnt-Diff =
                   FUNCTION ABS(WS-Cmp-L-Cnt - WS-Cmp-R-Cnt)
               COMPUTE WS-Cmp-Amt-Diff =
                   FUNCTION ABS(WS-Cmp-L-Amt - WS-Cmp-R-Amt)
           END-IF
           ADD WS-Cmp-Cnt-Diff TO TotalDiff
           ADD WS-Cmp-Amt-Diff TO TotalAmtDiff
           IF WS-Cmp-Cnt-Diff > WS-Exc-Tolerance
                   ADD 1 TO Rgn-Exc(WS-Rgn-Idx)
               END-IF
           END-IF
      *    The difference books in the direction the sides disagree;
      *    with carry-forward on a left excess only reaches here
      *    when the carry table was full.
           IF WS-Cmp-Amt-Diff > 0
               MOVE SPACES TO WS-GL-Region
               IF Site-Lookup-Active
                   MOVE WS-Lookup-Region TO WS-GL-Region
               END-IF
               MOVE WS-Cmp-Amt-Diff TO WS-GL-Amt
               IF WS-Cmp-L-Amt > WS-Cmp-R-Amt
                   MOVE 'O' TO WS-GL-Side-Flag
               ELSE
                   MOVE 'U' TO WS-GL-Side-Flag
               END-IF
               PERFORM AddGLAmount
           END-IF
           .

       RecordLeftOnly.
      *    With carry-forward on, a left-only site's quantity goes
      *    in transit instead of being reported -- unless it has no
      *    quantity to carry (an ID-only line still reconciles
      *    presence) or the carry table is full.
           IF Carry-Active
                   AND (WS-Cmp-L-Cnt > 0 OR WS-Cmp-L-Amt > 0)
               MOVE 0 TO WS-Cry-Excess-Cnt
               MOVE 0 TO WS-Cry-Excess-Amt
               MOVE WS-Cmp-L-Cnt TO WS-Cry-Defer-Cnt
               MOVE WS-Cmp-L-Amt TO WS-Cry-Defer-Amt
               PERFORM DeferSiteCarry
               IF WS-Cry-Excess-Cnt > 0 OR WS-Cry-Excess-Amt > 0
                   PERFORM FindLeftOnlySlot
                   ADD WS-Cry-Excess-Cnt TO LOnly-Cnt(WS-Only-Idx)
                   ADD WS-Cry-Excess-Amt TO LOnly-Amt(WS-Only-Idx)
               END-IF
           ELSE
               IF Carry-Active
                   PERFORM FindLeftOnlySlot
               ELSE
                   ADD 1 TO WS-LOnly-Count
                   MOVE WS-Cmp-ID TO LOnly-ID(WS-LOnly-Count)
                   MOVE 0 TO LOnly-Cnt(WS-LOnly-Count)
                   MOVE 0 TO LOnly-Amt(WS-LOnly-Count)
                   MOVE WS-LOnly-Count TO WS-Only-Idx
               END-IF
               ADD WS-Cmp-L-Cnt TO LOnly-Cnt(WS-Only-Idx)
               ADD WS-Cmp-L-Amt TO LOnly-Amt(WS-Only-Idx)
           END-IF
           .

       RecordRightOnly.
      *    With carry-forward on, a right-only site nets against its
      *    in-transit items first; only the remainder is reported,
      *    and a site netted to nothing drops out of the section.
           IF Carry-Active
                   AND (WS-Cmp-R-Cnt > 0 OR WS-Cmp-R-Amt > 0)
               MOVE WS-Cmp-R-Cnt TO WS-Cry-Excess-Cnt
               MOVE WS-Cmp-R-Amt TO WS-Cry-Excess-Amt
               PERFORM NetSiteCarry
               IF WS-Cry-Excess-Cnt > 0 OR WS-Cry-Excess-Amt > 0
                   ADD 1 TO WS-ROnly-Count
                   MOVE WS-Cmp-ID TO ROnly-ID(WS-ROnly-Count)
                   MOVE WS-Cry-Excess-Cnt TO ROnly-Cnt(WS-ROnly-Count)
                   MOVE WS-Cry-Excess-Amt TO ROnly-Amt(WS-ROnly-Count)
               END-IF
           ELSE
               ADD 1 TO WS-ROnly-Count
               MOVE WS-Cmp-ID    TO ROnly-ID(WS-ROnly-Count)
               MOVE WS-Cmp-R-Cnt TO ROnly-Cnt(WS-ROnly-Count)
               MOVE WS-Cmp-R-Amt TO ROnly-Amt(WS-ROnly-Count)
           END-IF
           .

       FindLeftOnlySlot.
      *    Find-or-add on the site ID -- with carry-forward on, a site
      *    can reach the left-only list both by ageing out and from
      *    today's walk, and must show once.  Returns WS-Only-Idx.
           MOVE 0 TO WS-Only-Idx
           PERFORM VARYING WS-Cry-Scan FROM 1 BY 1
                   UNTIL WS-Cry-Scan > WS-LOnly-Count
                       OR WS-Only-Idx > 0
               IF LOnly-ID(WS-Cry-Scan) = WS-Cmp-ID
                   MOVE WS-Cry-Scan TO WS-Only-Idx
               END-IF
           END-PERFORM
           IF WS-Only-Idx = 0
               IF WS-LOnly-Count >= WS-MAX-ENTRIES
      *            Table full: the quantity still counts, merged into
      *            the last entry rather than lost.
                   DISPLAY 'WARNING: Left-only table full -- site '
                       WS-Cmp-ID ' merged into the last entry.'
                   MOVE WS-MAX-ENTRIES TO WS-Only-Idx
               ELSE
                   ADD 1 TO WS-LOnly-Count
                   MOVE WS-LOnly-Count TO WS-Only-Idx
                   MOVE WS-Cmp-ID TO LOnly-ID(WS-Only-Idx)
                   MOVE 0 TO LOnly-Cnt(WS-Only-Idx)
                   MOVE 0 TO LOnly-Amt(WS-Only-Idx)
               END-IF
           END-IF
           .

       StartCarryDay.
      *    Age the items on hand against today's feed date before
      *    the walk nets anything.  An item older than the window is
      *    a real break: it is reported as a left-only exception for
      *    its site and counts in Total Difference today.  An item
      *    dated on or after today's feed date can only come from a
      *    run of this date (or a later one) being redone -- it is
      *    dropped, since this run re-derives it.
           IF WS-Left-Feed-Date NOT = SPACES
               MOVE WS-Left-Feed-Date TO WS-Cry-Today
           ELSE
               MOVE WS-Report-Date TO WS-Cry-Today
           END-IF
           MOVE WS-Cry-Today TO WS-Cry-Date-Work
           PERFORM CarryDateToInt
           MOVE WS-Cry-Date-Int TO WS-Cry-Today-Int
           MOVE ZEROS TO WS-Cry-Totals
           MOVE 0 TO WS-Cry-Stale
           PERFORM VARYING WS-Cry-Idx FROM 1 BY 1
                   UNTIL WS-Cry-Idx > WS-Cry-Count
               IF Cry-Origin(WS-Cry-Idx) NOT < WS-Cry-Today
                   ADD 1 TO WS-Cry-Stale
                   MOVE 0 TO Cry-Cnt(WS-Cry-Idx)
                   MOVE 0 TO Cry-Amt(WS-Cry-Idx)
               ELSE
                   ADD 1 TO WS-Cry-In-Items
                   ADD Cry-Cnt(WS-Cry-Idx) TO WS-Cry-In-Cnt
                   ADD Cry-Amt(WS-Cry-Idx) TO WS-Cry-In-Amt
                   MOVE Cry-Origin(WS-Cry-Idx) TO WS-Cry-Date-Work
                   PERFORM CarryDateToInt
                   IF Cry-Date-Valid
                       COMPUTE WS-Cry-Age =
                           WS-Cry-Today-Int - WS-Cry-Date-Int
                   ELSE
                       DISPLAY 'WARNING: In-transit item for site '
                           Cry-Site(WS-Cry-Idx) ' has a malformed'
                           ' date, aged out: ' Cry-Origin(WS-Cry-Idx)
                       MOVE 999 TO WS-Cry-Age
                   END-IF
                   IF WS-Cry-Age > WS-Carry-Days
                       PERFORM AgeOutCarryItem
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Cry-Stale > 0
               DISPLAY 'WARNING: ' WS-Cry-Stale ' in-transit items'
                   ' dated on or after feed date ' WS-Cry-Today
                   ' dropped -- CARRYIN is from a later run.'
           END-IF
           MOVE WS-Cry-Count TO WS-Cry-Base
           MOVE 1 TO WS-Cry-Ptr
           .

       CarryDateToInt.
           MOVE 'Y' TO WS-Cry-Date-Flag
           MOVE 0 TO WS-Cry-Date-Int
           IF WS-CDW-YYYY NUMERIC AND WS-CDW-MM NUMERIC
                   AND WS-CDW-DD NUMERIC
               MOVE WS-CDW-YYYY TO WS-CDN-YYYY
               MOVE WS-CDW-MM   TO WS-CDN-MM
               MOVE WS-CDW-DD   TO WS-CDN-DD
               COMPUTE WS-Cry-Date-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Cry-Date-N9)
           ELSE
               MOVE 'N' TO WS-Cry-Date-Flag
           END-IF
           .

       AgeOutCarryItem.
           ADD 1 TO WS-Cry-Aged-Items
           ADD Cry-Cnt(WS-Cry-Idx) TO WS-Cry-Aged-Cnt
           ADD Cry-Amt(WS-Cry-Idx) TO WS-Cry-Aged-Amt
           ADD Cry-Cnt(WS-Cry-Idx) TO TotalDiff
           ADD Cry-Amt(WS-Cry-Idx) TO TotalAmtDiff
           MOVE Cry-Site(WS-Cry-Idx) TO WS-Cmp-ID
           PERFORM FindLeftOnlySlot
           ADD Cry-Cnt(WS-Cry-Idx) TO LOnly-Cnt(WS-Only-Idx)
           ADD Cry-Amt(WS-Cry-Idx) TO LOnly-Amt(WS-Only-Idx)
           IF Site-Lookup-Active
               MOVE WS-Cmp-ID TO WS-Lookup-ID
               PERFORM LookupSite
               MOVE WS-Lookup-Region TO WS-Rgn-Work
               PERFORM FindRegionSlot
               ADD Cry-Cnt(WS-Cry-Idx) TO Rgn-Diff(WS-Rgn-Idx)
           END-IF
           IF Cry-Amt(WS-Cry-Idx) > 0
               MOVE SPACES TO WS-GL-Region
               IF Site-Lookup-Active
                   MOVE WS-Lookup-Region TO WS-GL-Region
               END-IF
               MOVE Cry-Amt(WS-Cry-Idx) TO WS-GL-Amt
               MOVE 'O' TO WS-GL-Side-Flag
               PERFORM AddGLAmount
           END-IF
           MOVE 0 TO Cry-Cnt(WS-Cry-Idx)
           MOVE 0 TO Cry-Amt(WS-Cry-Idx)
           .

       NetPairCarry.
      *    Count and amount net independently.  Right-side excess
      *    (fulfillment catching up) consumes the site's in-transit
      *    items and only the remainder is a difference; left-side
      *    excess goes in transit as a new item dated today instead
      *    of being a difference tonight.
           MOVE 0 TO WS-Cry-Excess-Cnt
           MOVE 0 TO WS-Cry-Excess-Amt
           MOVE 0 TO WS-Cry-Defer-Cnt
           MOVE 0 TO WS-Cry-Defer-Amt
           IF WS-Cmp-R-Cnt > WS-Cmp-L-Cnt
               COMPUTE WS-Cry-Excess-Cnt = WS-Cmp-R-Cnt - WS-Cmp-L-Cnt
           ELSE
               COMPUTE WS-Cry-Defer-Cnt = WS-Cmp-L-Cnt - WS-Cmp-R-Cnt
           END-IF
           IF WS-Cmp-R-Amt > WS-Cmp-L-Amt
               COMPUTE WS-Cry-Excess-Amt = WS-Cmp-R-Amt - WS-Cmp-L-Amt
           ELSE
               COMPUTE WS-Cry-Defer-Amt = WS-Cmp-L-Amt - WS-Cmp-R-Amt
           END-IF
           IF WS-Cry-Excess-Cnt > 0 OR WS-Cry-Excess-Amt > 0
               PERFORM NetSiteCarry
           END-IF
           PERFORM DeferSiteCarry
           MOVE WS-Cry-Excess-Cnt TO WS-Cmp-Cnt-Diff
           MOVE WS-Cry-Excess-Amt TO WS-Cmp-Amt-Diff
           .

       NetSiteCarry.
      *    The walk visits sites in ascending order, so WS-Cry-Ptr
      *    only ever moves forward through the sorted items on hand.
           PERFORM VARYING WS-Cry-Ptr FROM WS-Cry-Ptr BY 1
                   UNTIL WS-Cry-Ptr > WS-Cry-Base
                       OR Cry-Site(WS-Cry-Ptr) >= WS-Cmp-ID
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-Cry-Scan FROM WS-Cry-Ptr BY 1
                   UNTIL WS-Cry-Scan > WS-Cry-Base
                       OR Cry-Site(WS-Cry-Scan) NOT = WS-Cmp-ID
               IF WS-Cry-Excess-Cnt > Cry-Cnt(WS-Cry-Scan)
                   MOVE Cry-Cnt(WS-Cry-Scan) TO WS-Cry-Take-Cnt
               ELSE
                   MOVE WS-Cry-Excess-Cnt TO WS-Cry-Take-Cnt
               END-IF
               IF WS-Cry-Excess-Amt > Cry-Amt(WS-Cry-Scan)
                   MOVE Cry-Amt(WS-Cry-Scan) TO WS-Cry-Take-Amt
               ELSE
                   MOVE WS-Cry-Excess-Amt TO WS-Cry-Take-Amt
               END-IF
               SUBTRACT WS-Cry-Take-Cnt FROM Cry-Cnt(WS-Cry-Scan)
               SUBTRACT WS-Cry-Take-Cnt FROM WS-Cry-Excess-Cnt
               SUBTRACT WS-Cry-Take-Amt FROM Cry-Amt(WS-Cry-Scan)
               SUBTRACT WS-Cry-Take-Amt FROM WS-Cry-Excess-Amt
               ADD WS-Cry-Take-Cnt TO WS-Cry-Net-Cnt
               ADD WS-Cry-Take-Amt TO WS-Cry-Net-Amt
           END-PERFORM
           .

       DeferSiteCarry.
      *    A full table cannot take the new item, so the left excess
      *    is reported as a difference tonight after all -- added
      *    back into the excess the caller reports.
           IF WS-Cry-Defer-Cnt > 0 OR WS-Cry-Defer-Amt > 0
               IF WS-Cry-Count >= WS-MAX-CARRY
                   DISPLAY 'WARNING: Carry-forward table full -- site '
                       WS-Cmp-ID ' left excess reported as a'
                       ' difference today.'
                   ADD WS-Cry-Defer-Cnt TO WS-Cry-Excess-Cnt
                   ADD WS-Cry-Defer-Amt TO WS-Cry-Excess-Amt
               ELSE
                   ADD 1 TO WS-Cry-Count
                   MOVE WS-Cmp-ID    TO Cry-Site(WS-Cry-Count)
                   MOVE WS-Cry-Today TO Cry-Origin(WS-Cry-Count)
                   MOVE WS-Cry-Defer-Cnt TO Cry-Cnt(WS-Cry-Count)
                   MOVE WS-Cry-Defer-Amt TO Cry-Amt(WS-Cry-Count)
                   ADD 1 TO WS-Cry-New-Items
                   ADD WS-Cry-Defer-Cnt TO WS-Cry-New-Cnt
                   ADD WS-Cry-Defer-Amt TO WS-Cry-New-Amt
               END-IF
           END-IF
           .

       EndCarryDay.
      *    Drop the items netted or aged to nothing, merge the day's
      *    new items in by site and origin date, and total what
      *    carries out.
           PERFORM SortCarryTable
           MOVE WS-Cry-Count TO WS-Cry-Base
           MOVE WS-Cry-Count TO WS-Cry-Out-Items
           PERFORM VARYING WS-Cry-Idx FROM 1 BY 1
                   UNTIL WS-Cry-Idx > WS-Cry-Count
               ADD Cry-Cnt(WS-Cry-Idx) TO WS-Cry-Out-Cnt
               ADD Cry-Amt(WS-Cry-Idx) TO WS-Cry-Out-Amt
           END-PERFORM
           .

       SortCarryTable.
           SORT CarrySortFile ON ASCENDING KEY CSort-Key
               INPUT PROCEDURE IS LoadCarrySort
               OUTPUT PROCEDURE IS StoreCarrySort
           .

       LoadCarrySort.
           PERFORM VARYING WS-Cry-Idx FROM 1 BY 1
                   UNTIL WS-Cry-Idx > WS-Cry-Count
               IF Cry-Cnt(WS-Cry-Idx) > 0 OR Cry-Amt(WS-Cry-Idx) > 0
                   MOVE Cry-Site(WS-Cry-Idx)   TO CSort-Site
                   MOVE Cry-Origin(WS-Cry-Idx) TO CSort-Origin
                   MOVE Cry-Cnt(WS-Cry-Idx)    TO CSort-Cnt
                   MOVE Cry-Amt(WS-Cry-Idx)    TO CSort-Amt
                   RELEASE CarrySortRec
               END-IF
           END-PERFORM
           .

       StoreCarrySort.
           MOVE 0 TO WS-Cry-Count
           PERFORM UNTIL 1 = 2
               RETURN CarrySortFile
                   AT END
                       EXIT PERFORM
               END-RETURN
               ADD 1 TO WS-Cry-Count
               MOVE CSort-Site   TO Cry-Site(WS-Cry-Count)
               MOVE CSort-Origin TO Cry-Origin(WS-Cry-Count)
               MOVE CSort-Cnt    TO Cry-Cnt(WS-Cry-Count)
               MOVE CSort-Amt    TO Cry-Amt(WS-Cry-Count)
           END-PERFORM
           .

       WriteCarryOut.
      *    The surviving items become the next run's CARRYIN.  With
      *    carry-forward off, or when the input overflowed the table,
      *    the input generation is copied through untouched instead.
           IF Carry-Active AND NOT Carry-Overflow
               OPEN OUTPUT CarryOutFile
               PERFORM VARYING WS-Cry-Idx FROM 1 BY 1
                       UNTIL WS-Cry-Idx > WS-Cry-Count
                   MOVE SPACES TO CarryRecord
                   MOVE Cry-Site(WS-Cry-Idx)   TO Carry-Site-ID
                   MOVE Cry-Origin(WS-Cry-Idx) TO Carry-Origin-Date
                   MOVE Cry-Cnt(WS-Cry-Idx)    TO Carry-Cnt
                   MOVE Cry-Amt(WS-Cry-Idx)    TO Carry-Amt
                   WRITE CarryRecord
               END-PERFORM
               CLOSE CarryOutFile
           ELSE
               OPEN INPUT CarryInFile
               IF WS-CryIn-Status = '00'
                   OPEN OUTPUT CarryOutFile
                   MOVE 'N' TO CRY-EOF-FLAG
                   PERFORM CopyCarryItem UNTIL CRY-EOF
                   CLOSE CarryOutFile
                   CLOSE CarryInFile
               END-IF
           END-IF
           .

       CopyCarryItem.
           READ CarryInFile
               AT END
                   MOVE 'Y' TO CRY-EOF-FLAG
               NOT AT END
                   WRITE CarryRecord FROM CarryInRecord
           END-READ
           .

       CheckThreshold.
           WRITE ReportRecord

           PERFORM WriteSummaryBlock
           PERFORM WriteCarrySection
           PERFORM RankExceptions
           PERFORM WriteExceptionDetail
           PERFORM WriteDuplicateAnalysis
           WRITE ReportRecord
           .

       WriteCarrySection.
      *    What the in-transit netting did to tonight's figures, so
      *    a reader can tie Total Difference back to the raw feeds:
      *    carried in - netted - aged out + new = carried out.
           IF Carry-Active
               MOVE SPACES TO ReportRecord
               STRING 'In-Transit Carry-Forward (window '
                   WS-Carry-Days ' days):'
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               STRING '                  Items      Count        Amount'
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE WS-Cry-In-Amt TO WS-Amt-Edit
               MOVE SPACES TO ReportRecord
               STRING '  Carried in:     ' WS-Cry-In-Items
                   '  ' WS-Cry-In-Cnt '  ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE WS-Cry-Net-Amt TO WS-Amt-Edit
               MOVE SPACES TO ReportRecord
               STRING '  Netted:                ' WS-Cry-Net-Cnt
                   '  ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE WS-Cry-Aged-Amt TO WS-Amt-Edit
               MOVE SPACES TO ReportRecord
               STRING '  Aged out:       ' WS-Cry-Aged-Items
                   '  ' WS-Cry-Aged-Cnt '  ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE WS-Cry-New-Amt TO WS-Amt-Edit
               MOVE SPACES TO ReportRecord
               STRING '  New in transit: ' WS-Cry-New-Items
                   '  ' WS-Cry-New-Cnt '  ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE WS-Cry-Out-Amt TO WS-Amt-Edit
               MOVE SPACES TO ReportRecord
               STRING '  Carried out:    ' WS-Cry-Out-Items
                   '  ' WS-Cry-Out-Cnt '  ' WS-Amt-Edit
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               STRING '  Differences above are net of in-transit'
                   ' quantity; aged-out items are reported as'
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               STRING '  left-only sites and included in Total'
                   ' Difference.'
                   DELIMITED BY SIZE INTO ReportRecord
               WRITE ReportRecord
               MOVE SPACES TO ReportRecord
               WRITE ReportRecord
           END-IF
           .

       RankExceptions.
      *    Selection sort, largest count difference first (dollar
      *    difference breaks ties), so the detail section leads with
      *    prior feed it is invisible there.  A site missing from
      *    just one side already surfaces in the Left-Only/Right-Only
      *    sections, so this section is both-sides silence only.
      *    "Active" is as of the feed date: a site not yet open or
      *    already closed that day is not expected in the feed.
           IF WS-Left-Feed-Date NOT = SPACES
               MOVE WS-Left-Feed-Date TO WS-Site-As-Of-Date
           ELSE
               MOVE WS-Report-Date TO WS-Site-As-Of-Date
           END-IF
           MOVE SPACES TO ReportRecord
           WRITE ReportRecord
           MOVE SPACES TO ReportRecord
           STRING 'Silent Sites (active on master as of '
               WS-Site-As-Of-Date ', in neither feed):'
               DELIMITED BY SIZE INTO ReportRecord
           WRITE ReportRecord
           IF NOT Site-Lookup-Active
               MOVE SPACES TO ReportRecord
               AT END
                   MOVE 'Y' TO MAST-EOF-FLAG
               NOT AT END
                   PERFORM EvaluateSiteAsOf
                   IF Site-Live
                       ADD 1 TO WS-Cov-Active
                       MOVE Site-ID   TO WS-Cov-Site-ID
                       MOVE Site-Name TO WS-Cov-Site-Name
       WriteExtract.
      *    On abort paths ExcCount, TotalDiff, and SimilarityScore
      *    hold the zeros InitDayState reset them to, so the same
      *    record sequence serves completed and aborted days.  A
      *    replay sets the day's result beside production's instead.
           IF WS-Left-Feed-Date NOT = SPACES
               MOVE WS-Left-Feed-Date TO WS-Ext-Feed-Date
           ELSE
               MOVE WS-Report-Date TO WS-Ext-Feed-Date
           END-IF
           IF Replay-Mode
               PERFORM WriteReplayDay
           ELSE
               PERFORM WriteExtractGroup
           END-IF
           .

       WriteExtractGroup.
           MOVE SPACES TO ExtractRecord
           STRING 'HDR|' WS-Report-Date '|' WS-Ext-Feed-Date
               '|' DELIMITED BY SIZE
                   DELIMITED BY SIZE INTO ExtractRecord
               WRITE ExtractRecord
           END-PERFORM
           IF Carry-Active
               MOVE WS-Cry-In-Cnt   TO WS-Cry-Cnt-Edit
               MOVE WS-Cry-In-Amt   TO WS-Cry-Amt-Edit
               MOVE WS-Cry-Net-Cnt  TO WS-Cry-Net-Cnt-Edit
               MOVE WS-Cry-Net-Amt  TO WS-Cry-Net-Amt-Edit
               MOVE WS-Cry-Aged-Cnt TO WS-Cry-Aged-Cnt-Edit
               MOVE WS-Cry-Aged-Amt TO WS-Cry-Aged-Amt-Edit
               MOVE SPACES TO ExtractRecord
               STRING 'CRY|' WS-Cry-Cnt-Edit '|' WS-Cry-Amt-Edit
                   '|' WS-Cry-Net-Cnt-Edit '|' WS-Cry-Net-Amt-Edit
                   '|' WS-Cry-Aged-Cnt-Edit '|' WS-Cry-Aged-Amt-Edit
                   DELIMITED BY SIZE INTO ExtractRecord
               WRITE ExtractRecord
           END-IF
           MOVE SPACES TO ExtractRecord
           STRING 'SUM|' TotalDiff '|' SimilarityScore
               '|' WS-Skipped-Count '|' DELIMITED BY SIZE
           END-PERFORM
           .

       WriteCaseUpdates.
      *    Every site WriteExcHistory just recorded either attaches
      *    to its open case or opens a new one keyed on the same
      *    feed date, so the case file and EXCHIST tell the same
      *    story.
           IF Case-Tracking-Active
               MOVE 0 TO WS-Cases-Opened
               MOVE 0 TO WS-Cases-Attached
               PERFORM VARYING WS-Exc-Idx FROM 1 BY 1
                       UNTIL WS-Exc-Idx > ExcCount
                   MOVE Exc-Site(WS-Exc-Idx)     TO WS-Case-Site
                   MOVE Exc-Cnt-Diff(WS-Exc-Idx) TO WS-Case-Cnt
                   MOVE Exc-Amt-Diff(WS-Exc-Idx) TO WS-Case-Amt
                   MOVE 'M' TO WS-Case-Type
                   PERFORM AttachCase
               END-PERFORM
               PERFORM VARYING WS-Only-Idx FROM 1 BY 1
                       UNTIL WS-Only-Idx > WS-LOnly-Count
                   MOVE LOnly-ID(WS-Only-Idx)  TO WS-Case-Site
                   MOVE LOnly-Cnt(WS-Only-Idx) TO WS-Case-Cnt
                   MOVE LOnly-Amt(WS-Only-Idx) TO WS-Case-Amt
                   MOVE 'L' TO WS-Case-Type
                   PERFORM AttachCase
               END-PERFORM
               PERFORM VARYING WS-Only-Idx FROM 1 BY 1
                       UNTIL WS-Only-Idx > WS-ROnly-Count
                   MOVE ROnly-ID(WS-Only-Idx)  TO WS-Case-Site
                   MOVE ROnly-Cnt(WS-Only-Idx) TO WS-Case-Cnt
                   MOVE ROnly-Amt(WS-Only-Idx) TO WS-Case-Amt
                   MOVE 'R' TO WS-Case-Type
                   PERFORM AttachCase
               END-PERFORM
               DISPLAY 'Exception cases for ' WS-Hist-Date ': '
                   WS-Cases-Opened ' opened, ' WS-Cases-Attached
                   ' attached to open cases.'
           END-IF
           .

       WriteActivity.
      *    Under the same feed date WriteHistory used; stamped with
      *    this run's start so a FORCE rerun's set supersedes the
      *    earlier one for the date.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Count
               MOVE SPACES TO ActivityRecord
               MOVE WS-Hist-Date   TO Act-Feed-Date
               MOVE WS-Report-Date TO Act-Run-Date
               MOVE WS-Start-Time  TO Act-Run-Time
               MOVE ActT-Site(WS-Act-Idx)   TO Act-Site-ID
               MOVE ActT-Region(WS-Act-Idx) TO Act-Region
               MOVE ActT-Type(WS-Act-Idx)   TO Act-Match-Type
               MOVE ActT-L-Cnt(WS-Act-Idx)  TO Act-Left-Cnt
               MOVE ActT-L-Amt(WS-Act-Idx)  TO Act-Left-Amt
               MOVE ActT-R-Cnt(WS-Act-Idx)  TO Act-Right-Cnt
               MOVE ActT-R-Amt(WS-Act-Idx)  TO Act-Right-Amt
               WRITE ActivityRecord
           END-PERFORM
           .

       AddGLAmount.
      *    Find-or-add on the region, the same coding FindRegionSlot
      *    uses ('--' unassigned, '**' past the table).
           IF WS-GL-Region = SPACES
               MOVE '--' TO WS-GL-Region
           END-IF
           MOVE 0 TO WS-GLR-Idx
           PERFORM VARYING WS-GLR-Scan FROM 1 BY 1
                   UNTIL WS-GLR-Scan > GLRCount
                       OR WS-GLR-Idx > 0
               IF GLR-Code(WS-GLR-Scan) = WS-GL-Region
                   MOVE WS-GLR-Scan TO WS-GLR-Idx
               END-IF
           END-PERFORM
           IF WS-GLR-Idx = 0
               IF GLRCount < WS-MAX-REGIONS
                   ADD 1 TO GLRCount
                   MOVE GLRCount TO WS-GLR-Idx
                   MOVE WS-GL-Region TO GLR-Code(WS-GLR-Idx)
                   MOVE 0 TO GLR-Over-Amt(WS-GLR-Idx)
                   MOVE 0 TO GLR-Under-Amt(WS-GLR-Idx)
               ELSE
                   MOVE WS-MAX-REGIONS TO WS-GLR-Idx
                   MOVE '**' TO GLR-Code(WS-GLR-Idx)
               END-IF
           END-IF
           IF GL-Over
               ADD WS-GL-Amt TO GLR-Over-Amt(WS-GLR-Idx)
           ELSE
               ADD WS-GL-Amt TO GLR-Under-Amt(WS-GLR-Idx)
           END-IF
           .

       WriteGLSummary.
      *    One R record per region with a difference, then the T
      *    record last -- GLJournal ignores a set with no T record,
      *    so an abend part way through posts nothing for the day.
      *    Stamped like the activity records so a FORCE rerun's set
      *    supersedes the earlier one for the date.
           MOVE 0 TO WS-GL-Over-Total
           MOVE 0 TO WS-GL-Under-Total
           PERFORM VARYING WS-GLR-Idx FROM 1 BY 1
                   UNTIL WS-GLR-Idx > GLRCount
               MOVE SPACES TO GLSummaryRecord
               MOVE WS-Hist-Date   TO Gls-Feed-Date
               MOVE WS-Report-Date TO Gls-Run-Date
               MOVE WS-Start-Time  TO Gls-Run-Time
               MOVE 'R'            TO Gls-Rec-Type
               MOVE GLR-Code(WS-GLR-Idx)      TO Gls-Region
               MOVE GLR-Over-Amt(WS-GLR-Idx)  TO Gls-Over-Amt
               MOVE GLR-Under-Amt(WS-GLR-Idx) TO Gls-Under-Amt
               MOVE 0 TO Gls-Total-Amt
               MOVE 0 TO Gls-Region-Count
               WRITE GLSummaryRecord
               ADD GLR-Over-Amt(WS-GLR-Idx)  TO WS-GL-Over-Total
               ADD GLR-Under-Amt(WS-GLR-Idx) TO WS-GL-Under-Total
           END-PERFORM
           MOVE SPACES TO GLSummaryRecord
           MOVE WS-Hist-Date   TO Gls-Feed-Date
           MOVE WS-Report-Date TO Gls-Run-Date
           MOVE WS-Start-Time  TO Gls-Run-Time
           MOVE 'T'            TO Gls-Rec-Type
           MOVE WS-GL-Over-Total  TO Gls-Over-Amt
           MOVE WS-GL-Under-Total TO Gls-Under-Amt
           MOVE TotalAmtDiff      TO Gls-Total-Amt
           MOVE GLRCount          TO Gls-Region-Count
           WRITE GLSummaryRecord
           .

       AttachCase.
      *    A site has at most one open case.  Its cases sort by open
      *    date under the site ID, so position at the site's lowest
      *    key and read forward through its cases for the open one.
           MOVE 'N' TO WS-Case-Found-Flag
           MOVE WS-Case-Site TO Case-Site-ID
           MOVE LOW-VALUES TO Case-Open-Date
           START CaseFile KEY NOT < Case-Key
               INVALID KEY
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO CASE-EOF-FLAG
           END-START
           PERFORM FindOpenCase UNTIL CASE-EOF OR Case-Found
           IF Case-Found
               PERFORM UpdateOpenCase
           ELSE
               PERFORM OpenNewCase
           END-IF
           .

       FindOpenCase.
           READ CaseFile NEXT
               AT END
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT AT END
                   IF Case-Site-ID NOT = WS-Case-Site
                       MOVE 'Y' TO CASE-EOF-FLAG
                   ELSE
                       IF Case-Status = 'O'
                           MOVE 'Y' TO WS-Case-Found-Flag
                       END-IF
                   END-IF
           END-READ
           .

       UpdateOpenCase.
      *    Only a feed date later than the case's latest occurrence
      *    counts as a new occurrence.  The same date again is a
      *    FORCE rerun or a second exception type for the day, and
      *    just refreshes the figures; an earlier date (a FORCE
      *    rerun of an older day) leaves the case as it stands.
           IF WS-Hist-Date > Case-Last-Date
               ADD 1 TO Case-Occurrences
           END-IF
           IF WS-Hist-Date NOT < Case-Last-Date
               MOVE WS-Hist-Date  TO Case-Last-Date
               MOVE WS-Case-Type  TO Case-Last-Type
               MOVE WS-Case-Cnt   TO Case-Cnt-Diff
               MOVE WS-Case-Amt   TO Case-Amt-Diff
               MOVE WS-Report-Date TO Case-Updated-Date
               REWRITE CaseRecord
                   INVALID KEY
                       DISPLAY 'WARNING: Unable to update case for'
                           ' site ' WS-Case-Site ', status '
                           WS-Case-Status '.'
                   NOT INVALID KEY
                       ADD 1 TO WS-Cases-Attached
               END-REWRITE
           END-IF
           .

       OpenNewCase.
           MOVE SPACES TO CaseRecord
           MOVE WS-Case-Site   TO Case-Site-ID
           MOVE WS-Hist-Date   TO Case-Open-Date
           MOVE 'O'            TO Case-Status
           MOVE WS-Case-Type   TO Case-First-Type
           MOVE WS-Case-Type   TO Case-Last-Type
           MOVE WS-Hist-Date   TO Case-Last-Date
           MOVE 1              TO Case-Occurrences
           MOVE WS-Case-Cnt    TO Case-Cnt-Diff
           MOVE WS-Case-Amt    TO Case-Amt-Diff
           MOVE 0              TO Case-Reopen-Count
           MOVE WS-Report-Date TO Case-Updated-Date
           WRITE CaseRecord
               INVALID KEY
      *            The site already has a case opened on this feed
      *            date and it has since been resolved -- a FORCE
      *            rerun of that day.  The closed case is left as
      *            the analyst closed it; REOPEN is a CaseMaint card.
                   DISPLAY 'WARNING: Site ' WS-Case-Site ' case of '
                       WS-Hist-Date ' is closed -- not reopened.'
               NOT INVALID KEY
                   ADD 1 TO WS-Cases-Opened
           END-WRITE
           .

       CloseFile.
           CLOSE LeftFile
           CLOSE RightFile
           CLOSE ReportFile
           IF Site-Lookup-Active
               CLOSE SiteMaster
           END-IF
           IF Replay-Mode
               CLOSE ReplayReport
           ELSE
               PERFORM CloseOutputs
           END-IF
           .

       CloseOutputs.
           CLOSE ExtractFile
           CLOSE SuspenseFile
           CLOSE CheckpointFile
           PERFORM CloseHistory
           CLOSE ExcHistFile
           CLOSE ActivityFile
           CLOSE GLSummaryFile
           IF Case-Tracking-Active
               CLOSE CaseFile
           END-IF
           PERFORM WriteCarryOut
           CLOSE AuditFile
           .

       WriteReplayDay.
      *    The day's block: production's status, Total Difference,
      *    and exception counts beside the candidate's, then the
      *    regional results, with the tier shift counted for the
      *    summary.
           PERFORM LoadReplayActual
           MOVE WS-Run-Status TO WS-Rpl-Status-Work
           PERFORM RateReplayTier
           MOVE WS-Rpl-Tier TO WS-Rpl-Sim-Tier
           IF Rpl-Actual-Found
               MOVE WS-Rpl-Act-Status TO WS-Rpl-Status-Work
               PERFORM RateReplayTier
               MOVE WS-Rpl-Tier TO WS-Rpl-Act-Tier
           ELSE
               MOVE 'NO EXTRACT' TO WS-Rpl-Act-Status
               MOVE 4 TO WS-Rpl-Act-Tier
           END-IF
           ADD 1 TO WS-Rpl-Days
      *    Exception lines each cap would drop from the detail: the
      *    extract carries every site over tolerance as an M line,
      *    so production's count is measured against its own cap.
           MOVE 0 TO WS-Rpl-Cut-Act
           MOVE 0 TO WS-Rpl-Cut-Sim
           IF Rpl-Actual-Found AND WS-Rpl-Act-M > WS-Prod-Top-N
               COMPUTE WS-Rpl-Cut-Act = WS-Rpl-Act-M - WS-Prod-Top-N
           END-IF
           IF ExcCount > WS-Top-N
               COMPUTE WS-Rpl-Cut-Sim = ExcCount - WS-Top-N
           END-IF
           ADD WS-Rpl-Cut-Act TO WS-Rpl-Cut-Act-Tot
           ADD WS-Rpl-Cut-Sim TO WS-Rpl-Cut-Sim-Tot
           ADD 1 TO RplTier-Act(WS-Rpl-Act-Tier)
           ADD 1 TO RplTier-Sim(WS-Rpl-Sim-Tier)
           ADD 1 TO RplShift-Cell(WS-Rpl-Act-Tier, WS-Rpl-Sim-Tier)
           MOVE SPACES TO WS-Rpl-Mark
           IF WS-Rpl-Act-Tier NOT = WS-Rpl-Sim-Tier
               ADD 1 TO WS-Rpl-Changed
               MOVE '*CHANGED*' TO WS-Rpl-Mark
               IF WS-Rpl-Act-Tier < 4 AND WS-Rpl-Sim-Tier < 4
                   IF WS-Rpl-Sim-Tier > WS-Rpl-Act-Tier
                       ADD 1 TO WS-Rpl-Escalated
                   ELSE
                       ADD 1 TO WS-Rpl-Relaxed
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO ReplayRecord
           IF Rpl-Actual-Found
               STRING 'Feed date ' WS-Ext-Feed-Date
                   '  (production run ' WS-Rpl-Act-Run-Date ')'
                   DELIMITED BY SIZE INTO ReplayRecord
           ELSE
               STRING 'Feed date ' WS-Ext-Feed-Date
                   '  (no completed production extract)'
                   DELIMITED BY SIZE INTO ReplayRecord
           END-IF
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '                             Actual'
               '            Simulated'
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Status                     ' WS-Rpl-Act-Status
               '  ' WS-Run-Status '  ' WS-Rpl-Mark
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Total Difference           ' WS-Rpl-Act-Diff
               '         ' TotalDiff
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Matched over tolerance     ' WS-Rpl-Act-M
               '             ' ExcCount
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Cut by TOP-N               ' WS-Rpl-Cut-Act
               '             ' WS-Rpl-Cut-Sim
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Left-only                  ' WS-Rpl-Act-L
               '             ' WS-LOnly-Count
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Right-only                 ' WS-Rpl-Act-R
               '             ' WS-ROnly-Count
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           IF RgnCount > 0 OR RplRgnCount > 0
               MOVE SPACES TO ReplayRecord
               STRING '  Region  Pairs A/S   Difference A/S'
                   '          Excs A/S        Rejects A/S'
                   DELIMITED BY SIZE INTO ReplayRecord
               WRITE ReplayRecord
               PERFORM VARYING WS-Rgn-Idx FROM 1 BY 1
                       UNTIL WS-Rgn-Idx > RgnCount
                   PERFORM WriteReplayRegion
               END-PERFORM
               PERFORM VARYING WS-RplR-Idx FROM 1 BY 1
                       UNTIL WS-RplR-Idx > RplRgnCount
                   IF RplR-Shown(WS-RplR-Idx) NOT = 'Y'
                       MOVE SPACES TO ReplayRecord
                       STRING '    ' RplR-Code(WS-RplR-Idx)
                           '    ' RplR-Pairs(WS-RplR-Idx) ' 0000'
                           '   ' RplR-Diff(WS-RplR-Idx) ' 000000000'
                           '     ' RplR-Exc(WS-RplR-Idx) ' 0000'
                           '       ' RplR-Rejects(WS-RplR-Idx) ' 0000'
                           DELIMITED BY SIZE INTO ReplayRecord
                       WRITE ReplayRecord
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO ReplayRecord
           WRITE ReplayRecord
           .

       WriteReplayRegion.
      *    The simulated region beside production's figures for the
      *    same code; a region production never reported shows
      *    zeros on the actual side.
           MOVE 0 TO WS-RplR-Idx
           PERFORM VARYING WS-RplR-Scan FROM 1 BY 1
                   UNTIL WS-RplR-Scan > RplRgnCount
                       OR WS-RplR-Idx > 0
               IF RplR-Code(WS-RplR-Scan) = Rgn-Code(WS-Rgn-Idx)
                       AND RplR-Shown(WS-RplR-Scan) NOT = 'Y'
                   MOVE WS-RplR-Scan TO WS-RplR-Idx
               END-IF
           END-PERFORM
           MOVE SPACES TO ReplayRecord
           IF WS-RplR-Idx > 0
               MOVE 'Y' TO RplR-Shown(WS-RplR-Idx)
               STRING '    ' Rgn-Code(WS-Rgn-Idx)
                   '    ' RplR-Pairs(WS-RplR-Idx)
                   ' ' Rgn-Pairs(WS-Rgn-Idx)
                   '   ' RplR-Diff(WS-RplR-Idx)
                   ' ' Rgn-Diff(WS-Rgn-Idx)
                   '     ' RplR-Exc(WS-RplR-Idx)
                   ' ' Rgn-Exc(WS-Rgn-Idx)
                   '       ' RplR-Rejects(WS-RplR-Idx)
                   ' ' Rgn-Rejects(WS-Rgn-Idx)
                   DELIMITED BY SIZE INTO ReplayRecord
           ELSE
               STRING '    ' Rgn-Code(WS-Rgn-Idx)
                   '    0000 ' Rgn-Pairs(WS-Rgn-Idx)
                   '   000000000 ' Rgn-Diff(WS-Rgn-Idx)
                   '     0000 ' Rgn-Exc(WS-Rgn-Idx)
                   '       0000 ' Rgn-Rejects(WS-Rgn-Idx)
                   DELIMITED BY SIZE INTO ReplayRecord
           END-IF
           WRITE ReplayRecord
           .

       LoadReplayActual.
      *    EXTRIN is reread for each replayed day -- the retained
      *    generations are few enough that holding every group's
      *    regions in storage would buy nothing.
           MOVE 'N' TO WS-Rpl-Found-Flag
           MOVE 'N' TO WS-Extr-Group-Flag
           MOVE SPACES TO WS-Rpl-Act-Status
           MOVE SPACES TO WS-Rpl-Act-Run-Date
           MOVE 0 TO WS-Rpl-Act-Diff
           MOVE 0 TO WS-Rpl-Act-M
           MOVE 0 TO WS-Rpl-Act-L
           MOVE 0 TO WS-Rpl-Act-R
           MOVE 0 TO RplRgnCount
           OPEN INPUT ExtrInFile
           IF WS-Extr-Status = '00'
               MOVE 'N' TO EXTR-EOF-FLAG
               PERFORM ScanActualLine
                   UNTIL EXTR-EOF OR Rpl-Actual-Found
               CLOSE ExtrInFile
           END-IF
           .

       ScanActualLine.
           READ ExtrInFile
               AT END
                   MOVE 'Y' TO EXTR-EOF-FLAG
               NOT AT END
                   MOVE ExtrInRecord TO WS-Extr-Line
                   IF WS-EL-Type = 'HDR'
                       PERFORM StartActualGroup
                   ELSE
                       IF Extr-In-Group
                           PERFORM NoteActualLine
                       END-IF
                   END-IF
           END-READ
           .

       StartActualGroup.
      *    Keyed on the HDR feed date in columns 16-25; generations
      *    old enough to predate it fall back to the run date.
           IF ExtrInRecord(16:4) NUMERIC
                   AND ExtrInRecord(20:1) = '-'
               MOVE ExtrInRecord(16:10) TO WS-Extr-Date
           ELSE
               MOVE ExtrInRecord(5:10) TO WS-Extr-Date
           END-IF
           IF WS-Extr-Date = WS-Ext-Feed-Date
               MOVE 'Y' TO WS-Extr-Group-Flag
               MOVE ExtrInRecord(5:10) TO WS-Rpl-Act-Run-Date
               MOVE 0 TO WS-Rpl-Act-Diff
               MOVE 0 TO WS-Rpl-Act-M
               MOVE 0 TO WS-Rpl-Act-L
               MOVE 0 TO WS-Rpl-Act-R
               MOVE 0 TO RplRgnCount
           ELSE
               MOVE 'N' TO WS-Extr-Group-Flag
           END-IF
           .

       NoteActualLine.
      *    DTL|site|cnt|amt|flag counts by flag (generations before
      *    the flag count as matched), RGN|region|pairs|diff|excs|
      *    rejects is kept per region, and the SUM closes the
      *    group.  An aborted group is passed over, so an older
      *    completed group for the date is found instead.
           MOVE SPACES TO WS-Rpl-Fields
           UNSTRING ExtrInRecord DELIMITED BY '|'
               INTO WS-Rpl-Tag WS-Rpl-F1 WS-Rpl-F2 WS-Rpl-F3
                   WS-Rpl-F4 WS-Rpl-F5
           IF WS-EL-Type = 'DTL'
               IF WS-Rpl-F4(1:1) = 'L'
                   ADD 1 TO WS-Rpl-Act-L
               ELSE
               IF WS-Rpl-F4(1:1) = 'R'
                   ADD 1 TO WS-Rpl-Act-R
               ELSE
                   ADD 1 TO WS-Rpl-Act-M
               END-IF
               END-IF
           ELSE
           IF WS-EL-Type = 'RGN'
               IF RplRgnCount < WS-MAX-REGIONS
                   ADD 1 TO RplRgnCount
                   MOVE WS-Rpl-F1(1:2) TO RplR-Code(RplRgnCount)
                   COMPUTE RplR-Pairs(RplRgnCount) =
                       FUNCTION NUMVAL(WS-Rpl-F2)
                   COMPUTE RplR-Diff(RplRgnCount) =
                       FUNCTION NUMVAL(WS-Rpl-F3)
                   COMPUTE RplR-Exc(RplRgnCount) =
                       FUNCTION NUMVAL(WS-Rpl-F4)
                   COMPUTE RplR-Rejects(RplRgnCount) =
                       FUNCTION NUMVAL(WS-Rpl-F5)
                   MOVE 'N' TO RplR-Shown(RplRgnCount)
               END-IF
           ELSE
           IF WS-EL-Type = 'SUM'
               IF WS-Rpl-F4(1:5) = 'ABORT'
                   MOVE 'N' TO WS-Extr-Group-Flag
               ELSE
                   COMPUTE WS-Rpl-Act-Diff =
                       FUNCTION NUMVAL(WS-Rpl-F1)
                   MOVE WS-Rpl-F4 TO WS-Rpl-Act-Status
                   MOVE 'Y' TO WS-Rpl-Found-Flag
               END-IF
           END-IF
           END-IF
           END-IF
           .

       RateReplayTier.
           IF WS-Rpl-Status-Work = 'NORMAL'
               MOVE 1 TO WS-Rpl-Tier
           ELSE
           IF WS-Rpl-Status-Work = 'WARNING'
               MOVE 2 TO WS-Rpl-Tier
           ELSE
           IF WS-Rpl-Status-Work = 'CRITICAL'
               MOVE 3 TO WS-Rpl-Tier
           ELSE
               MOVE 4 TO WS-Rpl-Tier
           END-IF
           END-IF
           END-IF
           .

       WriteReplaySummary.
      *    How the candidate would have moved the nightly RC
      *    distribution over the replayed range: days per tier on
      *    each side, then every actual-to-simulated transition.
           MOVE SPACES TO ReplayRecord
           STRING 'RC Distribution - Actual vs Simulated'
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING '  Tier               Actual  Simulated   Shift'
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           PERFORM VARYING WS-Rpl-Act-Idx FROM 1 BY 1
                   UNTIL WS-Rpl-Act-Idx > 4
               COMPUTE WS-Rpl-Shift = RplTier-Sim(WS-Rpl-Act-Idx)
                   - RplTier-Act(WS-Rpl-Act-Idx)
               MOVE WS-Rpl-Shift TO WS-Rpl-Shift-Edit
               MOVE SPACES TO ReplayRecord
               STRING '  ' RplTier-Label(WS-Rpl-Act-Idx)
                   '    ' RplTier-Act(WS-Rpl-Act-Idx)
                   '      ' RplTier-Sim(WS-Rpl-Act-Idx)
                   '   ' WS-Rpl-Shift-Edit
                   DELIMITED BY SIZE INTO ReplayRecord
               WRITE ReplayRecord
           END-PERFORM
           MOVE SPACES TO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING 'Days replayed: ' WS-Rpl-Days
               '  Tier changed: ' WS-Rpl-Changed
               '  Escalated: ' WS-Rpl-Escalated
               '  Relaxed: ' WS-Rpl-Relaxed
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           MOVE SPACES TO ReplayRecord
           STRING 'Exception lines cut by TOP-N - Actual: '
               WS-Rpl-Cut-Act-Tot '  Simulated: ' WS-Rpl-Cut-Sim-Tot
               DELIMITED BY SIZE INTO ReplayRecord
           WRITE ReplayRecord
           IF WS-Rpl-Changed > 0
               MOVE SPACES TO ReplayRecord
               STRING 'Transitions (actual -> simulated):'
                   DELIMITED BY SIZE INTO ReplayRecord
               WRITE ReplayRecord
               PERFORM VARYING WS-Rpl-Act-Idx FROM 1 BY 1
                       UNTIL WS-Rpl-Act-Idx > 4
                   AFTER WS-Rpl-Sim-Idx FROM 1 BY 1
                       UNTIL WS-Rpl-Sim-Idx > 4
                   IF WS-Rpl-Act-Idx NOT = WS-Rpl-Sim-Idx
                           AND RplShift-Cell(WS-Rpl-Act-Idx,
                               WS-Rpl-Sim-Idx) > 0
                       MOVE SPACES TO ReplayRecord
                       STRING '  ' RplTier-Label(WS-Rpl-Act-Idx)
                           ' -> ' RplTier-Label(WS-Rpl-Sim-Idx)
                           '  ' RplShift-Cell(WS-Rpl-Act-Idx,
                               WS-Rpl-Sim-Idx)
                           ' day(s)'
                           DELIMITED BY SIZE INTO ReplayRecord
                       WRITE ReplayRecord
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO ReplayRecord
               STRING 'No feed day changes tier under the candidate'
                   ' controls.' DELIMITED BY SIZE INTO ReplayRecord
               WRITE ReplayRecord
           END-IF
           .
