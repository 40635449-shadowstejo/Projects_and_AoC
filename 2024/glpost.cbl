       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJournal.

      *****************************************************************
      * General ledger journal interface for the reconciliation's
      * dollar differences.  ReconcileLists appends each completed
      * feed day's Total Difference (amount), split by SITEMST
      * region and by direction, to the GL posting summary
      * (GLSUMIN); this program turns every day not yet posted into
      * a balanced journal on the GL interface file (GLJRNL):
      *   ordering over fulfillment   DR suspense   CR clearing
      *   fulfillment over ordering   DR clearing   CR suspense
      * with the region's accounts taken from the account-mapping
      * control file (GLACCTS), so accounting no longer keys the
      * unreconciled dollars in by hand from REPORTFILE.  Each
      * journal carries an HDR and a TRL with its line count and
      * debit/credit totals for the GL load to validate, and the
      * posting register (GLREG) prints every line with the tie-out
      * of the journal's debits to the day's Total Difference.
      *
      * Every record sent is also kept on the posted-journal ledger
      * (GLPOSTIN -> GLPOSTOUT), which is how a day is known to be
      * posted.  A FORCE rerun of a feed date leaves a newer summary
      * set for the date: its journal goes out behind a reversing
      * journal that backs out, line for line, the one already
      * posted, so the date is never double-posted.  Days are picked
      * up whenever this runs -- a night the step is skipped posts
      * nothing and the next run posts the days it missed.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSumInFile ASSIGN TO "GLSUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sum-Status.
           SELECT AcctMapFile ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Map-Status.
           SELECT LedgerInFile ASSIGN TO "GLPOSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LedgerIn-Status.
           SELECT LedgerOutFile ASSIGN TO "GLPOSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LedgerOut-Status.
           SELECT JournalFile ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Jrnl-Status.
           SELECT RegisterFile ASSIGN TO "GLREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLSumInFile.
           COPY GLSUMREC.

      *****************************************************************
      * Account-mapping cards, one per region:
      *   cols  1-7   region code as on SITEMST ('--' = sites with no
      *               region), or DEFAULT for every region not
      *               carded, ReconcileLists' '**' overflow bucket
      *               included -- the DEFAULT card is required
      *   col   8     (blank)
      *   cols  9-20  suspense account
      *   col  21     (blank)
      *   cols 22-33  clearing account
      *   col  34     (blank)
      *   cols 35-54  description, printed on the register
      * '*' in column 1 comments a card out; blank cards are skipped.
      *****************************************************************
       FD  AcctMapFile.
       01  AcctMapCard.
           05  Map-Card-Region   PIC X(7).
           05  FILLER            PIC X(1).
           05  Map-Card-Susp     PIC X(12).
           05  FILLER            PIC X(1).
           05  Map-Card-Clear    PIC X(12).
           05  FILLER            PIC X(1).
           05  Map-Card-Desc     PIC X(20).
           05  FILLER            PIC X(26).

      *****************************************************************
      * Posted-journal ledger: GLPOSTIN is the generation the last run
      * left, GLPOSTOUT this run's -- the input copied through first,
      * then every record this run sends.  The copy is made before
      * anything else can end the run, so every generation is a
      * complete ledger.
      *****************************************************************
       FD  LedgerInFile.
       01  LedgerInRecord    PIC X(100).

       FD  LedgerOutFile.
       01  LedgerOutRecord   PIC X(100).

       FD  JournalFile.
       01  JournalRecord     PIC X(100).

       FD  RegisterFile.
       01  RegisterRecord    PIC X(100).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * Journal records are built here and written to both the
      * interface file and the ledger; ledger records are read back
      * into it.
      *****************************************************************
           COPY GLJRNREC.
       01  SUM-EOF-FLAG   PIC X VALUE 'N'.
           88  SUM-EOF     VALUE 'Y'.
       01  MAP-EOF-FLAG   PIC X VALUE 'N'.
           88  MAP-EOF     VALUE 'Y'.
       01  LEDGER-EOF-FLAG PIC X VALUE 'N'.
           88  LEDGER-EOF  VALUE 'Y'.
       01  WS-Sum-Status   PIC X(2) VALUE '00'.
       01  WS-Map-Status   PIC X(2) VALUE '00'.
       01  WS-LedgerIn-Status  PIC X(2) VALUE '00'.
       01  WS-LedgerOut-Status PIC X(2) VALUE '00'.
       01  WS-Jrnl-Status  PIC X(2) VALUE '00'.
       01  WS-Capacity-Flag PIC X VALUE 'Y'.
           88  Capacity-Valid   VALUE 'Y'.
           88  Capacity-Invalid VALUE 'N'.
       01  WS-Capacity-Table PIC X(30) VALUE SPACES.
       01  WS-Capacity-Max   PIC 9(5) VALUE 0.
      *****************************************************************
      * Account map, loaded from GLACCTS.
      *****************************************************************
       01  WS-MAX-MAP      PIC 9(3) VALUE 100.
       01  MapTable.
           05  MapEntry OCCURS 100 TIMES.
               10  Map-Region    PIC X(7).
               10  Map-Susp      PIC X(12).
               10  Map-Clear     PIC X(12).
               10  Map-Desc      PIC X(20).
       01  MapCount        PIC 9(3) VALUE 0.
       01  WS-Map-Idx      PIC 9(3).
       01  WS-Map-Scan     PIC 9(3).
       01  WS-Map-Default  PIC 9(3) VALUE 0.
       01  WS-Map-Read     PIC 9(5) VALUE 0.
       01  WS-Map-Rejects  PIC 9(5) VALUE 0.
      *****************************************************************
      * Journals already on the ledger, one entry per HDR.  The live
      * journal for a feed date is its N journal not yet reversed --
      * at most one per date.
      *****************************************************************
       01  WS-MAX-POSTED   PIC 9(5) VALUE 5000.
       01  PostedTable.
           05  PostedEntry OCCURS 5000 TIMES.
               10  Pst-Ref        PIC X(13).
               10  Pst-Feed-Date  PIC X(10).
               10  Pst-Kind       PIC X(1).
               10  Pst-Src-Stamp  PIC X(18).
               10  Pst-Debits     PIC 9(13)V99.
               10  Pst-Reversed   PIC X(1).
       01  PostedCount     PIC 9(5) VALUE 0.
       01  WS-Pst-Idx      PIC 9(5).
       01  WS-Pst-Cur      PIC 9(5) VALUE 0.
       01  WS-Live-Idx     PIC 9(5) VALUE 0.
       01  WS-Ledger-Read  PIC 9(7) VALUE 0.
      *****************************************************************
      * Summary sets waiting to post, one per feed date (a newer set
      * for a date replaces an older one not yet posted), and their
      * region lines.
      *****************************************************************
       01  WS-MAX-SETS     PIC 9(4) VALUE 1000.
       01  SetTable.
           05  SetEntry OCCURS 1000 TIMES.
               10  Set-Feed-Date  PIC X(10).
               10  Set-Run-Date   PIC X(10).
               10  Set-Run-Time   PIC X(8).
               10  Set-Stamp      PIC X(18).
               10  Set-First      PIC 9(5).
               10  Set-Lines      PIC 9(3).
               10  Set-Over-Amt   PIC 9(11)V99.
               10  Set-Under-Amt  PIC 9(11)V99.
               10  Set-Total-Amt  PIC 9(11)V99.
               10  Set-Rgn-Count  PIC 9(2).
               10  Set-Dropped    PIC X(1).
               10  Set-Live-Idx   PIC 9(5).
       01  SetCount        PIC 9(4) VALUE 0.
       01  WS-Set-Idx      PIC 9(4).
       01  WS-Set-Scan     PIC 9(4).
       01  WS-MAX-LINES    PIC 9(5) VALUE 5000.
       01  LineTable.
           05  LineEntry OCCURS 5000 TIMES.
               10  Lin-Region     PIC X(2).
               10  Lin-Over-Amt   PIC 9(11)V99.
               10  Lin-Under-Amt  PIC 9(11)V99.
       01  LineCount       PIC 9(5) VALUE 0.
       01  WS-Lin-Idx      PIC 9(5).
       01  WS-Lin-Last     PIC 9(5).
      *****************************************************************
      * Lines of the journals being reversed, collected from the
      * ledger before anything is written.
      *****************************************************************
       01  WS-MAX-REVLINES PIC 9(5) VALUE 5000.
       01  RevLineTable.
           05  RevLineEntry OCCURS 5000 TIMES.
               10  Rev-Set-Idx    PIC 9(4).
               10  Rev-Account    PIC X(12).
               10  Rev-DrCr       PIC X(1).
               10  Rev-Amount     PIC 9(11)V99.
               10  Rev-Region     PIC X(2).
       01  RevLineCount    PIC 9(5) VALUE 0.
       01  WS-Rev-Idx      PIC 9(5).
       01  WS-Reversals-Due PIC 9(4) VALUE 0.
      *****************************************************************
      * The summary set being read.
      *****************************************************************
       01  WS-Cur-Key.
           05  WS-Cur-Feed-Date PIC X(10).
           05  WS-Cur-Stamp.
               10  WS-Cur-Run-Date PIC X(10).
               10  WS-Cur-Run-Time PIC X(8).
       01  WS-Rec-Key.
           05  WS-Rec-Feed-Date PIC X(10).
           05  WS-Rec-Run-Date  PIC X(10).
           05  WS-Rec-Run-Time  PIC X(8).
       01  WS-Cur-First    PIC 9(5) VALUE 0.
       01  WS-Cur-Open-Flag PIC X VALUE 'N'.
           88  Cur-Set-Open   VALUE 'Y'.
       01  WS-Sum-Read     PIC 9(7) VALUE 0.
       01  WS-Sets-Read    PIC 9(5) VALUE 0.
       01  WS-Sets-Posted-Before PIC 9(5) VALUE 0.
       01  WS-Sets-Superseded PIC 9(5) VALUE 0.
       01  WS-Sets-Incomplete PIC 9(5) VALUE 0.
       01  WS-Sets-Held    PIC 9(5) VALUE 0.
      *****************************************************************
      * The journal being written.
      *****************************************************************
       01  WS-Jrn-Ref.
           05  WS-JR-Prefix   PIC X(2).
           05  WS-JR-YYYY     PIC X(4).
           05  WS-JR-MM       PIC X(2).
           05  WS-JR-DD       PIC X(2).
           05  FILLER         PIC X(1) VALUE '-'.
           05  WS-JR-Version  PIC 9(2).
       01  WS-Feed-Date-Work.
           05  WS-FD-YYYY     PIC X(4).
           05  FILLER         PIC X(1).
           05  WS-FD-MM       PIC X(2).
           05  FILLER         PIC X(1).
           05  WS-FD-DD       PIC X(2).
       01  WS-Version      PIC 9(2).
       01  WS-Jrn-Lines    PIC 9(5).
       01  WS-Jrn-Debits   PIC 9(13)V99.
       01  WS-Jrn-Credits  PIC 9(13)V99.
       01  WS-Line-Account PIC X(12).
       01  WS-Line-DrCr    PIC X(1).
       01  WS-Line-Amt     PIC 9(11)V99.
       01  WS-Line-Region  PIC X(2).
       01  WS-Line-Desc    PIC X(30).
       01  WS-Susp-Acct    PIC X(12).
       01  WS-Clear-Acct   PIC X(12).
       01  WS-Map-Note     PIC X(20).
       01  WS-Tie-Flag     PIC X VALUE 'Y'.
           88  Set-Ties       VALUE 'Y'.
       01  WS-Chk-Over     PIC 9(11)V99.
       01  WS-Chk-Under    PIC 9(11)V99.
       01  WS-Chk-Total    PIC 9(13)V99.
       01  WS-Journals-New PIC 9(5) VALUE 0.
       01  WS-Journals-Rev PIC 9(5) VALUE 0.
       01  WS-File-Lines   PIC 9(7) VALUE 0.
       01  WS-File-Debits  PIC 9(13)V99 VALUE 0.
       01  WS-File-Credits PIC 9(13)V99 VALUE 0.
       01  WS-Default-Used PIC 9(5) VALUE 0.
       01  WS-Amt-Edit     PIC Z(10)9.99.
       01  WS-Amt-Edit2    PIC Z(12)9.99.
       01  WS-Tot-Edit     PIC Z(12)9.99.
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

       PROCEDURE DIVISION.
       MainSection.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           PERFORM LoadLedger
           PERFORM OpenFiles
           PERFORM LoadAccountMap
           IF Capacity-Valid
               PERFORM LoadSummarySets
           END-IF
           IF Capacity-Valid AND WS-Reversals-Due > 0
               PERFORM CollectReversals
           END-IF
           PERFORM WriteRegisterHeading
           IF Capacity-Invalid
               MOVE SPACES TO RegisterRecord
               STRING 'More than ' WS-Capacity-Max ' '
                   WS-Capacity-Table ' -- capacity exceeded.'
                   DELIMITED BY SIZE INTO RegisterRecord
               WRITE RegisterRecord
               MOVE SPACES TO RegisterRecord
               STRING '  Run aborted to avoid silent truncation'
                   ' of data.  Nothing was posted.'
                   DELIMITED BY SIZE INTO RegisterRecord
               WRITE RegisterRecord
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Set-Idx FROM 1 BY 1
                       UNTIL WS-Set-Idx > SetCount
                   IF Set-Dropped(WS-Set-Idx) = 'N'
                       PERFORM PostOneSet
                   END-IF
               END-PERFORM
               IF WS-Journals-New = 0 AND WS-Sets-Held = 0
                   MOVE 'No feed days waiting to post.'
                       TO RegisterRecord
                   WRITE RegisterRecord
                   MOVE SPACES TO RegisterRecord
                   WRITE RegisterRecord
               END-IF
               PERFORM WriteRegisterSummary
               IF WS-Sets-Held > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-Map-Rejects > 0 OR WS-Default-Used > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           CLOSE JournalFile
           CLOSE LedgerOutFile
           CLOSE RegisterFile
           GOBACK.

       OpenFiles.
           OPEN INPUT GLSumInFile
           IF WS-Sum-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open GL posting summary, '
                   'status ' WS-Sum-Status '.'
               CLOSE LedgerOutFile
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AcctMapFile
           IF WS-Map-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open account map, '
                   'status ' WS-Map-Status '.'
               CLOSE LedgerOutFile
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JournalFile
           IF WS-Jrnl-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open GL journal file, '
                   'status ' WS-Jrnl-Status '.'
               CLOSE LedgerOutFile
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RegisterFile
           .

       LoadAccountMap.
           MOVE 'N' TO MAP-EOF-FLAG
           PERFORM ReadMapCard UNTIL MAP-EOF
           CLOSE AcctMapFile
           IF WS-Map-Default = 0
      *        Without a catch-all a region missing from the map
      *        would have nowhere to post and the journal could not
      *        balance -- stop before anything goes to the GL.
               DISPLAY 'ERROR: Account map has no DEFAULT card'
                   ' -- nothing posted.'
               MOVE SPACES TO RegisterRecord
               STRING 'GL Posting Register - Run Date: '
                   WS-Report-Date DELIMITED BY SIZE
                   INTO RegisterRecord
               WRITE RegisterRecord
               MOVE SPACES TO RegisterRecord
               STRING 'Account map (GLACCTS) has no DEFAULT'
                   ' card -- run aborted, nothing posted.'
                   DELIMITED BY SIZE INTO RegisterRecord
               WRITE RegisterRecord
               CLOSE RegisterFile
               CLOSE JournalFile
               CLOSE LedgerOutFile
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       ReadMapCard.
           READ AcctMapFile
               AT END
                   MOVE 'Y' TO MAP-EOF-FLAG
               NOT AT END
                   IF AcctMapCard NOT = SPACES
                           AND AcctMapCard(1:1) NOT = '*'
                       ADD 1 TO WS-Map-Read
                       PERFORM EditMapCard
                   END-IF
           END-READ
           .

       EditMapCard.
           MOVE 0 TO WS-Map-Idx
           PERFORM VARYING WS-Map-Scan FROM 1 BY 1
                   UNTIL WS-Map-Scan > MapCount OR WS-Map-Idx > 0
               IF Map-Region(WS-Map-Scan) = Map-Card-Region
                   MOVE WS-Map-Scan TO WS-Map-Idx
               END-IF
           END-PERFORM
           IF Map-Card-Region = SPACES
                   OR (Map-Card-Region(3:5) NOT = SPACES
                       AND Map-Card-Region NOT = 'DEFAULT')
                   OR Map-Card-Susp = SPACES
                   OR Map-Card-Clear = SPACES
                   OR Map-Card-Susp = Map-Card-Clear
               ADD 1 TO WS-Map-Rejects
               DISPLAY 'WARNING: Account map card rejected -- a'
                   ' 2-character region or DEFAULT and two different'
                   ' accounts are required: ' AcctMapCard(1:33)
           ELSE
           IF WS-Map-Idx > 0
               ADD 1 TO WS-Map-Rejects
               DISPLAY 'WARNING: Account map card rejected --'
                   ' region ' Map-Card-Region ' carded twice.'
           ELSE
           IF MapCount >= WS-MAX-MAP
               ADD 1 TO WS-Map-Rejects
               DISPLAY 'WARNING: Account map card rejected -- more'
                   ' than ' WS-MAX-MAP ' regions: ' Map-Card-Region
           ELSE
               ADD 1 TO MapCount
               MOVE Map-Card-Region TO Map-Region(MapCount)
               MOVE Map-Card-Susp   TO Map-Susp(MapCount)
               MOVE Map-Card-Clear  TO Map-Clear(MapCount)
               MOVE Map-Card-Desc   TO Map-Desc(MapCount)
               IF Map-Card-Region = 'DEFAULT'
                   MOVE MapCount TO WS-Map-Default
               END-IF
           END-IF
           END-IF
           END-IF
           .

       LoadLedger.
      *    A ledger that does not exist yet (the first run) is empty.
           OPEN OUTPUT LedgerOutFile
           IF WS-LedgerOut-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open posted-journal ledger'
                   ' output, status ' WS-LedgerOut-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LedgerInFile
           IF WS-LedgerIn-Status = '00'
               MOVE 'N' TO LEDGER-EOF-FLAG
               PERFORM ReadLedgerRecord UNTIL LEDGER-EOF
               CLOSE LedgerInFile
           ELSE
               DISPLAY 'No posted-journal ledger present, status '
                   WS-LedgerIn-Status ' -- treated as empty.'
           END-IF
           .

       ReadLedgerRecord.
      *    Copied through whole even past a capacity overflow -- the
      *    run then posts nothing, but its ledger must still be the
      *    full ledger.
           READ LedgerInFile INTO GLJournalRecord
               AT END
                   MOVE 'Y' TO LEDGER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Ledger-Read
                   WRITE LedgerOutRecord FROM GLJournalRecord
                   IF Jrn-Rec-Type = 'HDR' AND Capacity-Valid
                       PERFORM NoteLedgerHeader
                   ELSE
                   IF Jrn-Rec-Type = 'TRL' AND WS-Pst-Cur > 0
                       MOVE Jrn-Trl-Debits TO Pst-Debits(WS-Pst-Cur)
                   END-IF
                   END-IF
           END-READ
           .

       NoteLedgerHeader.
           IF PostedCount >= WS-MAX-POSTED
               DISPLAY 'ERROR: More than ' WS-MAX-POSTED
                   ' journals on the ledger -- PostedTable capacity'
                   ' exceeded.'
               MOVE 'N' TO WS-Capacity-Flag
               MOVE 'journals on the ledger' TO WS-Capacity-Table
               MOVE WS-MAX-POSTED TO WS-Capacity-Max
               MOVE 0 TO WS-Pst-Cur
           ELSE
               ADD 1 TO PostedCount
               MOVE PostedCount TO WS-Pst-Cur
               MOVE Jrn-Ref           TO Pst-Ref(PostedCount)
               MOVE Jrn-Hdr-Feed-Date TO Pst-Feed-Date(PostedCount)
               MOVE Jrn-Hdr-Kind      TO Pst-Kind(PostedCount)
               MOVE Jrn-Hdr-Src-Run-Date
                   TO Pst-Src-Stamp(PostedCount)(1:10)
               MOVE Jrn-Hdr-Src-Run-Time
                   TO Pst-Src-Stamp(PostedCount)(11:8)
               MOVE 0   TO Pst-Debits(PostedCount)
               MOVE 'N' TO Pst-Reversed(PostedCount)
               IF Jrn-Hdr-Kind = 'R'
                   PERFORM VARYING WS-Pst-Idx FROM 1 BY 1
                           UNTIL WS-Pst-Idx >= PostedCount
                       IF Pst-Ref(WS-Pst-Idx) = Jrn-Hdr-Reverses
                           MOVE 'Y' TO Pst-Reversed(WS-Pst-Idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       LoadSummarySets.
      *    The summary is cumulative and in run order.  A set is the
      *    R records of one feed day of one run followed by its T
      *    record; R records with no T behind them are a day cut
      *    short by an abend, and are dropped.
           MOVE SPACES TO WS-Cur-Key
           MOVE 'N' TO WS-Cur-Open-Flag
           MOVE 'N' TO SUM-EOF-FLAG
           PERFORM ReadSummaryRecord UNTIL SUM-EOF
           IF Cur-Set-Open AND Capacity-Valid
               PERFORM DropIncompleteSet
           END-IF
           CLOSE GLSumInFile
           .

       ReadSummaryRecord.
           READ GLSumInFile
               AT END
                   MOVE 'Y' TO SUM-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Sum-Read
                   MOVE Gls-Feed-Date TO WS-Rec-Feed-Date
                   MOVE Gls-Run-Date  TO WS-Rec-Run-Date
                   MOVE Gls-Run-Time  TO WS-Rec-Run-Time
                   IF WS-Rec-Key NOT = WS-Cur-Key
                       IF Cur-Set-Open
                           PERFORM DropIncompleteSet
                       END-IF
                       MOVE WS-Rec-Key TO WS-Cur-Key
                       COMPUTE WS-Cur-First = LineCount + 1
                       MOVE 'Y' TO WS-Cur-Open-Flag
                   END-IF
                   IF Gls-Rec-Type = 'R'
                       PERFORM AddSummaryLine
                   ELSE
                   IF Gls-Rec-Type = 'T'
                       ADD 1 TO WS-Sets-Read
                       PERFORM ConsiderSet
                       MOVE SPACES TO WS-Cur-Key
                       MOVE 'N' TO WS-Cur-Open-Flag
                   ELSE
                       DISPLAY 'WARNING: Skipping malformed GL summary'
                           ' record: ' GLSummaryRecord(1:40)
                   END-IF
                   END-IF
           END-READ
           .

       AddSummaryLine.
           IF LineCount >= WS-MAX-LINES
               DISPLAY 'ERROR: More than ' WS-MAX-LINES
                   ' region lines waiting to post -- LineTable'
                   ' capacity exceeded.'
               MOVE 'N' TO WS-Capacity-Flag
               MOVE 'region lines waiting to post'
                   TO WS-Capacity-Table
               MOVE WS-MAX-LINES TO WS-Capacity-Max
               MOVE 'Y' TO SUM-EOF-FLAG
           ELSE
               ADD 1 TO LineCount
               MOVE Gls-Region    TO Lin-Region(LineCount)
               MOVE Gls-Over-Amt  TO Lin-Over-Amt(LineCount)
               MOVE Gls-Under-Amt TO Lin-Under-Amt(LineCount)
           END-IF
           .

       DropIncompleteSet.
      *    Not a warning: the run that abended was flagged at the
      *    time, and its restart writes the day again in full.
           ADD 1 TO WS-Sets-Incomplete
           DISPLAY 'GL summary for feed date ' WS-Cur-Feed-Date
               ' from the run of ' WS-Cur-Run-Date ' '
               WS-Cur-Run-Time ' has no day total -- the day did'
               ' not complete; skipped.'
           COMPUTE LineCount = WS-Cur-First - 1
           MOVE 'N' TO WS-Cur-Open-Flag
           .

       ConsiderSet.
      *    Already posted (the live journal came from this very set)
      *    or older than what is posted: nothing to do.  Otherwise it
      *    waits to post, replacing any older set for the same date
      *    still waiting.
           PERFORM FindLiveJournal
           IF WS-Live-Idx > 0
                   AND Pst-Src-Stamp(WS-Live-Idx) NOT < WS-Cur-Stamp
               IF Pst-Src-Stamp(WS-Live-Idx) = WS-Cur-Stamp
                   ADD 1 TO WS-Sets-Posted-Before
               ELSE
                   ADD 1 TO WS-Sets-Superseded
               END-IF
               COMPUTE LineCount = WS-Cur-First - 1
           ELSE
               MOVE 0 TO WS-Set-Idx
               PERFORM VARYING WS-Set-Scan FROM 1 BY 1
                       UNTIL WS-Set-Scan > SetCount
                   IF Set-Feed-Date(WS-Set-Scan) = WS-Cur-Feed-Date
                           AND Set-Dropped(WS-Set-Scan) = 'N'
                       MOVE WS-Set-Scan TO WS-Set-Idx
                   END-IF
               END-PERFORM
               IF WS-Set-Idx > 0
                       AND Set-Stamp(WS-Set-Idx) NOT < WS-Cur-Stamp
                   ADD 1 TO WS-Sets-Superseded
                   COMPUTE LineCount = WS-Cur-First - 1
               ELSE
                   IF WS-Set-Idx > 0
                       MOVE 'Y' TO Set-Dropped(WS-Set-Idx)
                       ADD 1 TO WS-Sets-Superseded
                       IF Set-Live-Idx(WS-Set-Idx) > 0
                           SUBTRACT 1 FROM WS-Reversals-Due
                       END-IF
                   END-IF
                   PERFORM AddPendingSet
               END-IF
           END-IF
           .

       FindLiveJournal.
           MOVE 0 TO WS-Live-Idx
           PERFORM VARYING WS-Pst-Idx FROM 1 BY 1
                   UNTIL WS-Pst-Idx > PostedCount
               IF Pst-Feed-Date(WS-Pst-Idx) = WS-Cur-Feed-Date
                       AND Pst-Kind(WS-Pst-Idx) = 'N'
                       AND Pst-Reversed(WS-Pst-Idx) = 'N'
                   MOVE WS-Pst-Idx TO WS-Live-Idx
               END-IF
           END-PERFORM
           .

       AddPendingSet.
           IF SetCount >= WS-MAX-SETS
               DISPLAY 'ERROR: More than ' WS-MAX-SETS
                   ' feed days waiting to post -- SetTable capacity'
                   ' exceeded.'
               MOVE 'N' TO WS-Capacity-Flag
               MOVE 'feed days waiting to post' TO WS-Capacity-Table
               MOVE WS-MAX-SETS TO WS-Capacity-Max
               MOVE 'Y' TO SUM-EOF-FLAG
           ELSE
               ADD 1 TO SetCount
               MOVE WS-Cur-Feed-Date TO Set-Feed-Date(SetCount)
               MOVE WS-Cur-Run-Date  TO Set-Run-Date(SetCount)
               MOVE WS-Cur-Run-Time  TO Set-Run-Time(SetCount)
               MOVE WS-Cur-Stamp     TO Set-Stamp(SetCount)
               MOVE WS-Cur-First     TO Set-First(SetCount)
               COMPUTE Set-Lines(SetCount) =
                   LineCount - WS-Cur-First + 1
               MOVE Gls-Over-Amt     TO Set-Over-Amt(SetCount)
               MOVE Gls-Under-Amt    TO Set-Under-Amt(SetCount)
               MOVE Gls-Total-Amt    TO Set-Total-Amt(SetCount)
               MOVE Gls-Region-Count TO Set-Rgn-Count(SetCount)
               MOVE 'N'              TO Set-Dropped(SetCount)
               MOVE WS-Live-Idx      TO Set-Live-Idx(SetCount)
               IF WS-Live-Idx > 0
                   ADD 1 TO WS-Reversals-Due
               END-IF
           END-IF
           .

       CollectReversals.
      *    Second pass over the ledger for the lines of every live
      *    journal a waiting set will replace -- the reversal backs
      *    out exactly what was posted, whatever the account map
      *    says today.
           OPEN INPUT LedgerInFile
           MOVE 'N' TO LEDGER-EOF-FLAG
           PERFORM ReadLedgerForReversal UNTIL LEDGER-EOF
           CLOSE LedgerInFile
           .

       ReadLedgerForReversal.
           READ LedgerInFile INTO GLJournalRecord
               AT END
                   MOVE 'Y' TO LEDGER-EOF-FLAG
               NOT AT END
                   IF Jrn-Rec-Type = 'DTL'
                       PERFORM VARYING WS-Set-Scan FROM 1 BY 1
                               UNTIL WS-Set-Scan > SetCount
                           IF Set-Dropped(WS-Set-Scan) = 'N'
                                   AND Set-Live-Idx(WS-Set-Scan) > 0
                               IF Pst-Ref(Set-Live-Idx(WS-Set-Scan))
                                       = Jrn-Ref
                                   PERFORM AddReversalLine
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           .

       AddReversalLine.
           IF RevLineCount >= WS-MAX-REVLINES
               DISPLAY 'ERROR: More than ' WS-MAX-REVLINES
                   ' journal lines to reverse -- RevLineTable'
                   ' capacity exceeded.'
               MOVE 'N' TO WS-Capacity-Flag
               MOVE 'journal lines to reverse' TO WS-Capacity-Table
               MOVE WS-MAX-REVLINES TO WS-Capacity-Max
               MOVE 'Y' TO LEDGER-EOF-FLAG
           ELSE
               ADD 1 TO RevLineCount
               MOVE WS-Set-Scan     TO Rev-Set-Idx(RevLineCount)
               MOVE Jrn-Dtl-Account TO Rev-Account(RevLineCount)
               MOVE Jrn-Dtl-DrCr    TO Rev-DrCr(RevLineCount)
               MOVE Jrn-Dtl-Amount  TO Rev-Amount(RevLineCount)
               MOVE Jrn-Dtl-Region  TO Rev-Region(RevLineCount)
           END-IF
           .

       PostOneSet.
      *    A set whose region lines do not add up to its own day
      *    total is held -- posting it would put a journal in the GL
      *    that does not tie to the report.  The journal it would
      *    have replaced stays posted.
           PERFORM CheckSetTies
           MOVE Set-Feed-Date(WS-Set-Idx) TO WS-Feed-Date-Work
           IF NOT Set-Ties
               PERFORM WriteHeldSet
           ELSE
               IF Set-Live-Idx(WS-Set-Idx) > 0
                   PERFORM WriteReversal
               END-IF
               PERFORM WriteNewJournal
           END-IF
           .

       CheckSetTies.
           MOVE 0 TO WS-Chk-Over
           MOVE 0 TO WS-Chk-Under
           COMPUTE WS-Lin-Last =
               Set-First(WS-Set-Idx) + Set-Lines(WS-Set-Idx) - 1
           PERFORM VARYING WS-Lin-Idx FROM Set-First(WS-Set-Idx) BY 1
                   UNTIL WS-Lin-Idx > WS-Lin-Last
               ADD Lin-Over-Amt(WS-Lin-Idx)  TO WS-Chk-Over
               ADD Lin-Under-Amt(WS-Lin-Idx) TO WS-Chk-Under
           END-PERFORM
           COMPUTE WS-Chk-Total =
               Set-Over-Amt(WS-Set-Idx) + Set-Under-Amt(WS-Set-Idx)
           MOVE 'Y' TO WS-Tie-Flag
           IF WS-Chk-Over NOT = Set-Over-Amt(WS-Set-Idx)
                   OR WS-Chk-Under NOT = Set-Under-Amt(WS-Set-Idx)
                   OR WS-Chk-Total NOT = Set-Total-Amt(WS-Set-Idx)
                   OR Set-Lines(WS-Set-Idx) NOT =
                       Set-Rgn-Count(WS-Set-Idx)
               MOVE 'N' TO WS-Tie-Flag
           END-IF
           .

       WriteHeldSet.
           ADD 1 TO WS-Sets-Held
           DISPLAY 'WARNING: GL summary for feed date '
               Set-Feed-Date(WS-Set-Idx) ' does not tie to its day'
               ' total -- held, not posted.'
           MOVE SPACES TO RegisterRecord
           STRING 'HELD  Feed date ' Set-Feed-Date(WS-Set-Idx)
               '  (recon run ' Set-Run-Date(WS-Set-Idx) ' '
               Set-Run-Time(WS-Set-Idx) ') -- lines do not tie to'
               ' day total'
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE Set-Total-Amt(WS-Set-Idx) TO WS-Amt-Edit
           COMPUTE WS-Chk-Total = WS-Chk-Over + WS-Chk-Under
           MOVE WS-Chk-Total TO WS-Amt-Edit2
           MOVE SPACES TO RegisterRecord
           STRING '  Recon Total Difference (amount): ' WS-Amt-Edit
               '   Region lines: ' WS-Amt-Edit2
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           STRING '  Region lines: ' Set-Lines(WS-Set-Idx)
               ' of ' Set-Rgn-Count(WS-Set-Idx) ' written.  Rerun'
               ' the feed date with FORCE=YES to replace the set.'
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           .

       WriteReversal.
           MOVE Set-Live-Idx(WS-Set-Idx) TO WS-Pst-Idx
           MOVE Pst-Ref(WS-Pst-Idx) TO WS-Jrn-Ref
           MOVE 'RV' TO WS-JR-Prefix
           PERFORM WriteJournalHeader
           MOVE SPACES TO RegisterRecord
           STRING '  Reverses ' Pst-Ref(WS-Pst-Idx)
               ' -- superseded by the FORCE rerun of '
               Set-Run-Date(WS-Set-Idx) ' ' Set-Run-Time(WS-Set-Idx)
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           PERFORM WriteLineHeading
           PERFORM VARYING WS-Rev-Idx FROM 1 BY 1
                   UNTIL WS-Rev-Idx > RevLineCount
               IF Rev-Set-Idx(WS-Rev-Idx) = WS-Set-Idx
                   MOVE Rev-Account(WS-Rev-Idx) TO WS-Line-Account
                   IF Rev-DrCr(WS-Rev-Idx) = 'D'
                       MOVE 'C' TO WS-Line-DrCr
                   ELSE
                       MOVE 'D' TO WS-Line-DrCr
                   END-IF
                   MOVE Rev-Amount(WS-Rev-Idx) TO WS-Line-Amt
                   MOVE Rev-Region(WS-Rev-Idx) TO WS-Line-Region
                   MOVE SPACES TO WS-Line-Desc
                   STRING 'REVERSAL OF ' Pst-Ref(WS-Pst-Idx)
                       DELIMITED BY SIZE INTO WS-Line-Desc
                   MOVE SPACES TO WS-Map-Note
                   PERFORM WriteJournalLine
               END-IF
           END-PERFORM
           PERFORM WriteJournalTrailer
           ADD 1 TO WS-Journals-Rev
      *    The reversal must take out exactly what the original put
      *    in.
           MOVE Pst-Debits(WS-Pst-Idx) TO WS-Tot-Edit
           MOVE WS-Jrn-Credits TO WS-Amt-Edit2
           MOVE SPACES TO RegisterRecord
           IF WS-Jrn-Credits = Pst-Debits(WS-Pst-Idx)
               STRING '  Original debits: ' WS-Tot-Edit
                   '   Reversed: ' WS-Amt-Edit2 '   TIES'
                   DELIMITED BY SIZE INTO RegisterRecord
           ELSE
               STRING '  Original debits: ' WS-Tot-Edit
                   '   Reversed: ' WS-Amt-Edit2 '   DOES NOT TIE'
                   DELIMITED BY SIZE INTO RegisterRecord
               DISPLAY 'WARNING: Reversal of ' Pst-Ref(WS-Pst-Idx)
                   ' does not match the original journal''s debits.'
           END-IF
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           .

       WriteNewJournal.
      *    Version = the date's journals already posted, plus one.
           MOVE 0 TO WS-Version
           PERFORM VARYING WS-Pst-Idx FROM 1 BY 1
                   UNTIL WS-Pst-Idx > PostedCount
               IF Pst-Feed-Date(WS-Pst-Idx) = Set-Feed-Date(WS-Set-Idx)
                       AND Pst-Kind(WS-Pst-Idx) = 'N'
                   ADD 1 TO WS-Version
               END-IF
           END-PERFORM
           ADD 1 TO WS-Version
           MOVE 'RC'      TO WS-JR-Prefix
           MOVE WS-FD-YYYY TO WS-JR-YYYY
           MOVE WS-FD-MM   TO WS-JR-MM
           MOVE WS-FD-DD   TO WS-JR-DD
           MOVE WS-Version TO WS-JR-Version
           PERFORM WriteJournalHeader
           PERFORM WriteLineHeading
           COMPUTE WS-Lin-Last =
               Set-First(WS-Set-Idx) + Set-Lines(WS-Set-Idx) - 1
           PERFORM VARYING WS-Lin-Idx FROM Set-First(WS-Set-Idx) BY 1
                   UNTIL WS-Lin-Idx > WS-Lin-Last
               PERFORM PostRegionLine
           END-PERFORM
           PERFORM WriteJournalTrailer
           ADD 1 TO WS-Journals-New
           PERFORM WriteTieOut
           .

       PostRegionLine.
      *    Ordering over fulfillment is money recorded as ordered
      *    that has not been fulfilled: DR suspense, CR clearing.
      *    Fulfillment over ordering is the reverse.
           MOVE Lin-Region(WS-Lin-Idx) TO WS-Line-Region
           PERFORM MapRegion
           IF Lin-Over-Amt(WS-Lin-Idx) > 0
               MOVE Lin-Over-Amt(WS-Lin-Idx) TO WS-Line-Amt
               MOVE SPACES TO WS-Line-Desc
               STRING 'RECON ORD>FUL ' Set-Feed-Date(WS-Set-Idx)
                   ' RG ' WS-Line-Region
                   DELIMITED BY SIZE INTO WS-Line-Desc
               MOVE WS-Susp-Acct TO WS-Line-Account
               MOVE 'D' TO WS-Line-DrCr
               PERFORM WriteJournalLine
               MOVE WS-Clear-Acct TO WS-Line-Account
               MOVE 'C' TO WS-Line-DrCr
               PERFORM WriteJournalLine
           END-IF
           IF Lin-Under-Amt(WS-Lin-Idx) > 0
               MOVE Lin-Under-Amt(WS-Lin-Idx) TO WS-Line-Amt
               MOVE SPACES TO WS-Line-Desc
               STRING 'RECON FUL>ORD ' Set-Feed-Date(WS-Set-Idx)
                   ' RG ' WS-Line-Region
                   DELIMITED BY SIZE INTO WS-Line-Desc
               MOVE WS-Clear-Acct TO WS-Line-Account
               MOVE 'D' TO WS-Line-DrCr
               PERFORM WriteJournalLine
               MOVE WS-Susp-Acct TO WS-Line-Account
               MOVE 'C' TO WS-Line-DrCr
               PERFORM WriteJournalLine
           END-IF
           .

       MapRegion.
      *    A region with no card of its own posts to the DEFAULT
      *    accounts, flagged on the register so the map gets a card
      *    (the '**' overflow bucket has no region to card).
           MOVE 0 TO WS-Map-Idx
           PERFORM VARYING WS-Map-Scan FROM 1 BY 1
                   UNTIL WS-Map-Scan > MapCount OR WS-Map-Idx > 0
               IF Map-Region(WS-Map-Scan) = WS-Line-Region
                   MOVE WS-Map-Scan TO WS-Map-Idx
               END-IF
           END-PERFORM
           IF WS-Map-Idx > 0
               MOVE Map-Desc(WS-Map-Idx) TO WS-Map-Note
           ELSE
               MOVE WS-Map-Default TO WS-Map-Idx
               MOVE 'NOT MAPPED-DEFAULT' TO WS-Map-Note
               IF WS-Line-Region NOT = '**'
                   ADD 1 TO WS-Default-Used
                   DISPLAY 'WARNING: Region ' WS-Line-Region
                       ' has no account map card -- posted to the'
                       ' DEFAULT accounts.'
               END-IF
           END-IF
           MOVE Map-Susp(WS-Map-Idx)  TO WS-Susp-Acct
           MOVE Map-Clear(WS-Map-Idx) TO WS-Clear-Acct
           .

       WriteJournalHeader.
           MOVE 0 TO WS-Jrn-Lines
           MOVE 0 TO WS-Jrn-Debits
           MOVE 0 TO WS-Jrn-Credits
           MOVE SPACES TO GLJournalRecord
           MOVE 'HDR' TO Jrn-Rec-Type
           MOVE WS-Jrn-Ref TO Jrn-Ref
           IF WS-JR-Prefix = 'RV'
               MOVE 'R' TO Jrn-Hdr-Kind
               MOVE Pst-Ref(Set-Live-Idx(WS-Set-Idx))
                   TO Jrn-Hdr-Reverses
           ELSE
               MOVE 'N' TO Jrn-Hdr-Kind
           END-IF
           MOVE Set-Feed-Date(WS-Set-Idx) TO Jrn-Hdr-Feed-Date
           MOVE WS-Report-Date            TO Jrn-Hdr-Post-Date
           MOVE Set-Run-Date(WS-Set-Idx)  TO Jrn-Hdr-Src-Run-Date
           MOVE Set-Run-Time(WS-Set-Idx)  TO Jrn-Hdr-Src-Run-Time
           PERFORM WriteJournalRecord
           MOVE SPACES TO RegisterRecord
           IF WS-JR-Prefix = 'RV'
               STRING 'Journal ' WS-Jrn-Ref '  REVERSAL  Feed date '
                   Set-Feed-Date(WS-Set-Idx)
                   DELIMITED BY SIZE INTO RegisterRecord
           ELSE
               STRING 'Journal ' WS-Jrn-Ref '  Feed date '
                   Set-Feed-Date(WS-Set-Idx) '  (recon run '
                   Set-Run-Date(WS-Set-Idx) ' '
                   Set-Run-Time(WS-Set-Idx) ')'
                   DELIMITED BY SIZE INTO RegisterRecord
           END-IF
           WRITE RegisterRecord
           .

       WriteLineHeading.
           MOVE SPACES TO RegisterRecord
           STRING '  Line D/C   Account       Rgn        Amount'
               '  Description' DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           .

       WriteJournalLine.
           ADD 1 TO WS-Jrn-Lines
           IF WS-Line-DrCr = 'D'
               ADD WS-Line-Amt TO WS-Jrn-Debits
           ELSE
               ADD WS-Line-Amt TO WS-Jrn-Credits
           END-IF
           MOVE SPACES TO GLJournalRecord
           MOVE 'DTL' TO Jrn-Rec-Type
           MOVE WS-Jrn-Ref TO Jrn-Ref
           MOVE WS-Jrn-Lines    TO Jrn-Dtl-Line
           MOVE WS-Line-Account TO Jrn-Dtl-Account
           MOVE WS-Line-DrCr    TO Jrn-Dtl-DrCr
           MOVE WS-Line-Amt     TO Jrn-Dtl-Amount
           MOVE WS-Line-Region  TO Jrn-Dtl-Region
           MOVE WS-Line-Desc    TO Jrn-Dtl-Desc
           PERFORM WriteJournalRecord
           MOVE WS-Line-Amt TO WS-Amt-Edit
           MOVE SPACES TO RegisterRecord
           STRING '  ' Jrn-Dtl-Line '  ' WS-Line-DrCr '    '
               WS-Line-Account '  ' WS-Line-Region ' '
               WS-Amt-Edit '  ' WS-Line-Desc ' ' WS-Map-Note
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           .

       WriteJournalTrailer.
           MOVE SPACES TO GLJournalRecord
           MOVE 'TRL' TO Jrn-Rec-Type
           MOVE WS-Jrn-Ref TO Jrn-Ref
           MOVE WS-Jrn-Lines   TO Jrn-Trl-Lines
           MOVE WS-Jrn-Debits  TO Jrn-Trl-Debits
           MOVE WS-Jrn-Credits TO Jrn-Trl-Credits
           PERFORM WriteJournalRecord
           ADD WS-Jrn-Lines   TO WS-File-Lines
           ADD WS-Jrn-Debits  TO WS-File-Debits
           ADD WS-Jrn-Credits TO WS-File-Credits
           MOVE WS-Jrn-Debits  TO WS-Tot-Edit
           MOVE WS-Jrn-Credits TO WS-Amt-Edit2
           MOVE SPACES TO RegisterRecord
           STRING '  Lines: ' WS-Jrn-Lines '  Debits: ' WS-Tot-Edit
               '  Credits: ' WS-Amt-Edit2
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           .

       WriteJournalRecord.
           WRITE JournalRecord FROM GLJournalRecord
           WRITE LedgerOutRecord FROM GLJournalRecord
           .

       WriteTieOut.
      *    The journal's debits are the day's Total Difference
      *    (amount) as the reconciliation report printed it.
           MOVE Set-Over-Amt(WS-Set-Idx)  TO WS-Amt-Edit
           MOVE Set-Under-Amt(WS-Set-Idx) TO WS-Amt-Edit2
           MOVE SPACES TO RegisterRecord
           STRING '  Ordering over fulfillment: ' WS-Amt-Edit
               '   Fulfillment over ordering: ' WS-Amt-Edit2
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE Set-Total-Amt(WS-Set-Idx) TO WS-Amt-Edit
           MOVE WS-Jrn-Debits TO WS-Tot-Edit
           MOVE SPACES TO RegisterRecord
           IF WS-Jrn-Debits = Set-Total-Amt(WS-Set-Idx)
                   AND WS-Jrn-Credits = WS-Jrn-Debits
               STRING '  Recon Total Difference (amount): '
                   WS-Amt-Edit '   Journal debits: ' WS-Tot-Edit
                   '   TIES' DELIMITED BY SIZE INTO RegisterRecord
           ELSE
               STRING '  Recon Total Difference (amount): '
                   WS-Amt-Edit '   Journal debits: ' WS-Tot-Edit
                   '   DOES NOT TIE' DELIMITED BY SIZE
                   INTO RegisterRecord
               DISPLAY 'WARNING: Journal ' WS-Jrn-Ref ' does not'
                   ' tie to the reconciliation total.'
           END-IF
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           .

       WriteRegisterHeading.
           MOVE SPACES TO RegisterRecord
           STRING 'GL Posting Register - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           STRING 'Account map: ' MapCount ' regions carded, '
               WS-Map-Rejects ' cards rejected.  Journals on ledger'
               ': ' PostedCount
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           WRITE RegisterRecord
           .

       WriteRegisterSummary.
           MOVE 'Summary:' TO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           STRING '  Feed days read: ' WS-Sets-Read
               '  Already posted: ' WS-Sets-Posted-Before
               '  Superseded: ' WS-Sets-Superseded
               '  Incomplete: ' WS-Sets-Incomplete
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE SPACES TO RegisterRecord
           STRING '  Journals posted: ' WS-Journals-New
               '  Reversals: ' WS-Journals-Rev
               '  Held (do not tie): ' WS-Sets-Held
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           MOVE WS-File-Debits  TO WS-Tot-Edit
           MOVE WS-File-Credits TO WS-Amt-Edit2
           MOVE SPACES TO RegisterRecord
           STRING '  Interface file: ' WS-File-Lines ' lines  Debits:'
               ' ' WS-Tot-Edit '  Credits: ' WS-Amt-Edit2
               DELIMITED BY SIZE INTO RegisterRecord
           WRITE RegisterRecord
           IF WS-Default-Used > 0
               MOVE SPACES TO RegisterRecord
               STRING '  Region lines posted to the DEFAULT'
                   ' accounts: ' WS-Default-Used
                   ' -- add their regions to GLACCTS.'
                   DELIMITED BY SIZE INTO RegisterRecord
               WRITE RegisterRecord
           END-IF
           .
