      * site changes land before reconciliation picks them up --
      * replaces the ad-hoc IDCAMS REPROs that used to maintain the
      * cluster by hand.
      *
      * Every card carries an effective date (blank = the run date).
      * An ADD sets the site's open date and a RETIRE its close date
      * to the effective date, so ReconcileLists can judge a back-
      * dated feed against the master as it stood on that date.  A
      * card dated in the future is edited now but held on the
      * pending-change file (PENDIN -> PENDOUT) and applied by the
      * first run on or after its date; the maintenance report lists
      * every change still held, flagging those coming due within
      * the week.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorReport ASSIGN TO "MAINTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PendInFile ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendIn-Status.
           SELECT PendOutFile ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PendOut-Status.

       DATA DIVISION.
       FILE SECTION.
      *   col  36     (blank)
      *   cols 37-38  region/district code (optional on ADD; CHANGE
      *                          replaces it only when non-blank)
      *   col  39     (blank)
      *   cols 40-49  effective date YYYY-MM-DD (blank = run date):
      *                          ADD -- first feed date the site
      *                          trades; RETIRE -- first feed date it
      *                          no longer does; later than the run
      *                          date holds the card until that date
      * '*' in column 1 comments a card out; blank cards are skipped.
      * Cards are read into TranCard so a held card coming off the
      * pending file goes through the same apply logic.
      *****************************************************************
       FD  TranFile.
       01  TranRecord        PIC X(80).

       FD  SiteMaster.
           COPY SITEMST.
       FD  ErrorReport.
       01  ErrorRecord       PIC X(120).

       FD  PendInFile.
           COPY SITEPEND REPLACING
               ==SitePendRecord==    BY ==PendInRecord==
               ==Pend-Card==         BY ==PendIn-Card==
               ==Pend-Entered-Date== BY ==PendIn-Entered-Date==.

       FD  PendOutFile.
           COPY SITEPEND REPLACING
               ==SitePendRecord==    BY ==PendOutRecord==
               ==Pend-Card==         BY ==PendOut-Card==
               ==Pend-Entered-Date== BY ==PendOut-Entered-Date==.

       WORKING-STORAGE SECTION.
       01  TranCard.
           05  Tran-Action      PIC X(9).
           05  Tran-Site-ID-X   PIC X(5).
           05  FILLER           PIC X(1).
           05  Tran-Name        PIC X(20).
           05  FILLER           PIC X(1).
           05  Tran-Region      PIC X(2).
           05  FILLER           PIC X(1).
           05  Tran-Eff-Date    PIC X(10).
           05  FILLER           PIC X(31).
       01  TRAN-EOF-FLAG  PIC X VALUE 'N'.
           88  TRAN-EOF    VALUE 'Y'.
       01  PEND-EOF-FLAG  PIC X VALUE 'N'.
           88  PEND-EOF    VALUE 'Y'.
       01  MAST-EOF-FLAG  PIC X VALUE 'N'.
           88  MAST-EOF    VALUE 'Y'.
       01  WS-Tran-Status  PIC X(2) VALUE '00'.
       01  WS-Site-Status  PIC X(2) VALUE '00'.
       01  WS-PendIn-Status  PIC X(2) VALUE '00'.
       01  WS-PendOut-Status PIC X(2) VALUE '00'.
       01  WS-Tran-Site-ID PIC 9(5).
      *****************************************************************
      * Effective date of the card being applied or held.
      *****************************************************************
       01  WS-Eff-Date     PIC X(10).
       01  WS-Eff-Check.
           05  WS-EC-YYYY    PIC X(4).
           05  WS-EC-Dash1   PIC X(1).
           05  WS-EC-MM      PIC X(2).
           05  WS-EC-Dash2   PIC X(1).
           05  WS-EC-DD      PIC X(2).
       01  WS-Eff-Num.
           05  WS-EN-YYYY    PIC 9(4).
           05  WS-EN-MM      PIC 9(2).
           05  WS-EN-DD      PIC 9(2).
       01  WS-Eff-Num-N REDEFINES WS-Eff-Num PIC 9(8).
       01  WS-Eff-Valid-Flag PIC X VALUE 'Y'.
           88  Eff-Date-Valid   VALUE 'Y'.
       01  WS-Mast-Found-Flag PIC X VALUE 'N'.
           88  Mast-Found       VALUE 'Y'.
       01  WS-Pend-Mode-Flag PIC X VALUE 'N'.
           88  Applying-Pending VALUE 'Y'.
       01  WS-Pend-Entered PIC X(10).
      *****************************************************************
      * Changes still held after this run, for the pending list and
      * for editing a future-dated CHANGE / RETIRE / REINSTATE
      * against a site whose ADD is itself still pending.  Every
      * held card is written to PENDOUT whether or not it fits here;
      * only the listing would be short, and it says so.
      *****************************************************************
       01  WS-MAX-PEND    PIC 9(4) VALUE 500.
       01  PendTable.
           05  PendEntry OCCURS 500 TIMES.
               10  PT-Eff-Date   PIC X(10).
               10  PT-Card       PIC X(49).
               10  PT-Entered    PIC X(10).
       01  PendCount      PIC 9(4) VALUE 0.
       01  PendIdx        PIC 9(4).
       01  PendJdx        PIC 9(4).
       01  PendJdx-From   PIC 9(4).
       01  PendMin-Idx    PIC 9(4).
       01  WS-Pend-Hold   PIC X(69).
       01  WS-Pend-Overflow-Flag PIC X VALUE 'N'.
           88  Pend-Overflow    VALUE 'Y'.
       01  WS-Pend-Add-Flag PIC X VALUE 'N'.
           88  Pend-Add-Found   VALUE 'Y'.
       01  WS-Pend-Carried  PIC 9(5) VALUE 0.
       01  WS-Pend-Released PIC 9(5) VALUE 0.
       01  WS-Pend-New      PIC 9(5) VALUE 0.
       01  WS-Pend-Held     PIC 9(5) VALUE 0.
       01  WS-Pend-Due-Soon PIC 9(5) VALUE 0.
       01  WS-Due-Window    PIC 9(3) VALUE 7.
       01  WS-Due-Days      PIC S9(5).
       01  WS-Due-Days-Out  PIC 9(4).
       01  WS-Due-Mark      PIC X(3).
       01  WS-Eff-Int       PIC 9(7).
       01  WS-Today-Int     PIC 9(7).
       01  WS-Reject-Reason PIC X(40).
       01  WS-Tran-Read    PIC 9(5) VALUE 0.
       01  WS-Adds-Applied PIC 9(5) VALUE 0.
           05  WS-CD-YYYY    PIC 9(4).
           05  WS-CD-MM      PIC 9(2).
           05  WS-CD-DD      PIC 9(2).
       01  WS-Current-Date-N REDEFINES WS-Current-Date PIC 9(8).
       01  WS-Report-Date.
           05  WS-RD-YYYY    PIC 9(4).
           05  FILLER        PIC X VALUE '-'.
           PERFORM OpenFiles
           MOVE 'Site Master BEFORE maintenance' TO WS-List-Title
           PERFORM ListMaster
           PERFORM ReleasePendingChanges
           PERFORM ReadTranCard UNTIL TRAN-EOF
           MOVE 'Site Master AFTER maintenance ' TO WS-List-Title
           PERFORM ListMaster
           PERFORM WriteMaintSummary
           PERFORM WritePendingList
           IF WS-Trans-Rejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Current-Date-N)
      *    The inputs open first and the new pending generation
      *    last, so nothing is written to it until maintenance can
      *    run.  The job catalogs that generation whenever the step
      *    ends, so a failed open still carries PENDIN across to it
      *    whole -- otherwise the next run would read an empty (0)
      *    and every held change would be lost.
           OPEN INPUT TranFile
           IF WS-Tran-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open transaction file, '
                   'status ' WS-Tran-Status '.'
               PERFORM CarryPendingWhole
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Site-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open site master, status '
                   WS-Site-Status ' -- no maintenance applied.'
               CLOSE TranFile
               PERFORM CarryPendingWhole
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PendOutFile
           IF WS-PendOut-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open pending-change output, '
                   'status ' WS-PendOut-Status
                   ' -- no maintenance applied.'
               CLOSE SiteMaster
               CLOSE TranFile
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Site   Site Name            Status  Region'
               '   Opened      Closed'
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE ZEROS TO Site-ID
                   MOVE SPACES TO MaintRecord
                   STRING '  ' Site-ID '  ' Site-Name '  '
                       Site-Status '       ' Site-Region
                       '      ' Site-Open-Date '  ' Site-Close-Date
                       DELIMITED BY SIZE INTO MaintRecord
                   WRITE MaintRecord
           END-READ
           .

       CarryPendingWhole.
      *    Nothing was applied: the new pending generation is the
      *    old one unchanged, so a rerun once the open is fixed
      *    finds every held card still there.
           OPEN OUTPUT PendOutFile
           IF WS-PendOut-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open pending-change output, '
                   'status ' WS-PendOut-Status
                   ' -- rerun from PENDIN as it stands.'
           ELSE
               OPEN INPUT PendInFile
               IF WS-PendIn-Status = '00'
                   MOVE 'N' TO PEND-EOF-FLAG
                   PERFORM CopyPendingChange UNTIL PEND-EOF
                   CLOSE PendInFile
               END-IF
               CLOSE PendOutFile
               DISPLAY 'Pending changes carried forward unchanged: '
                   WS-Pend-Carried
           END-IF
           .

       CopyPendingChange.
           READ PendInFile
               AT END
                   MOVE 'Y' TO PEND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Pend-Carried
                   WRITE PendOutRecord FROM PendInRecord
           END-READ
           .

       ReleasePendingChanges.
      *    Cards held by earlier runs, applied first (they were
      *    entered first) once their date has arrived; the rest go
      *    straight back out to the new pending generation.  No
      *    PENDIN on the first run is normal.
           OPEN INPUT PendInFile
           IF WS-PendIn-Status NOT = '00'
               DISPLAY 'No pending-change input present, status '
                   WS-PendIn-Status ' -- nothing carried forward.'
           ELSE
               MOVE 'Y' TO WS-Pend-Mode-Flag
               MOVE 'N' TO PEND-EOF-FLAG
               PERFORM ReadPendingChange UNTIL PEND-EOF
               MOVE 'N' TO WS-Pend-Mode-Flag
               CLOSE PendInFile
           END-IF
           .

       ReadPendingChange.
           READ PendInFile
               AT END
                   MOVE 'Y' TO PEND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-Pend-Carried
                   MOVE SPACES TO TranCard
                   MOVE PendIn-Card TO TranCard(1:49)
                   MOVE PendIn-Entered-Date TO WS-Pend-Entered
                   IF Tran-Eff-Date > WS-Report-Date
                       PERFORM HoldPendingChange
                   ELSE
                       ADD 1 TO WS-Pend-Released
                       PERFORM ApplyTranCard
                   END-IF
           END-READ
           .

       ReadTranCard.
           READ TranFile INTO TranCard
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   IF TranCard(1:1) = '*' OR TranCard = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-Tran-Read
                       PERFORM RouteTranCard
                   END-IF
           END-READ
           .

       RouteTranCard.
      *    Due now (or back-dated) applies at once; a good future
      *    date is edited and held.  A malformed date falls through
      *    to ApplyTranCard, which rejects it.
           MOVE WS-Report-Date TO WS-Pend-Entered
           PERFORM CheckEffDate
           IF Eff-Date-Valid AND WS-Eff-Date > WS-Report-Date
               PERFORM EditFutureCard
           ELSE
               PERFORM ApplyTranCard
           END-IF
           .

       CheckEffDate.
           MOVE 'Y' TO WS-Eff-Valid-Flag
           IF Tran-Eff-Date = SPACES
               MOVE WS-Report-Date TO WS-Eff-Date
           ELSE
               MOVE Tran-Eff-Date TO WS-Eff-Date
               MOVE Tran-Eff-Date TO WS-Eff-Check
               IF WS-EC-YYYY NOT NUMERIC OR WS-EC-MM NOT NUMERIC
                       OR WS-EC-DD NOT NUMERIC
                       OR WS-EC-Dash1 NOT = '-'
                       OR WS-EC-Dash2 NOT = '-'
                   MOVE 'N' TO WS-Eff-Valid-Flag
               ELSE
                   MOVE WS-EC-YYYY TO WS-EN-YYYY
                   MOVE WS-EC-MM   TO WS-EN-MM
                   MOVE WS-EC-DD   TO WS-EN-DD
                   IF WS-EN-MM < 1 OR WS-EN-MM > 12
                           OR WS-EN-DD < 1 OR WS-EN-DD > 31
                       MOVE 'N' TO WS-Eff-Valid-Flag
                   END-IF
               END-IF
           END-IF
           .

       EditFutureCard.
      *    Edit a future-dated card now, against the master as it
      *    stands and the changes already held, so a bad card is
      *    rejected the day it is keyed rather than the day it
      *    comes due.  The apply step re-checks everything then.
           IF Tran-Site-ID-X NOT NUMERIC
               MOVE 'SITE ID NOT NUMERIC' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
           IF Tran-Action NOT = 'ADD' AND Tran-Action NOT = 'CHANGE'
                   AND Tran-Action NOT = 'RETIRE'
                   AND Tran-Action NOT = 'REINSTATE'
               MOVE 'UNKNOWN ACTION' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
           IF (Tran-Action = 'ADD' OR Tran-Action = 'CHANGE')
                   AND Tran-Name = SPACES
               MOVE 'ADD/CHANGE REQUIRES A SITE NAME'
                   TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               MOVE Tran-Site-ID-X TO WS-Tran-Site-ID
               PERFORM FindPendingAdd
               MOVE WS-Tran-Site-ID TO Site-ID
               READ SiteMaster
                   INVALID KEY
                       MOVE 'N' TO WS-Mast-Found-Flag
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Mast-Found-Flag
               END-READ
               IF Tran-Action = 'ADD'
                       AND (Mast-Found OR Pend-Add-Found)
                   MOVE 'DUPLICATE ADD - SITE ON MASTER OR PENDING'
                       TO WS-Reject-Reason
                   PERFORM RejectTran
               ELSE
               IF Tran-Action NOT = 'ADD'
                       AND NOT Mast-Found AND NOT Pend-Add-Found
                   MOVE 'FUTURE CHANGE TO UNKNOWN SITE ID'
                       TO WS-Reject-Reason
                   PERFORM RejectTran
               ELSE
                   ADD 1 TO WS-Pend-New
                   PERFORM HoldPendingChange
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           .

       FindPendingAdd.
           MOVE 'N' TO WS-Pend-Add-Flag
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx > PendCount OR Pend-Add-Found
               IF PT-Card(PendIdx)(1:9) = 'ADD'
                       AND PT-Card(PendIdx)(10:5) = Tran-Site-ID-X
                   MOVE 'Y' TO WS-Pend-Add-Flag
               END-IF
           END-PERFORM
           .

       HoldPendingChange.
           MOVE SPACES TO PendOutRecord
           MOVE TranCard(1:49) TO PendOut-Card
           MOVE WS-Pend-Entered TO PendOut-Entered-Date
           WRITE PendOutRecord
           ADD 1 TO WS-Pend-Held
           IF PendCount >= WS-MAX-PEND
               MOVE 'Y' TO WS-Pend-Overflow-Flag
           ELSE
               ADD 1 TO PendCount
               MOVE Tran-Eff-Date   TO PT-Eff-Date(PendCount)
               MOVE TranCard(1:49)  TO PT-Card(PendCount)
               MOVE WS-Pend-Entered TO PT-Entered(PendCount)
           END-IF
           .

       ApplyTranCard.
           PERFORM CheckEffDate
           IF Tran-Site-ID-X NOT NUMERIC
               MOVE 'SITE ID NOT NUMERIC' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
           IF NOT Eff-Date-Valid
               MOVE 'EFFECTIVE DATE NOT YYYY-MM-DD'
                   TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               MOVE Tran-Site-ID-X TO WS-Tran-Site-ID
               IF Tran-Action = 'ADD'
               END-IF
               END-IF
           END-IF
           END-IF
           .

       ApplyAdd.
               MOVE Tran-Name       TO Site-Name
               MOVE 'A'             TO Site-Status
               MOVE Tran-Region     TO Site-Region
               MOVE WS-Eff-Date     TO Site-Open-Date
               MOVE SPACES          TO Site-Close-Date
               WRITE SiteMasterRecord
                   INVALID KEY
                       MOVE 'DUPLICATE ADD - SITE ALREADY ON MASTER'
                       MOVE 'SITE ALREADY RETIRED'
                           TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
                   IF Site-Open-Date NOT = SPACES
                           AND WS-Eff-Date < Site-Open-Date
                       MOVE 'RETIRE DATED BEFORE SITE OPENED'
                           TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
                       MOVE 'R' TO Site-Status
                       MOVE WS-Eff-Date TO Site-Close-Date
                       REWRITE SiteMasterRecord
                       ADD 1 TO WS-Rets-Applied
                   END-IF
                   END-IF
           END-READ
           .

                           TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
      *                One open span per site: reinstating clears the
      *                close date, so the closed gap is not kept.
                       MOVE 'A' TO Site-Status
                       MOVE SPACES TO Site-Close-Date
                       REWRITE SiteMasterRecord
                       ADD 1 TO WS-Reis-Applied
                   END-IF
       RejectTran.
           ADD 1 TO WS-Trans-Rejected
           DISPLAY 'WARNING: Rejecting transaction: '
               WS-Reject-Reason ': ' TranCard(1:49)
           MOVE SPACES TO ErrorRecord
           STRING 'REJECTED: ' WS-Reject-Reason
               ' CARD: ' TranCard(1:49)
               DELIMITED BY SIZE INTO ErrorRecord
           WRITE ErrorRecord
           IF Applying-Pending
               MOVE SPACES TO ErrorRecord
               STRING '          (held since ' WS-Pend-Entered
                   ', rejected as it came due)'
                   DELIMITED BY SIZE INTO ErrorRecord
               WRITE ErrorRecord
           END-IF
           .

       WriteMaintSummary.
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Pending carried in: ' WS-Pend-Carried
               '  Released (due): ' WS-Pend-Released
               '  Newly held: ' WS-Pend-New
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Rejected: ' WS-Trans-Rejected
               ' (see error report)'
               DELIMITED BY SIZE INTO MaintRecord
           END-IF
           .

       WritePendingList.
      *    Everything still held after this run, soonest first, with
      *    the days until each comes due -- DUE marks those landing
      *    within the week, so ops can check them before they apply.
           MOVE SPACES TO MaintRecord
           WRITE MaintRecord
           MOVE 'Pending Future-Dated Changes:' TO MaintRecord
           WRITE MaintRecord
           IF PendCount = 0
               MOVE '  None held.' TO MaintRecord
               WRITE MaintRecord
           ELSE
               PERFORM SortPendingList
               MOVE SPACES TO MaintRecord
               STRING '  Effective  Action    Site  Entered   '
                   ' Days     Site Name            Rg'
                   DELIMITED BY SIZE INTO MaintRecord
               WRITE MaintRecord
               PERFORM VARYING PendIdx FROM 1 BY 1
                       UNTIL PendIdx > PendCount
                   PERFORM WritePendingLine
               END-PERFORM
           END-IF
           MOVE SPACES TO MaintRecord
           STRING '  Held: ' WS-Pend-Held
               '  Due within ' WS-Due-Window ' days: '
               WS-Pend-Due-Soon
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           IF Pend-Overflow
               MOVE SPACES TO MaintRecord
               STRING '  More than ' WS-MAX-PEND ' held -- listing'
                   ' is short; all are on PENDOUT.'
                   DELIMITED BY SIZE INTO MaintRecord
               WRITE MaintRecord
           END-IF
           .

       SortPendingList.
      *    Selection sort on effective date.
           PERFORM VARYING PendIdx FROM 1 BY 1
                   UNTIL PendIdx >= PendCount
               MOVE PendIdx TO PendMin-Idx
               COMPUTE PendJdx-From = PendIdx + 1
               PERFORM VARYING PendJdx FROM PendJdx-From BY 1
                       UNTIL PendJdx > PendCount
                   IF PT-Eff-Date(PendJdx) < PT-Eff-Date(PendMin-Idx)
                       MOVE PendJdx TO PendMin-Idx
                   END-IF
               END-PERFORM
               IF PendMin-Idx NOT = PendIdx
                   MOVE PendEntry(PendIdx) TO WS-Pend-Hold
                   MOVE PendEntry(PendMin-Idx) TO PendEntry(PendIdx)
                   MOVE WS-Pend-Hold TO PendEntry(PendMin-Idx)
               END-IF
           END-PERFORM
           .

       WritePendingLine.
           MOVE SPACES TO TranCard
           MOVE PT-Card(PendIdx) TO TranCard(1:49)
           MOVE Tran-Eff-Date TO WS-Eff-Check
           MOVE WS-EC-YYYY TO WS-EN-YYYY
           MOVE WS-EC-MM   TO WS-EN-MM
           MOVE WS-EC-DD   TO WS-EN-DD
           COMPUTE WS-Eff-Int = FUNCTION INTEGER-OF-DATE(WS-Eff-Num-N)
           COMPUTE WS-Due-Days = WS-Eff-Int - WS-Today-Int
           IF WS-Due-Days < 0
               MOVE 0 TO WS-Due-Days
           END-IF
           MOVE WS-Due-Days TO WS-Due-Days-Out
           IF WS-Due-Days <= WS-Due-Window
               MOVE 'DUE' TO WS-Due-Mark
               ADD 1 TO WS-Pend-Due-Soon
           ELSE
               MOVE SPACES TO WS-Due-Mark
           END-IF
           MOVE SPACES TO MaintRecord
           STRING '  ' PT-Eff-Date(PendIdx)
               ' ' Tran-Action
               ' ' Tran-Site-ID-X
               ' ' PT-Entered(PendIdx)
               ' ' WS-Due-Days-Out
               ' ' WS-Due-Mark
               ' ' Tran-Name
               ' ' Tran-Region
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           .

       CloseFiles.
           CLOSE TranFile
           CLOSE SiteMaster
           CLOSE MaintReport
           CLOSE ErrorReport
           CLOSE PendOutFile
           .
