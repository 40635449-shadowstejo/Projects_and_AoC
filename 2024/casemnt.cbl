       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseMaint.

      *****************************************************************
      * Batch maintenance for the exception case file
      * (PROD.RECON.CASES), the VSAM KSDS ReconcileLists opens a case
      * on for each newly exceptioning site and attaches repeat
      * occurrences to.  Applies ASSIGN / ROOTCAUSE / RESOLVE /
      * REOPEN cards the same way SiteMaint applies SITETRAN, rejects
      * bad cards (unknown case, resolve without a root cause,
      * reopen while the site already has an open case, ...) to
      * their own error report, and prints a log of every change
      * applied for filing.  Runs as its own job (RECCASE) ahead of
      * the open-case aging report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TranFile ASSIGN TO "CASETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Tran-Status.
           SELECT CaseFile ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Case-Key
               FILE STATUS IS WS-Case-Status.
           SELECT MaintReport ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrorReport ASSIGN TO "CASEERR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * Transaction cards, one case action per line:
      *   cols  1-9   action    ASSIGN / ROOTCAUSE / RESOLVE / REOPEN
      *   cols 10-14  site ID   5 digits
      *   col  15     (blank)
      *   cols 16-25  case open date YYYY-MM-DD -- blank means the
      *                          site's currently open case (REOPEN
      *                          requires it, since only closed
      *                          cases can be reopened)
      *   col  26     (blank)
      *   cols 27-34  value     ASSIGN: the analyst's ID
      *                          ROOTCAUSE: the root-cause code
      *                          (cols 27-30)
      *                          RESOLVE: optional root-cause code,
      *                          recorded with the closure
      *                          REOPEN: ignored
      * '*' in column 1 comments a card out; blank cards are skipped.
      *****************************************************************
       FD  TranFile.
       01  TranRecord.
           05  Tran-Action      PIC X(9).
           05  Tran-Site-ID-X   PIC X(5).
           05  FILLER           PIC X(1).
           05  Tran-Open-Date   PIC X(10).
           05  FILLER           PIC X(1).
           05  Tran-Value       PIC X(8).
           05  FILLER           PIC X(46).

       FD  CaseFile.
           COPY CASEREC.

       FD  MaintReport.
       01  MaintRecord       PIC X(80).

       FD  ErrorReport.
       01  ErrorRecord       PIC X(120).

       WORKING-STORAGE SECTION.
       01  TRAN-EOF-FLAG  PIC X VALUE 'N'.
           88  TRAN-EOF    VALUE 'Y'.
       01  CASE-EOF-FLAG  PIC X VALUE 'N'.
           88  CASE-EOF    VALUE 'Y'.
       01  WS-Tran-Status  PIC X(2) VALUE '00'.
       01  WS-Case-Status  PIC X(2) VALUE '00'.
       01  WS-Tran-Site-ID PIC 9(5).
       01  WS-Reject-Reason PIC X(40).
       01  WS-Case-Found-Flag PIC X VALUE 'N'.
           88  Case-Found     VALUE 'Y'.
       01  WS-Open-Found-Flag PIC X VALUE 'N'.
           88  Other-Open-Found VALUE 'Y'.
       01  WS-Hold-Case    PIC X(88).
       01  WS-Tran-Read    PIC 9(5) VALUE 0.
       01  WS-Asgn-Applied PIC 9(5) VALUE 0.
       01  WS-Root-Applied PIC 9(5) VALUE 0.
       01  WS-Resv-Applied PIC 9(5) VALUE 0.
       01  WS-Reop-Applied PIC 9(5) VALUE 0.
       01  WS-Trans-Rejected PIC 9(5) VALUE 0.
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
           PERFORM OpenFiles
           PERFORM ReadTranCard UNTIL TRAN-EOF
           PERFORM WriteMaintSummary
           IF WS-Trans-Rejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CloseFiles
           GOBACK.

       OpenFiles.
           ACCEPT WS-Current-Date FROM DATE YYYYMMDD
           MOVE WS-CD-YYYY TO WS-RD-YYYY
           MOVE WS-CD-MM   TO WS-RD-MM
           MOVE WS-CD-DD   TO WS-RD-DD
           OPEN INPUT TranFile
           IF WS-Tran-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open transaction file, '
                   'status ' WS-Tran-Status '.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CaseFile
           IF WS-Case-Status NOT = '00'
               DISPLAY 'ERROR: Unable to open case file, status '
                   WS-Case-Status ' -- no maintenance applied.'
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MaintReport
           OPEN OUTPUT ErrorReport

           MOVE SPACES TO MaintRecord
           STRING 'Exception Case Maintenance Report - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Action     Site   Opened      Value     Status'
               '  Assignee  Cause' DELIMITED BY SIZE
               INTO MaintRecord
           WRITE MaintRecord

           MOVE SPACES TO ErrorRecord
           STRING 'Exception Case Maintenance Errors - Run Date: '
               WS-Report-Date DELIMITED BY SIZE INTO ErrorRecord
           WRITE ErrorRecord
           MOVE SPACES TO ErrorRecord
           WRITE ErrorRecord
           .

       ReadTranCard.
           READ TranFile
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   IF TranRecord(1:1) = '*' OR TranRecord = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-Tran-Read
                       PERFORM ApplyTranCard
                   END-IF
           END-READ
           .

       ApplyTranCard.
           IF Tran-Site-ID-X NOT NUMERIC
               MOVE 'SITE ID NOT NUMERIC' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               MOVE Tran-Site-ID-X TO WS-Tran-Site-ID
               IF Tran-Action = 'ASSIGN'
                   PERFORM ApplyAssign
               ELSE
               IF Tran-Action = 'ROOTCAUSE'
                   PERFORM ApplyRootCause
               ELSE
               IF Tran-Action = 'RESOLVE'
                   PERFORM ApplyResolve
               ELSE
               IF Tran-Action = 'REOPEN'
                   PERFORM ApplyReopen
               ELSE
                   MOVE 'UNKNOWN ACTION' TO WS-Reject-Reason
                   PERFORM RejectTran
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           .

       LocateCase.
      *    A card naming the open date reads that case directly; a
      *    blank date means the site's open case, found by reading
      *    forward through the site's cases from its lowest key.
           MOVE 'N' TO WS-Case-Found-Flag
           IF Tran-Open-Date NOT = SPACES
               MOVE WS-Tran-Site-ID TO Case-Site-ID
               MOVE Tran-Open-Date  TO Case-Open-Date
               READ CaseFile
                   INVALID KEY
                       MOVE 'N' TO WS-Case-Found-Flag
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Case-Found-Flag
               END-READ
           ELSE
               MOVE WS-Tran-Site-ID TO Case-Site-ID
               MOVE LOW-VALUES TO Case-Open-Date
               START CaseFile KEY NOT < Case-Key
                   INVALID KEY
                       MOVE 'Y' TO CASE-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 'N' TO CASE-EOF-FLAG
               END-START
               PERFORM FindOpenCase UNTIL CASE-EOF OR Case-Found
           END-IF
           .

       FindOpenCase.
           READ CaseFile NEXT
               AT END
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT AT END
                   IF Case-Site-ID NOT = WS-Tran-Site-ID
                       MOVE 'Y' TO CASE-EOF-FLAG
                   ELSE
                       IF Case-Status = 'O'
                           MOVE 'Y' TO WS-Case-Found-Flag
                       END-IF
                   END-IF
           END-READ
           .

       RejectNoCase.
           IF Tran-Open-Date = SPACES
               MOVE 'SITE HAS NO OPEN CASE' TO WS-Reject-Reason
           ELSE
               MOVE 'NO CASE FOR SITE ON THAT OPEN DATE'
                   TO WS-Reject-Reason
           END-IF
           PERFORM RejectTran
           .

       ApplyAssign.
           IF Tran-Value = SPACES
               MOVE 'ASSIGN REQUIRES AN ASSIGNEE' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               PERFORM LocateCase
               IF NOT Case-Found
                   PERFORM RejectNoCase
               ELSE
                   IF Case-Status NOT = 'O'
                       MOVE 'CASE IS CLOSED -- REOPEN IT FIRST'
                           TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
                       MOVE Tran-Value TO Case-Assignee
                       PERFORM RewriteCase
                       ADD 1 TO WS-Asgn-Applied
                   END-IF
               END-IF
           END-IF
           .

       ApplyRootCause.
      *    A root cause may be recorded or corrected on a closed case
      *    too -- the analysis often finishes after the fix.
           IF Tran-Value(1:4) = SPACES
               MOVE 'ROOTCAUSE REQUIRES A CODE' TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               PERFORM LocateCase
               IF NOT Case-Found
                   PERFORM RejectNoCase
               ELSE
                   MOVE Tran-Value(1:4) TO Case-Root-Cause
                   PERFORM RewriteCase
                   ADD 1 TO WS-Root-Applied
               END-IF
           END-IF
           .

       ApplyResolve.
           PERFORM LocateCase
           IF NOT Case-Found
               PERFORM RejectNoCase
           ELSE
               IF Case-Status NOT = 'O'
                   MOVE 'CASE ALREADY CLOSED' TO WS-Reject-Reason
                   PERFORM RejectTran
               ELSE
                   IF Tran-Value(1:4) NOT = SPACES
                       MOVE Tran-Value(1:4) TO Case-Root-Cause
                   END-IF
                   IF Case-Root-Cause = SPACES
                       MOVE 'RESOLVE REQUIRES A ROOT CAUSE'
                           TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
                       MOVE 'C' TO Case-Status
                       MOVE WS-Report-Date TO Case-Closed-Date
                       PERFORM RewriteCase
                       ADD 1 TO WS-Resv-Applied
                   END-IF
               END-IF
           END-IF
           .

       ApplyReopen.
      *    Nightly attaches each new occurrence to the site's one open
      *    case, so a reopen is refused while another case for the
      *    site is still open.
           IF Tran-Open-Date = SPACES
               MOVE 'REOPEN REQUIRES THE CASE OPEN DATE'
                   TO WS-Reject-Reason
               PERFORM RejectTran
           ELSE
               PERFORM LocateCase
               IF NOT Case-Found
                   PERFORM RejectNoCase
               ELSE
                   IF Case-Status NOT = 'C'
                       MOVE 'CASE IS NOT CLOSED' TO WS-Reject-Reason
                       PERFORM RejectTran
                   ELSE
                       MOVE CaseRecord TO WS-Hold-Case
                       PERFORM CheckOtherOpenCase
                       MOVE WS-Hold-Case TO CaseRecord
                       IF Other-Open-Found
                           MOVE 'SITE ALREADY HAS AN OPEN CASE'
                               TO WS-Reject-Reason
                           PERFORM RejectTran
                       ELSE
      *                    The sweep moved the file position, so the
      *                    case is read again before the REWRITE.
                           READ CaseFile
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           MOVE 'O' TO Case-Status
                           MOVE SPACES TO Case-Closed-Date
                           ADD 1 TO Case-Reopen-Count
                           PERFORM RewriteCase
                           ADD 1 TO WS-Reop-Applied
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       CheckOtherOpenCase.
           MOVE 'N' TO WS-Open-Found-Flag
           MOVE 'N' TO WS-Case-Found-Flag
           MOVE WS-Tran-Site-ID TO Case-Site-ID
           MOVE LOW-VALUES TO Case-Open-Date
           START CaseFile KEY NOT < Case-Key
               INVALID KEY
                   MOVE 'Y' TO CASE-EOF-FLAG
               NOT INVALID KEY
                   MOVE 'N' TO CASE-EOF-FLAG
           END-START
           PERFORM FindOpenCase UNTIL CASE-EOF OR Case-Found
           IF Case-Found
               MOVE 'Y' TO WS-Open-Found-Flag
           END-IF
           .

       RewriteCase.
           MOVE WS-Report-Date TO Case-Updated-Date
           REWRITE CaseRecord
               INVALID KEY
                   DISPLAY 'WARNING: Unable to rewrite case for site '
                       WS-Tran-Site-ID ', status ' WS-Case-Status '.'
               NOT INVALID KEY
                   PERFORM LogAppliedCard
           END-REWRITE
           .

       LogAppliedCard.
           MOVE SPACES TO MaintRecord
           STRING '  ' Tran-Action '  ' Case-Site-ID
               '  ' Case-Open-Date '  ' Tran-Value
               '  ' Case-Status '       ' Case-Assignee
               '  ' Case-Root-Cause
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           .

       RejectTran.
           ADD 1 TO WS-Trans-Rejected
           DISPLAY 'WARNING: Rejecting transaction: '
               WS-Reject-Reason ': ' TranRecord(1:34)
           MOVE SPACES TO ErrorRecord
           STRING 'REJECTED: ' WS-Reject-Reason
               ' CARD: ' TranRecord(1:34)
               DELIMITED BY SIZE INTO ErrorRecord
           WRITE ErrorRecord
           .

       WriteMaintSummary.
           MOVE SPACES TO MaintRecord
           WRITE MaintRecord
           MOVE 'Maintenance Summary:' TO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Transactions read: ' WS-Tran-Read
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Assigned: ' WS-Asgn-Applied
               '  Root causes: ' WS-Root-Applied
               '  Resolved: ' WS-Resv-Applied
               '  Reopened: ' WS-Reop-Applied
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           MOVE SPACES TO MaintRecord
           STRING '  Rejected: ' WS-Trans-Rejected
               ' (see error report)'
               DELIMITED BY SIZE INTO MaintRecord
           WRITE MaintRecord
           IF WS-Trans-Rejected = 0
               MOVE SPACES TO ErrorRecord
               MOVE 'No transactions rejected.' TO ErrorRecord
               WRITE ErrorRecord
           END-IF
           .

       CloseFiles.
           CLOSE TranFile
           CLOSE CaseFile
           CLOSE MaintReport
           CLOSE ErrorReport
           .
