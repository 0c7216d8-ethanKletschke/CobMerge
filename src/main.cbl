      *                 run-mode T change or delete keyed on a     *
      *                 retired number posts against its          *
      *                 surviving record instead of rejecting.     *
      *  10/15/2026 DO  Added the identity collision check to the  *
      *                 merge: a User-ID already held by another   *
      *                 surviving User-Num, or the same User-Name  *
      *                 and Dept-Code under a different number, is *
      *                 written to Identity.rpt with both records  *
      *                 side by side.  Identity.ctl (R or W)       *
      *                 decides whether a shared User-ID rejects   *
      *                 the later record to Reject.rpt or only     *
      *                 warns; name matches are listed as possible *
      *                 aliases with a suggested Alias.dat entry.  *
      *  10/15/2026 DO  Added the HR leavers feed (Leavers.dat,     *
      *                 user-num,termination-date,reason, in the   *
      *                 usual HDR/TRL envelope), matched against   *
      *                 the master each night ahead of the pending *
      *                 release.  A leaver still Active is listed  *
      *                 on Leavers.rpt and a Status "I" change     *
      *                 dated the termination date is queued on    *
      *                 Pending.dat, so the release deactivates    *
      *                 them on the day with a journal row.        *
      *                 Unknown and already-inactive leavers go to *
      *                 a separate exceptions section for HR.      *
      *  10/15/2026 DO  Added table-driven field edit rules        *
      *                 (EditRule.ctl - field, type V/P/L/C,       *
      *                 severity R/W, value) applied by 3230 after *
      *                 its fixed edits, so the nightly feeds, V,  *
      *                 T and R share them: a reject rule sends    *
      *                 the record to the reject report, a warning *
      *                 rule lets it through and counts it.  The   *
      *                 nightly run writes a per-feed data-quality *
      *                 scorecard (Scorecard.rpt) with rule        *
      *                 violations and a quality percentage, kept  *
      *                 in ScoreHist.dat for each feed's trend.    *
      *  10/15/2026 DO  Maker-checker for run-modes T and R: "T    *
      *                 ini" / "R ini" now stage Tranfile.dat or   *
      *                 Corrections.dat onto the approval queue    *
      *                 (Approval.dat) under the submitter's       *
      *                 initials instead of posting, and post only *
      *                 the items a second operator has approved   *
      *                 in CobAprv, through the same edit/post     *
      *                 paragraphs.  Submitter and approver        *
      *                 initials ride onto the Journal.dat row,    *
      *                 Pending.dat, Tranlog.rpt and               *
      *                 Correction.rpt.                            *
      *  10/15/2026 DO  Added the feed arrival schedule            *
      *                 (FeedSched.ctl - feed, Monday-first Y/N    *
      *                 weekdays, HHMM cutoff) and the business    *
      *                 holiday calendar (Holiday.ctl).  Run-mode  *
      *                 M, scheduled through the evening, reports  *
      *                 each feed as arrived on time or late,      *
      *                 waiting, late and not arrived, or not due  *
      *                 today, logs first sightings to Arrival.dat *
      *                 and ends with RETURN-CODE 8/4/0.  The      *
      *                 nightly run no longer rejects a feed, or   *
      *                 raises a volume alert for it, on a day it  *
      *                 is not due, and each RunHist.dat feed row  *
      *                 now carries its arrival state, arrival     *
      *                 time and cutoff.                           *
      *  10/15/2026 DO  The nightly validate drops a Status "I"    *
      *                 record whose User-Num is on the retention  *
      *                 purge register (Purged.dat, written by     *
      *                 CobPurge), so a purged user still carried  *
      *                 as inactive by a feed is not rebuilt into  *
      *                 the master.  Counted per feed, shown on    *
      *                 Balance.rpt and left out of the scorecard. *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
           SELECT Pending-Keep-File ASSIGN TO "PendingKeep.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    HR leavers reconciliation report.  Leavers.dat itself is
      *    read through Input-File so it gets the same envelope
      *    check as every other feed.
           SELECT Leaver-Report-File ASSIGN TO "Leavers.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Scratch copy of the leaver exceptions while the still-
      *    active section is being written - copied in behind it.
           SELECT Leaver-Exc-File ASSIGN TO "LeaverExc.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    The indexed output opened a second way: random access for
      *    the intraday transaction apply.  Same physical file as
      *    Output-Indexed-File; the two are never open together.
           SELECT Correction-Report-File ASSIGN TO "Correction.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Maker-checker approval queue - run-modes T and R stage
      *    their incoming records here, CobAprv approves or
      *    declines them, and the next T or R run posts the
      *    approved ones.  FILE STATUS lets an empty queue read as
      *    a missing file.
           SELECT Approval-File ASSIGN TO "Approval.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Approval-Status.

      *    Scratch copy of the queue while a T or R run rewrites
      *    it - same copy-back pattern as PendingKeep.tmp.
           SELECT Approval-New-File ASSIGN TO "ApprovalNew.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Permanent change journal, appended by every path that
      *    writes the indexed master - the per-run reports
      *    (Tranlog.rpt, Correction.rpt) are overwritten each run,
      *    merged output in favor of the highest-precedence feed.
           SELECT Superseded-File ASSIGN TO "Superseded.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Identity collision report - a User-ID held by two User-
      *    Nums, or one name and department under two numbers, with
      *    both records side by side.  FILE STATUS lets a restart
      *    past the merge find it missing.
           SELECT Identity-File ASSIGN TO "Identity.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Identity-Status.

      *    Identity collision action (R = reject the later record,
      *    W = warn only); a missing Identity.ctl means warn.
           SELECT Identity-Control-File ASSIGN TO "Identity.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Identity-Ctl-Status.

      *    Field edit rules - "field,type,severity,value" lines
      *    applied by 3230-EDIT-INPUT-RECORD on top of its fixed
      *    edits.  FILE STATUS lets a missing EditRule.ctl mean
      *    "fixed edits only".
           SELECT Rule-File ASSIGN TO "EditRule.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rule-Status.

      *    Per-feed data-quality scorecard, written every night
           SELECT Scorecard-File ASSIGN TO "Scorecard.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Permanent scorecard history - one row per feed per night,
      *    read back for each feed's quality trend.  FILE STATUS
      *    lets the first-ever run find it missing.
           SELECT Score-History-File ASSIGN TO "ScoreHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScoreHist-Status.
           SELECT Balance-File ASSIGN TO "Balance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Balance-Status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Tolerance-Status.

      *    Feed arrival schedule - "feed-name,weekdays,cutoff" lines
      *    maintained by operations.  FILE STATUS lets a missing
      *    FeedSched.ctl mean every feed is due every business day
      *    with no cutoff.
           SELECT Schedule-File ASSIGN TO "FeedSched.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Schedule-Status.

      *    Business holiday calendar - one "YYYYMMDD,description"
      *    line per holiday.  A missing Holiday.ctl means none.
           SELECT Holiday-File ASSIGN TO "Holiday.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Holiday-Status.

      *    Feed arrival log - the first time run-mode M saw each
      *    feed's file for the business date, appended as seen.
      *    FILE STATUS lets the first-ever sighting find it missing.
           SELECT Arrival-File ASSIGN TO "Arrival.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Arrival-Status.

      *    Retention purge register - "user-num,purge-date", one
      *    row per user CobPurge removed.  FILE STATUS lets a
      *    missing file mean "nobody purged".
           SELECT Purged-File ASSIGN TO "Purged.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Purged-Status.

      *    User-Num alias cross-reference - "old-num,new-num" pairs
      *    for retired numbers (rehires, survivorship losers,
      *    renumberings).  Maintained by operations, validated and
           05  TRN-Sep-0               PIC X(01).
           COPY WORKREC REPLACING ==:TAG:== BY ==TRN==.

      *    Pending-queue record - the parked transaction unchanged,
      *    followed by the submitter and approver initials so the
      *    release can journal who asked for it and who passed it
      *    (both blank on a leaver deactivation queued by 5300)
       FD  Pending-File.
       01  Pending-Rec.
           05  PND-Eff-Date            PIC X(08).
           05  PND-Action              PIC X(01).
           05  PND-Sep-0               PIC X(01).
           COPY WORKREC REPLACING ==:TAG:== BY ==PND==.
           05  PND-Sep-6               PIC X(01).
           05  PND-Submitter           PIC X(03).
           05  PND-Sep-7               PIC X(01).
           05  PND-Approver            PIC X(03).

      *    Scratch copy for the pending-queue rewrite - same shape
      *    as Pending-Rec so records can be copied across unchanged.
       FD  Pending-Keep-File.
       01  Pending-Keep-Rec            PIC X(87).

      *    HR leavers reconciliation report
       FD  Leaver-Report-File.
       01  Leaver-Report-Rec           PIC X(120).

      *    Leaver exceptions, held for the report's second section
       FD  Leaver-Exc-File.
       01  Leaver-Exc-Rec              PIC X(120).

      *    Indexed master, random-access view for run-mode T
       FD  Master-File.
       FD  Correction-Report-File.
       01  Correction-Report-Rec       PIC X(120).

      *    Approval-queue item - state P (pending) or A (approved);
      *    declined and expired items leave the queue for
      *    Approval.rpt, posted ones for the journal.  The payload
      *    is the staged Tran-Rec (source T) or Correction-Rec
      *    (source R) exactly as submitted.
       FD  Approval-File.
       01  Approval-Rec.
           05  APR-Item-Num            PIC 9(06).
           05  APR-Sep-1               PIC X(01).
           05  APR-Source              PIC X(01).
           05  APR-Sep-2               PIC X(01).
           05  APR-State               PIC X(01).
               88  APR-Is-Pending                  VALUE "P".
               88  APR-Is-Approved                 VALUE "A".
           05  APR-Sep-3               PIC X(01).
           05  APR-Submit-Date         PIC X(08).
           05  APR-Sep-4               PIC X(01).
           05  APR-Submitter           PIC X(03).
           05  APR-Sep-5               PIC X(01).
           05  APR-Approver            PIC X(03).
           05  APR-Sep-6               PIC X(01).
           05  APR-Decide-Date         PIC X(08).
           05  APR-Sep-7               PIC X(01).
           05  APR-Payload             PIC X(91).
      *    Queue header - first row, last item number issued
       01  Approval-Hdr-Rec.
           05  APH-Tag                 PIC X(03).
           05  APH-Sep-1               PIC X(01).
           05  APH-Last-Num            PIC 9(06).

      *    Scratch copy for the approval-queue rewrite - same shape
      *    as Approval-Rec; newly staged items are built here
       FD  Approval-New-File.
       01  Approval-New-Rec.
           05  APN-Item-Num            PIC 9(06).
           05  APN-Sep-1               PIC X(01).
           05  APN-Source              PIC X(01).
           05  APN-Sep-2               PIC X(01).
           05  APN-State               PIC X(01).
           05  APN-Sep-3               PIC X(01).
           05  APN-Submit-Date         PIC X(08).
           05  APN-Sep-4               PIC X(01).
           05  APN-Submitter           PIC X(03).
           05  APN-Sep-5               PIC X(01).
           05  APN-Approver            PIC X(03).
           05  APN-Sep-6               PIC X(01).
           05  APN-Decide-Date         PIC X(08).
           05  APN-Sep-7               PIC X(01).
           05  APN-Payload             PIC X(91).

      *    Permanent change journal - one row per master write, with
      *    the before and after record images (blank where the side
      *    does not apply: no before on an add, no after on a delete)
      *    and, for a maker-checker post, the submitter's and the
      *    approver's initials
       FD  Journal-File.
       01  Journal-Rec.
           05  JRN-Run-Date            PIC X(08).
           05  JRN-Before-Image        PIC X(68).
           05  JRN-Sep-5               PIC X(01).
           05  JRN-After-Image         PIC X(68).
           05  JRN-Sep-6               PIC X(01).
           05  JRN-Submitter           PIC X(03).
           05  JRN-Sep-7               PIC X(01).
           05  JRN-Approver            PIC X(03).

      *    Cross-reference row - "user-id,user-name,user-num"
       FD  Xref-File.
       FD  Superseded-File.
       01  Superseded-Rec              PIC X(160).

      *    Identity collision report line - see WS-Identity-Line
       FD  Identity-File.
       01  Identity-Rec                PIC X(130).

      *    Identity collision action - one letter in column 1
       FD  Identity-Control-File.
       01  Identity-Control-Rec        PIC X(10).

      *    Field edit rule - see 1600-LOAD-EDIT-RULES
       FD  Rule-File.
       01  Rule-Rec                    PIC X(50).

      *    Data-quality scorecard line
       FD  Scorecard-File.
       01  Scorecard-Rec               PIC X(90).

      *    Scorecard history row - quality carried as "nnn.n", or
      *    "N/A" for a feed that sent no data records
       FD  Score-History-File.
       01  Score-History-Rec.
           05  SH-Run-Date             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SH-Feed-Name            PIC X(20).
           05  FILLER                  PIC X(01).
           05  SH-Read-Count           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SH-Reject-Count         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SH-Warn-Count           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  SH-Quality-Pct          PIC X(05).

      *    Control-totals / balancing report
       FD  Balance-File.
       01  Balance-Rec                 PIC X(80).
           05  RH-Merged-Count         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RH-Checksum             PIC 9(11).
      *    Arrival against the feed schedule - blank on the totals
      *    row and on rows written before the schedule existed.
           05  FILLER                  PIC X(01).
           05  RH-Arrival-State        PIC X(01).
               88  RH-Arrived-On-Time              VALUE "O".
               88  RH-Arrived-Late                 VALUE "L".
               88  RH-Never-Arrived                VALUE "M".
               88  RH-Not-Due                      VALUE "N".
               88  RH-Arrived-Not-Due              VALUE "E".
           05  FILLER                  PIC X(01).
           05  RH-Arrival-Time         PIC X(04).
           05  FILLER                  PIC X(01).
           05  RH-Cutoff-Time          PIC X(04).

      *    Volume-alert tolerance percentage
       FD  Tolerance-File.
       01  Tolerance-Rec               PIC X(10).

      *    Feed schedule line - "feed-name,weekdays,cutoff"
       FD  Schedule-File.
       01  Schedule-Rec                PIC X(80).

      *    Holiday calendar line - "YYYYMMDD,description"
       FD  Holiday-File.
       01  Holiday-Rec                 PIC X(80).

      *    Feed arrival log row
       FD  Arrival-File.
       01  Arrival-Rec.
           05  ARV-Run-Date            PIC X(08).
           05  ARV-Sep-1               PIC X(01).
           05  ARV-Feed-Name           PIC X(20).
           05  ARV-Sep-2               PIC X(01).
           05  ARV-Time                PIC X(04).

      *    Retention purge register row.  The number stays PIC X
      *    so a damaged row is skipped instead of abending the load.
       FD  Purged-File.
       01  Purged-Rec.
           05  PRG-User-Num            PIC X(07).
           05  PRG-Sep-1               PIC X(01).
           05  PRG-Purge-Date          PIC X(08).

      *    Generic date-stamped archive copy - wide enough for the
      *    widest archived line (Delta.rpt)
       FD  Archive-File.
           88  WS-AsOf-Run                         VALUE "Q".
           88  WS-Validate-Run                     VALUE "V".
           88  WS-Status-Run                       VALUE "?".
           88  WS-Monitor-Run                      VALUE "M".

      *-----------------------------------------------------------*
      *  Alias cross-reference work areas - the table is loaded    *
       77  WS-Stat-Row-Count           PIC 9(1)    VALUE 0.
       01  WS-Stat-Row-Table.
           05  WS-Stat-Row OCCURS 6 TIMES
                                       PIC X(77).

       77  WS-Control-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Control-EOF                      VALUE "Y".
       01  WS-Edit-Record.
           COPY WORKREC REPLACING ==:TAG:== BY ==EDT==.

      *-----------------------------------------------------------*
      *  Field edit rule work areas, loaded from EditRule.ctl.     *
      *  3230 marks each rule a record fails (Hit-Flag) and counts *
      *  the warnings; the nightly validate tallies the marks per  *
      *  feed for the data-quality scorecard.                      *
      *-----------------------------------------------------------*
       77  WS-Rule-Status              PIC X(02)   VALUE "00".
       77  WS-Rule-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Rule-EOF                         VALUE "Y".
       77  WS-Max-Rule-Entries         PIC 9(2)    VALUE 30.
       77  WS-Rule-Count               PIC 9(2)    VALUE 0.
       77  WS-Rule-Index               PIC 9(2)    VALUE 0.
       77  WS-Rule-Bad-Count           PIC 9(2)    VALUE 0.
       77  WS-Rule-Warn-Count          PIC 9(2)    VALUE 0.
       77  WS-Rule-Warn-Reason         PIC X(30)   VALUE SPACES.
       77  WS-Rule-Reason              PIC X(30)   VALUE SPACES.
       77  WS-Rule-Reject-Sw           PIC X(01)   VALUE "N".
           88  WS-Rule-Rejected                    VALUE "Y".
       77  WS-Rule-Fail-Sw             PIC X(01)   VALUE "N".
           88  WS-Rule-Failed                      VALUE "Y".
       77  WS-Rule-Found-Sw            PIC X(01)   VALUE "N".
           88  WS-Rule-Value-Found                 VALUE "Y".
       77  WS-Rule-Field-Value         PIC X(25)   VALUE SPACES.
       77  WS-Rule-Field-Width         PIC 9(2)    VALUE 0.
       77  WS-Rule-Field-Len           PIC 9(2)    VALUE 0.
       77  WS-Rule-Char-Index          PIC 9(2)    VALUE 0.
       77  WS-Rule-Char                PIC X(01)   VALUE SPACE.
       77  WS-Rule-Mask-Char           PIC X(01)   VALUE SPACE.
       77  WS-Rule-Token               PIC X(25)   VALUE SPACES.
       77  WS-Rule-Pointer             PIC 9(2)    VALUE 0.
       77  WS-Rule-Tally               PIC 9(2)    VALUE 0.
       77  WS-Rule-Type-Word           PIC X(07)   VALUE SPACES.
       77  WS-Rule-In-Field            PIC X(05)   VALUE SPACES.
       77  WS-Rule-In-Type             PIC X(02)   VALUE SPACES.
       77  WS-Rule-In-Sev              PIC X(02)   VALUE SPACES.
       77  WS-Rule-In-Value            PIC X(30)   VALUE SPACES.
       77  WS-Rule-In-Len              PIC 9(2)    VALUE 0.
       77  WS-Rule-Load-Error          PIC X(24)   VALUE SPACES.
       77  WS-Tran-Warn-Count          PIC 9(5)    VALUE 0.
       77  WS-Corr-Warn-Count          PIC 9(5)    VALUE 0.

       01  WS-Rule-Table.
           05  WS-Rule-Entry OCCURS 30 TIMES.
               10  WS-Rule-Field       PIC X(04).
               10  WS-Rule-Type        PIC X(01).
                   88  WS-Rule-Is-Values         VALUE "V".
                   88  WS-Rule-Is-Pattern        VALUE "P".
                   88  WS-Rule-Is-Length         VALUE "L".
                   88  WS-Rule-Is-Class          VALUE "C".
               10  WS-Rule-Severity    PIC X(01).
                   88  WS-Rule-Is-Reject         VALUE "R".
                   88  WS-Rule-Is-Warning        VALUE "W".
               10  WS-Rule-Value       PIC X(30).
               10  WS-Rule-Value-Len   PIC 9(02).
               10  WS-Rule-Hit-Flag    PIC X(01).
               10  WS-Rule-Slot-Count OCCURS 5 TIMES
                                       PIC 9(05).

      *-----------------------------------------------------------*
      *  Data-quality scorecard work areas - per feed slot: how it *
      *  was scored tonight ("Y" validated, "S" skipped, "R"       *
      *  restored from the checkpoint - its rule counts died with *
      *  the abended run), its counts and the quality trend from   *
      *  ScoreHist.dat, oldest first.                              *
      *-----------------------------------------------------------*
       77  WS-ScoreHist-Status         PIC X(02)   VALUE "00".
       77  WS-ScoreHist-EOF-Sw         PIC X(01)   VALUE "N".
           88  WS-ScoreHist-EOF                    VALUE "Y".
       77  WS-Score-Today-Sw           PIC X(01)   VALUE "N".
           88  WS-Score-Today-Seen                 VALUE "Y".
       77  WS-Score-Clean-Count        PIC 9(5)    VALUE 0.
       77  WS-Score-Base-Rej-Count     PIC 9(5)    VALUE 0.
       77  WS-Score-Trend-Index        PIC 9(1)    VALUE 0.
       77  WS-Score-Pct-Edited         PIC 9(3).9.
       77  WS-Score-Pct-Text           PIC X(05)   VALUE SPACES.
       77  WS-Score-Trend-Line         PIC X(40)   VALUE SPACES.

       01  WS-Score-Table.
           05  WS-Score-Slot-Entry OCCURS 5 TIMES.
               10  WS-Score-State      PIC X(01).
                   88  WS-Score-Scored           VALUE "Y".
                   88  WS-Score-Skipped          VALUE "S".
                   88  WS-Score-Restored         VALUE "R".
                   88  WS-Score-Not-Due          VALUE "N".
               10  WS-Score-Read-Count PIC 9(05).
               10  WS-Score-Warn-Count PIC 9(05).
               10  WS-Score-Rule-Rej-Count PIC 9(05).
               10  WS-Score-Quality    PIC 9(3)V9.
               10  WS-Score-Trend-Have PIC 9(01).
               10  WS-Score-Trend OCCURS 5 TIMES
                                       PIC X(05).

      *-----------------------------------------------------------*
      *  Permanent change-journal work areas - callers set the     *
      *  action and images, 8150-WRITE-JOURNAL shapes the row.     *
       77  WS-Jrn-User-Num             PIC 9(07)   VALUE 0.
       77  WS-Jrn-Before               PIC X(68)   VALUE SPACES.
       77  WS-Jrn-After                PIC X(68)   VALUE SPACES.
      *    Initials of the maker and checker behind the change in
      *    play - blank on the nightly rebuild.  Also carried onto
      *    the Tranlog.rpt lines and any Pending.dat row parked.
       77  WS-Jrn-Submitter            PIC X(03)   VALUE SPACES.
       77  WS-Jrn-Approver             PIC X(03)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Intraday transaction-apply (run-mode T) work areas       *
       77  WS-Pend-Released-Count      PIC 9(5)    VALUE 0.
       77  WS-Pend-Kept-Count          PIC 9(5)    VALUE 0.

      *-----------------------------------------------------------*
      *  HR leavers reconciliation work areas - each Leavers.dat   *
      *  record is matched against the indexed master; the table  *
      *  holds the User-Nums that already have a Status "I" change *
      *  waiting on Pending.dat so a re-sent leaver (or a rerun)   *
      *  is not queued twice.                                      *
      *-----------------------------------------------------------*
       77  WS-Leaver-Filename          PIC X(40)   VALUE "Leavers.dat".
       77  WS-Lvr-Feed-State           PIC X(08)   VALUE "MISSING".
       77  WS-Lvr-Exc-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Lvr-Exc-EOF                      VALUE "Y".
       77  WS-Lvr-Read-Count           PIC 9(5)    VALUE 0.
       77  WS-Lvr-Active-Count         PIC 9(5)    VALUE 0.
       77  WS-Lvr-Queued-Count         PIC 9(5)    VALUE 0.
       77  WS-Lvr-Exception-Count      PIC 9(5)    VALUE 0.
       77  WS-Lvr-Action               PIC X(32)   VALUE SPACES.
       77  WS-Lvr-Exc-Reason           PIC X(30)   VALUE SPACES.
       77  WS-Max-Lvr-Pending          PIC 9(4)    VALUE 1000.
       77  WS-Lvr-Pend-Count           PIC 9(4)    VALUE 0.
       77  WS-Lvr-Pend-Index           PIC 9(4)    VALUE 0.
       77  WS-Lvr-Pend-Hit             PIC 9(4)    VALUE 0.
       77  WS-Lvr-Pend-Over-Sw         PIC X(01)   VALUE "N".
           88  WS-Lvr-Pend-Overflow                VALUE "Y".

       01  WS-Lvr-Pend-Table.
           05  WS-Lvr-Pend-Entry OCCURS 1000 TIMES.
               10  WS-Lvr-Pend-Num     PIC X(07).
               10  WS-Lvr-Pend-Date    PIC X(08).

      *    One leaver - "user-num,termination-date,reason".  The
      *    number and date stay PIC X so a bad record is reported
      *    to HR instead of abending the match.
       01  WS-Leaver-Record.
           05  LVR-User-Num            PIC X(07).
           05  LVR-Sep-1               PIC X(01).
           05  LVR-Term-Date           PIC X(08).
           05  LVR-Sep-2               PIC X(01).
           05  LVR-Reason              PIC X(30).
           05  FILLER                  PIC X(21).

      *-----------------------------------------------------------*
      *  Per-department extract distribution work areas, loaded    *
      *  from DistList.ctl - one pass over Output.csv per listed   *
       77  WS-Corr-Reject-Count        PIC 9(5)    VALUE 0.
       77  WS-Corr-Post-Fail-Sw        PIC X(01)   VALUE "N".
           88  WS-Corr-Post-Failed                 VALUE "Y".
       01  WS-Corr-Hold                PIC X(88).
       01  WS-Corr-Table.
           05  WS-Corr-Entry OCCURS 100 TIMES.
               10  WS-Corr-Num         PIC 9(7).
               10  WS-Corr-ID          PIC X(6).
               10  WS-Corr-Record      PIC X(68).
               10  WS-Corr-Applied-Flag PIC X(01).
               10  WS-Corr-Submitter   PIC X(03).
               10  WS-Corr-Approver    PIC X(03).

      *-----------------------------------------------------------*
      *  Maker-checker approval-queue work areas (run-modes T and *
      *  R).  The submitter's initials come from the command line *
      *  ("T ini" / "R ini"); the staged payload is viewed as a   *
      *  transaction or a correction through the two records      *
      *  below, since the Tran-File and Correction-File buffers   *
      *  are not open while the queue is being worked.            *
      *-----------------------------------------------------------*
       77  WS-Approval-Status          PIC X(02)   VALUE "00".
       77  WS-Apr-EOF-Sw               PIC X(01)   VALUE "N".
           88  WS-Apr-EOF                          VALUE "Y".
       77  WS-Apr-Queue-Ok-Sw          PIC X(01)   VALUE "N".
           88  WS-Apr-Queue-Ok                     VALUE "Y".
       77  WS-Apr-Mode-Token           PIC X(02)   VALUE SPACES.
       77  WS-Apr-Initials             PIC X(03)   VALUE SPACES.
       77  WS-Apr-Last-Num             PIC 9(06)   VALUE 0.
       77  WS-Apr-Staged-Count         PIC 9(05)   VALUE 0.
       77  WS-Apr-Waiting-Count        PIC 9(05)   VALUE 0.
       77  WS-Apr-Line                 PIC X(120)  VALUE SPACES.

       01  WS-Apr-Tran.
           05  APT-Eff-Date            PIC X(08).
           05  APT-Sep-D               PIC X(01).
           05  APT-Action              PIC X(01).
           05  APT-Sep-0               PIC X(01).
           COPY WORKREC REPLACING ==:TAG:== BY ==APT==.
           05  FILLER                  PIC X(12).
       01  WS-Apr-Corr.
           05  APC-Source-Tag          PIC X(12).
           05  APC-Sep-1               PIC X(01).
           05  APC-Raw-Record          PIC X(47).
           05  APC-Sep-2               PIC X(01).
           05  APC-Reason              PIC X(30).

      *-----------------------------------------------------------*
      *  Department reference table, loaded from DeptRef.dat at   *
       77  WS-Superseded-Count         PIC 9(5)    VALUE 0.
       77  WS-Valid-Total              PIC 9(7)    VALUE 0.

      *-----------------------------------------------------------*
      *  Identity collision work areas - every record the merge    *
      *  keeps is added to this table, and each new survivor is   *
      *  checked against it for the same User-ID, or the same     *
      *  User-Name and Dept-Code, under a different User-Num.      *
      *  The merge runs in User-Num order, so the table entry is   *
      *  always the earlier record and the new survivor the later. *
      *-----------------------------------------------------------*
       77  WS-Identity-Status          PIC X(02)   VALUE "00".
       77  WS-Identity-Ctl-Status      PIC X(02)   VALUE "00".
       77  WS-Identity-Action          PIC X(01)   VALUE "W".
           88  WS-Identity-Reject-Mode             VALUE "R".
           88  WS-Identity-Warn-Mode               VALUE "W".
       77  WS-Identity-EOF-Sw          PIC X(01)   VALUE "N".
           88  WS-Identity-EOF                     VALUE "Y".
       77  WS-Identity-Reject-Sw       PIC X(01)   VALUE "N".
           88  WS-Identity-Rejected                VALUE "Y".
       77  WS-Identity-Full-Sw         PIC X(01)   VALUE "N".
           88  WS-Identity-Table-Full              VALUE "Y".
       77  WS-Max-Identity-Entries     PIC 9(5)    VALUE 10000.
       77  WS-Identity-Count           PIC 9(5)    VALUE 0.
       77  WS-Identity-Index           PIC 9(5)    VALUE 0.
       77  WS-Ident-ID-Count           PIC 9(5)    VALUE 0.
       77  WS-Ident-Reject-Count       PIC 9(5)    VALUE 0.
       77  WS-Ident-Alias-Count        PIC 9(5)    VALUE 0.

       01  WS-Identity-Table.
           05  WS-Identity-Entry OCCURS 10000 TIMES.
               10  WS-Ident-Image      PIC X(47).
               10  WS-Ident-Fields REDEFINES WS-Ident-Image.
                   15  WS-Ident-Num    PIC 9(07).
                   15  FILLER          PIC X(01).
                   15  WS-Ident-ID     PIC X(06).
                   15  FILLER          PIC X(01).
                   15  WS-Ident-Name   PIC X(25).
                   15  FILLER          PIC X(01).
                   15  WS-Ident-Dept   PIC X(04).
                   15  FILLER          PIC X(02).

      *    One Identity.rpt detail line: the collision type, the
      *    earlier (kept) record, the later record and the feed the
      *    later record came from.  The positions are fixed so a
      *    restart past the merge can re-read its REJECTED lines.
       01  WS-Ident-Reject-Line        PIC X(130)  VALUE SPACES.
       01  WS-Identity-Line.
           05  WS-Idl-Type             PIC X(14).
           05  WS-Idl-Earlier          PIC X(47).
           05  FILLER                  PIC X(03)   VALUE " | ".
           05  WS-Idl-Later            PIC X(47).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-Idl-Feed             PIC X(12).
           05  FILLER                  PIC X(06)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Duplicate-check work areas - one current-key buffer per   *
      *  active sorted work file, used for the N-way compare that  *
               10  WS-Hist-Val OCCURS 5 TIMES
                                       PIC 9(7).

      *-----------------------------------------------------------*
      *  Feed schedule / arrival work areas - 1700 decides, per    *
      *  active feed, whether it is due today (its weekdays, less  *
      *  the holiday calendar), its cutoff, and when it arrived    *
      *  (Arrival.dat, or found on disk now).  The nightly run,    *
      *  the pre-flight and the run-mode M monitor share them.     *
      *-----------------------------------------------------------*
       77  WS-Schedule-Status          PIC X(02)   VALUE "00".
       77  WS-Holiday-Status           PIC X(02)   VALUE "00".
       77  WS-Arrival-Status           PIC X(02)   VALUE "00".
       77  WS-Schedule-EOF-Sw          PIC X(01)   VALUE "N".
           88  WS-Schedule-EOF                     VALUE "Y".
       77  WS-Holiday-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Holiday-EOF                      VALUE "Y".
       77  WS-Arrival-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Arrival-EOF                      VALUE "Y".
       77  WS-Holiday-Sw               PIC X(01)   VALUE "N".
           88  WS-Today-Is-Holiday                 VALUE "Y".
       77  WS-Holiday-Name             PIC X(30)   VALUE SPACES.
       77  WS-Now-HHMM                 PIC X(04)   VALUE SPACES.
       77  WS-Weekday-Index            PIC 9(1)    VALUE 0.
       77  WS-Sched-Index              PIC 9(1)    VALUE 0.
       77  WS-Sched-In-Name            PIC X(40)   VALUE SPACES.
       77  WS-Sched-In-Days            PIC X(07)   VALUE SPACES.
       77  WS-Sched-In-Cutoff          PIC X(04)   VALUE SPACES.
       77  WS-Sched-Load-Error         PIC X(30)   VALUE SPACES.
       77  WS-Sched-Bad-Count          PIC 9(3)    VALUE 0.
       77  WS-Sched-YN-Count           PIC 9(1)    VALUE 0.
       77  WS-Mon-Late-Count           PIC 9(1)    VALUE 0.
       77  WS-Mon-Wait-Count           PIC 9(1)    VALUE 0.
       77  WS-Mon-New-Count            PIC 9(1)    VALUE 0.
       77  WS-Mon-State-Text           PIC X(30)   VALUE SPACES.

      *    Day-number work fields - WS-Day-Date (YYYYMMDD) to a
      *    running day count, whose remainder by 7 gives the weekday.
       77  WS-Day-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Day-Number               PIC 9(07)   VALUE 0.
       77  WS-Day-Year                 PIC 9(04)   VALUE 0.
       77  WS-Day-Month                PIC 9(02)   VALUE 0.
       77  WS-Day-Day                  PIC 9(02)   VALUE 0.
       77  WS-Day-Quot-4               PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-100             PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-400             PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-Month           PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-Week            PIC 9(07)   VALUE 0.
       77  WS-Day-Rem-Week             PIC 9(01)   VALUE 0.

       01  WS-Weekday-Name-Values.
           05  FILLER                  PIC X(27)
               VALUE "MONDAY   TUESDAY  WEDNESDAY".
           05  FILLER                  PIC X(27)
               VALUE "THURSDAY FRIDAY   SATURDAY ".
           05  FILLER                  PIC X(09)
               VALUE "SUNDAY   ".
       01  WS-Weekday-Name-Table REDEFINES WS-Weekday-Name-Values.
           05  WS-Weekday-Name OCCURS 7 TIMES
                                       PIC X(09).

       01  WS-Sched-Table.
           05  WS-Sched-Slot-Entry OCCURS 5 TIMES.
      *        Weekday mask, Monday first, Y = due that weekday
               10  WS-Sched-Days       PIC X(07).
      *        HHMM; blank = no cutoff (never counted late)
               10  WS-Sched-Cutoff     PIC X(04).
               10  WS-Sched-Due-Flag   PIC X(01).
                   88  WS-Sched-Due              VALUE "Y".
      *        HHMM first seen; blank = not arrived
               10  WS-Sched-Arrival    PIC X(04).
               10  WS-Sched-Logged-Flag PIC X(01).
                   88  WS-Sched-Logged           VALUE "Y".
      *        RH-Arrival-State values, plus W = still inside the
      *        cutoff (run-mode M only)
               10  WS-Sched-State      PIC X(01).

      *-----------------------------------------------------------*
      *  Retention purge register, loaded from Purged.dat.  Only  *
      *  Status "I" records are looked up, so the linear search    *
      *  costs little; numbers past the table limit are reported   *
      *  at load and those users come back until it is raised.     *
      *-----------------------------------------------------------*
       77  WS-Purged-Status            PIC X(02)   VALUE "00".
       77  WS-Purged-EOF-Sw            PIC X(01)   VALUE "N".
           88  WS-Purged-EOF                       VALUE "Y".
       77  WS-Purged-Hit-Sw            PIC X(01)   VALUE "N".
           88  WS-Purged-Hit                       VALUE "Y".
       77  WS-Max-Purged-Entries       PIC 9(4)    VALUE 2000.
       77  WS-Purged-Count             PIC 9(4)    VALUE 0.
       77  WS-Purged-Index             PIC 9(4)    VALUE 0.
       77  WS-Purged-Over-Count        PIC 9(5)    VALUE 0.
       77  WS-Purged-Drop-Total        PIC 9(7)    VALUE 0.

       01  WS-Purged-Table.
           05  WS-Purged-Num OCCURS 2000 TIMES PIC 9(07).

       01  WS-Slot-Purged-Counts.
           05  WS-Slot-Purged-Count OCCURS 5 TIMES PIC 9(5).

      *-----------------------------------------------------------*
      *  Restart / checkpoint work areas                          *
      *-----------------------------------------------------------*
               STOP RUN
           END-IF.
           IF WS-Tran-Apply-Run
               PERFORM 0150-GET-SUBMITTER THRU 0150-EXIT
               IF WS-Apr-Initials NOT = SPACES
                   PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
               END-IF
               IF WS-Lock-Held
                   PERFORM 9000-TRANSACTION-APPLY THRU 9000-EXIT
                   PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           IF WS-Repost-Run
               PERFORM 0150-GET-SUBMITTER THRU 0150-EXIT
               IF WS-Apr-Initials NOT = SPACES
                   PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
               END-IF
               IF WS-Lock-Held
                   PERFORM 9300-REPOST-CORRECTIONS THRU 9300-EXIT
                   PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               PERFORM 9600-PREFLIGHT-VALIDATE THRU 9600-EXIT
               STOP RUN
           END-IF.
           IF WS-Monitor-Run
               PERFORM 9800-MONITOR-FEEDS THRU 9800-EXIT
               STOP RUN
           END-IF.
           PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT.
           IF NOT WS-Lock-Held
               STOP RUN
           PERFORM 4000-DUPLICATE-CHECK THRU 4000-EXIT.
           PERFORM 5000-MERGE-FILES THRU 5000-EXIT.
           PERFORM 5500-DISTRIBUTE-EXTRACTS THRU 5500-EXIT.
           PERFORM 5300-MATCH-LEAVERS THRU 5300-EXIT.
           PERFORM 5600-RELEASE-PENDING THRU 5600-EXIT.
           PERFORM 5700-VALIDATE-ALIASES THRU 5700-EXIT.
           PERFORM 6000-WRITE-BALANCE-REPORT THRU 6000-EXIT.
           PERFORM 6500-RUN-HISTORY-AND-ALERT THRU 6500-EXIT.
           PERFORM 6300-WRITE-SCORECARD THRU 6300-EXIT.
           PERFORM 7000-DELTA-REPORT THRU 7000-EXIT.
           PERFORM 7500-ARCHIVE-GENERATIONS THRU 7500-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0190-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  0150-GET-SUBMITTER - run-modes T and R stage under the
      *  submitting operator's initials ("T ini" / "R ini"); with
      *  none given the run stops with RETURN-CODE 12 before the
      *  lock is taken, since CobAprv could not then keep the
      *  submitter from approving their own work.
      *-------------------------------------------------------------
       0150-GET-SUBMITTER.
           MOVE SPACES TO WS-Apr-Mode-Token WS-Apr-Initials.
           UNSTRING WS-Command-Parm DELIMITED BY ALL " "
               INTO WS-Apr-Mode-Token WS-Apr-Initials
           END-UNSTRING.
           INSPECT WS-Apr-Initials CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-Apr-Initials = SPACES
               DISPLAY "COBMERGE: USAGE IS  " WS-Run-Mode
                       " ini  - THE SUBMITTER'S INITIALS ARE "
                       "REQUIRED. RUN STOPPED."
               MOVE 12 TO RETURN-CODE
           END-IF.
           GO TO 0150-EXIT.
       0150-EXIT.
           EXIT.

      *=============================================================
      *  1000-INITIALIZE - load the reference tables and the       *
      *  control file's list of active feeds and pick up any       *
      *=============================================================
       1000-INITIALIZE.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 1600-LOAD-EDIT-RULES THRU 1600-EXIT.
           PERFORM 1200-READ-CONTROL-FILE THRU 1200-EXIT.
           PERFORM 1700-LOAD-FEED-SCHEDULE THRU 1700-EXIT.
           PERFORM 1800-LOAD-PURGED-REGISTER THRU 1800-EXIT.
           PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT.
           PERFORM 1400-RESET-SORTED-SLOTS THRU 1400-EXIT.
           IF WS-Completed-Step-Total > 0
       1540-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1600-LOAD-EDIT-RULES - the field edit rules from
      *  EditRule.ctl, one "field,type,severity,value" line each:
      *    field    NUM, ID, NAME, DEPT or STAT
      *    type     V  allowed values, "/"-separated (A/I)
      *             P  pattern, one mask character per position -
      *                9 digit, A letter, X any non-blank, anything
      *                else itself; the field must be exactly as
      *                long as the mask
      *             L  length range "nn-nn" (trailing blanks do not
      *                count)
      *             C  character class - A letters, 9 digits, B
      *                embedded blanks, any other character listed
      *                is allowed as itself (AB.'- for names)
      *    severity R  reject the record, W  warn and let it through
      *  The value may not contain a comma.  A line starting "*" is
      *  a comment; a line that does not parse is reported and left
      *  out, so one typing slip cannot stop the run.
      *-------------------------------------------------------------
       1600-LOAD-EDIT-RULES.
           MOVE 0 TO WS-Rule-Count.
           MOVE 0 TO WS-Rule-Bad-Count.
           MOVE "N" TO WS-Rule-EOF-Sw.
           OPEN INPUT Rule-File.
           IF WS-Rule-Status NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-READ-NEXT-RULE THRU 1610-EXIT.
           PERFORM 1620-LOAD-ONE-RULE THRU 1620-EXIT
               UNTIL WS-Rule-EOF.
           CLOSE Rule-File.
           GO TO 1600-EXIT.
       1600-EXIT.
           EXIT.

       1610-READ-NEXT-RULE.
           READ Rule-File
               AT END
                   SET WS-Rule-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1610-EXIT.
       1610-EXIT.
           EXIT.

       1620-LOAD-ONE-RULE.
           IF Rule-Rec = SPACES OR Rule-Rec(1:1) = "*"
               GO TO 1620-NEXT
           END-IF.
           MOVE SPACES TO WS-Rule-In-Field WS-Rule-In-Type
                          WS-Rule-In-Sev WS-Rule-In-Value
                          WS-Rule-Load-Error.
           UNSTRING Rule-Rec DELIMITED BY ","
               INTO WS-Rule-In-Field WS-Rule-In-Type
                    WS-Rule-In-Sev WS-Rule-In-Value
           END-UNSTRING.
           MOVE 30 TO WS-Rule-In-Len.
           PERFORM 1625-TRIM-RULE-VALUE THRU 1625-EXIT
               UNTIL WS-Rule-In-Len = 0
                  OR WS-Rule-In-Value(WS-Rule-In-Len:1) NOT = SPACE.
           EVALUATE TRUE
               WHEN WS-Rule-In-Field NOT = "NUM"
                AND WS-Rule-In-Field NOT = "ID"
                AND WS-Rule-In-Field NOT = "NAME"
                AND WS-Rule-In-Field NOT = "DEPT"
                AND WS-Rule-In-Field NOT = "STAT"
                   MOVE "FIELD NOT KNOWN" TO WS-Rule-Load-Error
               WHEN WS-Rule-In-Type NOT = "V"
                AND WS-Rule-In-Type NOT = "P"
                AND WS-Rule-In-Type NOT = "L"
                AND WS-Rule-In-Type NOT = "C"
                   MOVE "TYPE NOT V, P, L OR C" TO WS-Rule-Load-Error
               WHEN WS-Rule-In-Sev NOT = "R"
                AND WS-Rule-In-Sev NOT = "W"
                   MOVE "SEVERITY NOT R OR W" TO WS-Rule-Load-Error
               WHEN WS-Rule-In-Len = 0
                   MOVE "VALUE IS BLANK" TO WS-Rule-Load-Error
               WHEN WS-Rule-In-Type = "L"
                AND (WS-Rule-In-Value(1:2) NOT NUMERIC
                  OR WS-Rule-In-Value(3:1) NOT = "-"
                  OR WS-Rule-In-Value(4:2) NOT NUMERIC
                  OR WS-Rule-In-Len NOT = 5)
                   MOVE "LENGTH NOT nn-nn" TO WS-Rule-Load-Error
               WHEN WS-Rule-In-Type = "L"
                AND WS-Rule-In-Value(1:2) > WS-Rule-In-Value(4:2)
                   MOVE "LENGTH MIN OVER MAX" TO WS-Rule-Load-Error
               WHEN WS-Rule-Count NOT < WS-Max-Rule-Entries
                   MOVE "RULE LIMIT REACHED" TO WS-Rule-Load-Error
           END-EVALUATE.
           IF WS-Rule-Load-Error NOT = SPACES
               ADD 1 TO WS-Rule-Bad-Count
               DISPLAY "COBMERGE: EDIT RULE IGNORED - "
                       WS-Rule-Load-Error ": " Rule-Rec(1:40)
               GO TO 1620-NEXT
           END-IF.
           ADD 1 TO WS-Rule-Count.
           MOVE WS-Rule-In-Field TO WS-Rule-Field(WS-Rule-Count).
           MOVE WS-Rule-In-Type TO WS-Rule-Type(WS-Rule-Count).
           MOVE WS-Rule-In-Sev TO WS-Rule-Severity(WS-Rule-Count).
           MOVE WS-Rule-In-Value TO WS-Rule-Value(WS-Rule-Count).
           MOVE WS-Rule-In-Len TO WS-Rule-Value-Len(WS-Rule-Count).
           MOVE "N" TO WS-Rule-Hit-Flag(WS-Rule-Count).
           MOVE 0 TO WS-Rule-Slot-Count(WS-Rule-Count, 1)
                     WS-Rule-Slot-Count(WS-Rule-Count, 2)
                     WS-Rule-Slot-Count(WS-Rule-Count, 3)
                     WS-Rule-Slot-Count(WS-Rule-Count, 4)
                     WS-Rule-Slot-Count(WS-Rule-Count, 5).
       1620-NEXT.
           PERFORM 1610-READ-NEXT-RULE THRU 1610-EXIT.
           GO TO 1620-EXIT.
       1620-EXIT.
           EXIT.

       1625-TRIM-RULE-VALUE.
           SUBTRACT 1 FROM WS-Rule-In-Len.
           GO TO 1625-EXIT.
       1625-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1700-LOAD-FEED-SCHEDULE - settle, for every active feed,
      *  whether it is due today, its cutoff and its arrival:
      *    FeedSched.ctl  "feed-name,weekdays,cutoff" - weekdays is
      *                   seven Y/N flags Monday first (YYYYYNN is
      *                   weekdays only), cutoff is HHMM or blank
      *                   for none.  A feed not listed is due every
      *                   day with no cutoff, as before the schedule.
      *    Holiday.ctl    "YYYYMMDD,description" - on a listed date
      *                   no feed is due.
      *    Arrival.dat    the time run-mode M first saw the feed's
      *                   file for today; a file on disk now that M
      *                   never saw arrives as of now.
      *  A feed's file has arrived when its HDR carries today's
      *  business date - yesterday's file left in place has not.
      *  A schedule line that does not parse is reported and left
      *  out, so one typing slip cannot stop the run.
      *-------------------------------------------------------------
       1700-LOAD-FEED-SCHEDULE.
           MOVE WS-Run-Time(1:4) TO WS-Now-HHMM.
           MOVE WS-Run-Date TO WS-Day-Date.
           PERFORM 1790-DAY-NUMBER THRU 1790-EXIT.
      *    Day number plus 5 is a whole number of weeks on a Monday.
           ADD 5 TO WS-Day-Number.
           DIVIDE WS-Day-Number BY 7 GIVING WS-Day-Quot-Week
               REMAINDER WS-Day-Rem-Week.
           COMPUTE WS-Weekday-Index = WS-Day-Rem-Week + 1.
           PERFORM 1710-CLEAR-ONE-SCHEDULE THRU 1710-EXIT
               VARYING WS-Sched-Index FROM 1 BY 1
               UNTIL WS-Sched-Index > WS-Active-File-Count.
           MOVE 0 TO WS-Sched-Bad-Count.
           MOVE "N" TO WS-Schedule-EOF-Sw.
           OPEN INPUT Schedule-File.
           IF WS-Schedule-Status = "00"
               PERFORM 1715-READ-NEXT-SCHEDULE THRU 1715-EXIT
               PERFORM 1720-LOAD-ONE-SCHEDULE THRU 1720-EXIT
                   UNTIL WS-Schedule-EOF
               CLOSE Schedule-File
           END-IF.
           MOVE "N" TO WS-Holiday-Sw.
           MOVE SPACES TO WS-Holiday-Name.
           MOVE "N" TO WS-Holiday-EOF-Sw.
           OPEN INPUT Holiday-File.
           IF WS-Holiday-Status = "00"
               PERFORM 1735-READ-NEXT-HOLIDAY THRU 1735-EXIT
               PERFORM 1730-CHECK-ONE-HOLIDAY THRU 1730-EXIT
                   UNTIL WS-Holiday-EOF
               CLOSE Holiday-File
           END-IF.
           IF WS-Today-Is-Holiday
               MOVE SPACES TO WS-Report-Line
               STRING "COBMERGE: " WS-Run-Date " IS A BUSINESS "
                      "HOLIDAY (" DELIMITED BY SIZE
                      WS-Holiday-Name DELIMITED BY "  "
                      ") - NO FEEDS DUE." DELIMITED BY SIZE
                      INTO WS-Report-Line
               DISPLAY WS-Report-Line
           END-IF.
           MOVE "N" TO WS-Arrival-EOF-Sw.
           OPEN INPUT Arrival-File.
           IF WS-Arrival-Status = "00"
               PERFORM 1745-READ-NEXT-ARRIVAL THRU 1745-EXIT
               PERFORM 1740-APPLY-ONE-ARRIVAL THRU 1740-EXIT
                   UNTIL WS-Arrival-EOF
               CLOSE Arrival-File
           END-IF.
           PERFORM 1750-SETTLE-ONE-FEED THRU 1750-EXIT
               VARYING WS-Sched-Index FROM 1 BY 1
               UNTIL WS-Sched-Index > WS-Active-File-Count.
           GO TO 1700-EXIT.
       1700-EXIT.
           EXIT.

       1710-CLEAR-ONE-SCHEDULE.
           MOVE "YYYYYYY" TO WS-Sched-Days(WS-Sched-Index).
           MOVE SPACES TO WS-Sched-Cutoff(WS-Sched-Index).
           MOVE "Y" TO WS-Sched-Due-Flag(WS-Sched-Index).
           MOVE SPACES TO WS-Sched-Arrival(WS-Sched-Index).
           MOVE "N" TO WS-Sched-Logged-Flag(WS-Sched-Index).
           MOVE SPACES TO WS-Sched-State(WS-Sched-Index).
           GO TO 1710-EXIT.
       1710-EXIT.
           EXIT.

       1715-READ-NEXT-SCHEDULE.
           READ Schedule-File
               AT END
                   SET WS-Schedule-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1715-EXIT.
       1715-EXIT.
           EXIT.

       1720-LOAD-ONE-SCHEDULE.
           IF Schedule-Rec = SPACES OR Schedule-Rec(1:1) = "*"
               GO TO 1720-NEXT
           END-IF.
           MOVE SPACES TO WS-Sched-In-Name WS-Sched-In-Days
                          WS-Sched-In-Cutoff WS-Sched-Load-Error.
           UNSTRING Schedule-Rec DELIMITED BY ","
               INTO WS-Sched-In-Name WS-Sched-In-Days
                    WS-Sched-In-Cutoff
           END-UNSTRING.
           INSPECT WS-Sched-In-Days CONVERTING "yn" TO "YN".
           MOVE 0 TO WS-Sched-YN-Count.
           INSPECT WS-Sched-In-Days TALLYING WS-Sched-YN-Count
               FOR ALL "Y" ALL "N".
           EVALUATE TRUE
               WHEN WS-Sched-In-Name = SPACES
                   MOVE "FEED NAME IS BLANK" TO WS-Sched-Load-Error
               WHEN WS-Sched-YN-Count NOT = 7
                   MOVE "WEEKDAYS NOT 7 Y/N FLAGS"
                     TO WS-Sched-Load-Error
               WHEN WS-Sched-In-Cutoff = SPACES
                   CONTINUE
               WHEN WS-Sched-In-Cutoff NOT NUMERIC
                 OR WS-Sched-In-Cutoff(1:2) > "23"
                 OR WS-Sched-In-Cutoff(3:2) > "59"
                   MOVE "CUTOFF NOT HHMM" TO WS-Sched-Load-Error
           END-EVALUATE.
           IF WS-Sched-Load-Error NOT = SPACES
               ADD 1 TO WS-Sched-Bad-Count
               DISPLAY "COBMERGE: FEED SCHEDULE LINE IGNORED - "
                       WS-Sched-Load-Error ": " Schedule-Rec(1:40)
               GO TO 1720-NEXT
           END-IF.
           PERFORM 1725-APPLY-ONE-SCHEDULE THRU 1725-EXIT
               VARYING WS-Sched-Index FROM 1 BY 1
               UNTIL WS-Sched-Index > WS-Active-File-Count.
       1720-NEXT.
           PERFORM 1715-READ-NEXT-SCHEDULE THRU 1715-EXIT.
           GO TO 1720-EXIT.
       1720-EXIT.
           EXIT.

       1725-APPLY-ONE-SCHEDULE.
           IF WS-Input-Filename(WS-Sched-Index) = WS-Sched-In-Name
               MOVE WS-Sched-In-Days TO WS-Sched-Days(WS-Sched-Index)
               MOVE WS-Sched-In-Cutoff
                 TO WS-Sched-Cutoff(WS-Sched-Index)
           END-IF.
           GO TO 1725-EXIT.
       1725-EXIT.
           EXIT.

       1730-CHECK-ONE-HOLIDAY.
           IF Holiday-Rec(1:8) = WS-Run-Date
               SET WS-Today-Is-Holiday TO TRUE
               MOVE Holiday-Rec(10:30) TO WS-Holiday-Name
           END-IF.
           PERFORM 1735-READ-NEXT-HOLIDAY THRU 1735-EXIT.
           GO TO 1730-EXIT.
       1730-EXIT.
           EXIT.

       1735-READ-NEXT-HOLIDAY.
           READ Holiday-File
               AT END
                   SET WS-Holiday-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1735-EXIT.
       1735-EXIT.
           EXIT.

      *    Only today's rows count, and only the first for a feed -
      *    a re-run of M must not move an arrival later.
       1740-APPLY-ONE-ARRIVAL.
           IF ARV-Run-Date = WS-Run-Date
               PERFORM 1742-MATCH-ONE-ARRIVAL THRU 1742-EXIT
                   VARYING WS-Sched-Index FROM 1 BY 1
                   UNTIL WS-Sched-Index > WS-Active-File-Count
           END-IF.
           PERFORM 1745-READ-NEXT-ARRIVAL THRU 1745-EXIT.
           GO TO 1740-EXIT.
       1740-EXIT.
           EXIT.

       1742-MATCH-ONE-ARRIVAL.
           IF ARV-Feed-Name
              = WS-Input-Filename(WS-Sched-Index)(1:20)
              AND NOT WS-Sched-Logged(WS-Sched-Index)
               MOVE ARV-Time TO WS-Sched-Arrival(WS-Sched-Index)
               SET WS-Sched-Logged(WS-Sched-Index) TO TRUE
           END-IF.
           GO TO 1742-EXIT.
       1742-EXIT.
           EXIT.

       1745-READ-NEXT-ARRIVAL.
           READ Arrival-File
               AT END
                   SET WS-Arrival-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1745-EXIT.
       1745-EXIT.
           EXIT.

      *    Due today, arrived (logged, or on disk now) and the
      *    resulting state.  W - not in yet but inside the cutoff -
      *    only arises in run-mode M; by the nightly run a due feed
      *    still not in has missed.
       1750-SETTLE-ONE-FEED.
           IF WS-Today-Is-Holiday
              OR WS-Sched-Days(WS-Sched-Index)(WS-Weekday-Index:1)
                 NOT = "Y"
               MOVE "N" TO WS-Sched-Due-Flag(WS-Sched-Index)
           END-IF.
           IF WS-Sched-Arrival(WS-Sched-Index) = SPACES
               PERFORM 1760-PROBE-ONE-FEED THRU 1760-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-Sched-Arrival(WS-Sched-Index) NOT = SPACES
                AND NOT WS-Sched-Due(WS-Sched-Index)
                   MOVE "E" TO WS-Sched-State(WS-Sched-Index)
               WHEN WS-Sched-Arrival(WS-Sched-Index) NOT = SPACES
                AND (WS-Sched-Cutoff(WS-Sched-Index) = SPACES
                  OR WS-Sched-Arrival(WS-Sched-Index)
                     NOT > WS-Sched-Cutoff(WS-Sched-Index))
                   MOVE "O" TO WS-Sched-State(WS-Sched-Index)
               WHEN WS-Sched-Arrival(WS-Sched-Index) NOT = SPACES
                   MOVE "L" TO WS-Sched-State(WS-Sched-Index)
               WHEN NOT WS-Sched-Due(WS-Sched-Index)
                   MOVE "N" TO WS-Sched-State(WS-Sched-Index)
               WHEN WS-Monitor-Run
                AND (WS-Sched-Cutoff(WS-Sched-Index) = SPACES
                  OR WS-Now-HHMM
                     NOT > WS-Sched-Cutoff(WS-Sched-Index))
                   MOVE "W" TO WS-Sched-State(WS-Sched-Index)
               WHEN OTHER
                   MOVE "M" TO WS-Sched-State(WS-Sched-Index)
           END-EVALUATE.
           GO TO 1750-EXIT.
       1750-EXIT.
           EXIT.

       1760-PROBE-ONE-FEED.
           MOVE WS-Input-Filename(WS-Sched-Index)
             TO WS-Current-Input-Filename.
           MOVE "N" TO WS-Input-EOF-Sw.
           OPEN INPUT Input-File.
           IF WS-Input-Status NOT = "00"
               GO TO 1760-EXIT
           END-IF.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           IF NOT WS-Input-EOF
               MOVE Input-Rec(1:33) TO WS-Envelope-Header
               IF WS-Env-Hdr-Tag = "HDR"
                  AND WS-Env-Hdr-Date = WS-Run-Date
                   MOVE WS-Now-HHMM
                     TO WS-Sched-Arrival(WS-Sched-Index)
               END-IF
           END-IF.
           CLOSE Input-File.
           MOVE "N" TO WS-Input-EOF-Sw.
           GO TO 1760-EXIT.
       1760-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1790-DAY-NUMBER - WS-Day-Date (YYYYMMDD) to a day count
      *  (January and February count as months 13 and 14 of the
      *  prior year), so whole-day differences and weekdays are
      *  plain arithmetic.
      *-------------------------------------------------------------
       1790-DAY-NUMBER.
           MOVE WS-Day-Date(1:4) TO WS-Day-Year.
           MOVE WS-Day-Date(5:2) TO WS-Day-Month.
           MOVE WS-Day-Date(7:2) TO WS-Day-Day.
           IF WS-Day-Month < 3
               SUBTRACT 1 FROM WS-Day-Year
               ADD 12 TO WS-Day-Month
           END-IF.
           DIVIDE WS-Day-Year BY 4 GIVING WS-Day-Quot-4.
           DIVIDE WS-Day-Year BY 100 GIVING WS-Day-Quot-100.
           DIVIDE WS-Day-Year BY 400 GIVING WS-Day-Quot-400.
           COMPUTE WS-Day-Quot-Month = 153 * (WS-Day-Month + 1).
           DIVIDE WS-Day-Quot-Month BY 5 GIVING WS-Day-Quot-Month.
           COMPUTE WS-Day-Number = 365 * WS-Day-Year
                                 + WS-Day-Quot-4
                                 - WS-Day-Quot-100
                                 + WS-Day-Quot-400
                                 + WS-Day-Quot-Month
                                 + WS-Day-Day.
           GO TO 1790-EXIT.
       1790-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1800-LOAD-PURGED-REGISTER - the User-Nums CobPurge has
      *  removed under the retention policy.  A missing Purged.dat
      *  leaves the table empty and nothing is dropped.
      *-------------------------------------------------------------
       1800-LOAD-PURGED-REGISTER.
           MOVE 0 TO WS-Purged-Count.
           MOVE 0 TO WS-Purged-Over-Count.
           MOVE "N" TO WS-Purged-EOF-Sw.
           OPEN INPUT Purged-File.
           IF WS-Purged-Status NOT = "00"
               GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-READ-NEXT-PURGED THRU 1810-EXIT.
           PERFORM 1820-LOAD-ONE-PURGED THRU 1820-EXIT
               UNTIL WS-Purged-EOF.
           CLOSE Purged-File.
           IF WS-Purged-Over-Count > 0
               DISPLAY "COBMERGE: " WS-Purged-Over-Count
                       " Purged.dat ROW(S) PAST THE "
                       WS-Max-Purged-Entries "-ENTRY LIMIT NOT "
                       "LOADED - THOSE USERS ARE NOT SUPPRESSED."
           END-IF.
           GO TO 1800-EXIT.
       1800-EXIT.
           EXIT.

       1810-READ-NEXT-PURGED.
           READ Purged-File
               AT END
                   SET WS-Purged-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1810-EXIT.
       1810-EXIT.
           EXIT.

       1820-LOAD-ONE-PURGED.
           IF PRG-User-Num NUMERIC
               IF WS-Purged-Count < WS-Max-Purged-Entries
                   ADD 1 TO WS-Purged-Count
                   MOVE PRG-User-Num
                     TO WS-Purged-Num(WS-Purged-Count)
               ELSE
                   ADD 1 TO WS-Purged-Over-Count
               END-IF
           END-IF.
           PERFORM 1810-READ-NEXT-PURGED THRU 1810-EXIT.
           GO TO 1820-EXIT.
       1820-EXIT.
           EXIT.

      *=============================================================
      *  3000-PROCESS-INPUT-FILES - loop the validate/sort logic    *
      *  over however many feeds the control file named, skipping   *
                 TO WS-Slot-Valid-Count(WS-Slot-Index)
               MOVE WS-Completed-Step-Cnt2(WS-Checkpoint-Table-Index)
                 TO WS-Slot-Reject-Count(WS-Slot-Index)
               MOVE "R" TO WS-Score-State(WS-Slot-Index)
      *        The checkpoint cannot say WHY a slot restored with
      *        zero valid records (missing feed, envelope skip, or
      *        a genuinely empty file) - treat it as skipped so the
             TO WS-Current-Input-Filename.
           MOVE 0 TO WS-Slot-Valid-Count(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Reject-Count(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Purged-Count(WS-Slot-Index).
           MOVE 0 TO WS-Env-Data-Count.
           MOVE "Y" TO WS-Score-State(WS-Slot-Index).
           MOVE 0 TO WS-Score-Warn-Count(WS-Slot-Index).
           MOVE 0 TO WS-Score-Rule-Rej-Count(WS-Slot-Index).
           PERFORM 3236-CLEAR-ONE-SLOT-COUNT THRU 3236-EXIT
               VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > WS-Rule-Count.
           MOVE "N" TO WS-Input-EOF-Sw.
           MOVE "N" TO WS-Envelope-Fail-Sw.
           MOVE "N" TO WS-Trailer-Found-Sw.
           OPEN OUTPUT Presort-File.
           OPEN INPUT Input-File.
           IF WS-Input-Status NOT = "00"
               IF WS-Sched-Due(WS-Slot-Index)
                   PERFORM 3225-REJECT-MISSING-FEED THRU 3225-EXIT
               ELSE
                   PERFORM 3227-NOTE-FEED-NOT-DUE THRU 3227-EXIT
               END-IF
           ELSE
               PERFORM 3215-CHECK-FEED-HEADER THRU 3215-EXIT
               IF NOT WS-Envelope-Failed
               CLOSE Input-File
           END-IF.
           CLOSE Presort-File.
           MOVE WS-Env-Data-Count TO WS-Score-Read-Count(WS-Slot-Index).
      *    Purged users dropped by 3245 are not the sender's data
      *    quality either way - the scorecard reads past them.
           SUBTRACT WS-Slot-Purged-Count(WS-Slot-Index)
               FROM WS-Score-Read-Count(WS-Slot-Index).
      *    A prior business day's file still sitting there on a day
      *    the feed is not due is a no-send day, not a bad envelope.
           IF WS-Envelope-Failed
               IF WS-Sched-Due(WS-Slot-Index)
                  OR WS-Reject-Reason NOT = "BUSINESS DATE NOT RUN DATE"
                   PERFORM 3226-REJECT-BAD-ENVELOPE THRU 3226-EXIT
               ELSE
                   PERFORM 3227-NOTE-FEED-NOT-DUE THRU 3227-EXIT
               END-IF
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
      *-------------------------------------------------------------
       3226-REJECT-BAD-ENVELOPE.
           SET WS-Feed-Skipped TO TRUE.
           MOVE "S" TO WS-Score-State(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Valid-Count(WS-Slot-Index).
           ADD 1 TO WS-Slot-Reject-Count(WS-Slot-Index).
           MOVE SPACES TO Reject-Rec.
      *-------------------------------------------------------------
       3225-REJECT-MISSING-FEED.
           SET WS-Feed-Skipped TO TRUE.
           MOVE "S" TO WS-Score-State(WS-Slot-Index).
           ADD 1 TO WS-Slot-Reject-Count(WS-Slot-Index).
           MOVE SPACES TO Reject-Rec.
           MOVE WS-Current-Input-Filename(1:12) TO REJ-Source-Tag.
       3225-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3227-NOTE-FEED-NOT-DUE - no file for today from a feed the
      *  schedule does not expect today (a no-send weekday or a
      *  holiday).  That is not a failure, so no reject line and no
      *  reject count; the slot still counts as skipped, though, so
      *  the alias validation stays conservative about its users.
      *-------------------------------------------------------------
       3227-NOTE-FEED-NOT-DUE.
           SET WS-Feed-Skipped TO TRUE.
           MOVE "N" TO WS-Score-State(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Valid-Count(WS-Slot-Index).
           GO TO 3227-EXIT.
       3227-EXIT.
           EXIT.

       3210-READ-NEXT-INPUT.
           READ Input-File
               AT END
           ADD 1 TO WS-Env-Data-Count.
           MOVE Input-Rec TO WS-Edit-Record.
           PERFORM 3230-EDIT-INPUT-RECORD THRU 3230-EXIT.
      *    A purged user is dropped before the rule tally so its
      *    warnings stay off the scorecard along with its read.
           IF WS-Record-Is-Valid AND EDT-Status = "I"
              AND WS-Purged-Count > 0
               PERFORM 3245-CHECK-PURGED THRU 3245-EXIT
               IF WS-Purged-Hit
                   ADD 1 TO WS-Slot-Purged-Count(WS-Slot-Index)
                   ADD 1 TO WS-Purged-Drop-Total
                   GO TO 3220-NEXT
               END-IF
           END-IF.
           PERFORM 3235-TALLY-EDIT-RULES THRU 3235-EXIT.
           IF WS-Record-Is-Valid
               ADD 1 TO WS-Slot-Valid-Count(WS-Slot-Index)
               MOVE EDT-User-Num  TO PSR-User-Num
               MOVE "," TO REJ-Sep-1 REJ-Sep-2
               WRITE Reject-Rec
           END-IF.
       3220-NEXT.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           GO TO 3220-EXIT.
       3220-EXIT.
      *  run against WS-Edit-Record, so the caller moves whatever
      *  record it is holding there first - the nightly validate
      *  and the intraday transaction apply share these rules.
      *  A record that passes the fixed edits then goes through
      *  every EditRule.ctl rule: a failed reject rule rejects it
      *  (the first one names the reason), a failed warning rule
      *  only counts against it.
      *-------------------------------------------------------------
       3230-EDIT-INPUT-RECORD.
           SET WS-Record-Is-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           MOVE 0 TO WS-Rule-Warn-Count.
           MOVE SPACES TO WS-Rule-Warn-Reason.
           MOVE "N" TO WS-Rule-Reject-Sw.
           PERFORM 3237-CLEAR-ONE-HIT THRU 3237-EXIT
               VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > WS-Rule-Count.
           IF EDT-User-Num NOT NUMERIC
               MOVE "N" TO WS-Record-Valid-Sw
               MOVE "USER-NUM NOT NUMERIC" TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.
           IF WS-Record-Is-Valid
               PERFORM 3250-APPLY-ONE-RULE THRU 3250-EXIT
                   VARYING WS-Rule-Index FROM 1 BY 1
                   UNTIL WS-Rule-Index > WS-Rule-Count
           END-IF.
           GO TO 3230-EXIT.
       3230-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3235-TALLY-EDIT-RULES - nightly/pre-flight only: add the
      *  record's rule failures to its feed's scorecard counts.
      *-------------------------------------------------------------
       3235-TALLY-EDIT-RULES.
           PERFORM 3238-TALLY-ONE-HIT THRU 3238-EXIT
               VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > WS-Rule-Count.
           IF WS-Rule-Rejected
               ADD 1 TO WS-Score-Rule-Rej-Count(WS-Slot-Index)
           ELSE
               IF WS-Record-Is-Valid AND WS-Rule-Warn-Count > 0
                   ADD 1 TO WS-Score-Warn-Count(WS-Slot-Index)
               END-IF
           END-IF.
           GO TO 3235-EXIT.
       3235-EXIT.
           EXIT.

       3236-CLEAR-ONE-SLOT-COUNT.
           MOVE 0 TO WS-Rule-Slot-Count(WS-Rule-Index, WS-Slot-Index).
           GO TO 3236-EXIT.
       3236-EXIT.
           EXIT.

       3237-CLEAR-ONE-HIT.
           MOVE "N" TO WS-Rule-Hit-Flag(WS-Rule-Index).
           GO TO 3237-EXIT.
       3237-EXIT.
           EXIT.

       3238-TALLY-ONE-HIT.
           IF WS-Rule-Hit-Flag(WS-Rule-Index) = "Y"
               ADD 1 TO WS-Rule-Slot-Count(WS-Rule-Index,
                                           WS-Slot-Index)
           END-IF.
           GO TO 3238-EXIT.
       3238-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3250-APPLY-ONE-RULE - test the rule's field; on a failure
      *  mark the rule and either reject the record or count a
      *  warning against it.
      *-------------------------------------------------------------
       3250-APPLY-ONE-RULE.
           PERFORM 3255-LOAD-RULE-FIELD THRU 3255-EXIT.
           MOVE "N" TO WS-Rule-Fail-Sw.
           EVALUATE TRUE
               WHEN WS-Rule-Is-Values(WS-Rule-Index)
                   MOVE "VALUES" TO WS-Rule-Type-Word
                   PERFORM 3260-CHECK-VALUES THRU 3260-EXIT
               WHEN WS-Rule-Is-Pattern(WS-Rule-Index)
                   MOVE "PATTERN" TO WS-Rule-Type-Word
                   PERFORM 3265-CHECK-PATTERN THRU 3265-EXIT
               WHEN WS-Rule-Is-Length(WS-Rule-Index)
                   MOVE "LENGTH" TO WS-Rule-Type-Word
                   PERFORM 3270-CHECK-LENGTH THRU 3270-EXIT
               WHEN WS-Rule-Is-Class(WS-Rule-Index)
                   MOVE "CHARS" TO WS-Rule-Type-Word
                   PERFORM 3275-CHECK-CLASS THRU 3275-EXIT
           END-EVALUATE.
           IF NOT WS-Rule-Failed
               GO TO 3250-EXIT
           END-IF.
           MOVE "Y" TO WS-Rule-Hit-Flag(WS-Rule-Index).
           MOVE SPACES TO WS-Rule-Reason.
           STRING "RULE " WS-Rule-Index " " DELIMITED BY SIZE
                  WS-Rule-Field(WS-Rule-Index) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-Rule-Type-Word DELIMITED BY SPACE
                  " FAILED" DELIMITED BY SIZE
                  INTO WS-Rule-Reason.
           IF WS-Rule-Is-Reject(WS-Rule-Index)
               IF WS-Record-Is-Valid
                   MOVE "N" TO WS-Record-Valid-Sw
                   SET WS-Rule-Rejected TO TRUE
                   MOVE WS-Rule-Reason TO WS-Reject-Reason
               END-IF
           ELSE
               ADD 1 TO WS-Rule-Warn-Count
               IF WS-Rule-Warn-Reason = SPACES
                   MOVE WS-Rule-Reason TO WS-Rule-Warn-Reason
               END-IF
           END-IF.
           GO TO 3250-EXIT.
       3250-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3255-LOAD-RULE-FIELD - the rule's field, its full width and
      *  its length without trailing blanks.
      *-------------------------------------------------------------
       3255-LOAD-RULE-FIELD.
           MOVE SPACES TO WS-Rule-Field-Value.
           EVALUATE WS-Rule-Field(WS-Rule-Index)
               WHEN "NUM"
                   MOVE EDT-User-Num TO WS-Rule-Field-Value
                   MOVE 7 TO WS-Rule-Field-Width
               WHEN "ID"
                   MOVE EDT-User-ID TO WS-Rule-Field-Value
                   MOVE 6 TO WS-Rule-Field-Width
               WHEN "NAME"
                   MOVE EDT-User-Name TO WS-Rule-Field-Value
                   MOVE 25 TO WS-Rule-Field-Width
               WHEN "DEPT"
                   MOVE EDT-Dept-Code TO WS-Rule-Field-Value
                   MOVE 4 TO WS-Rule-Field-Width
               WHEN "STAT"
                   MOVE EDT-Status TO WS-Rule-Field-Value
                   MOVE 1 TO WS-Rule-Field-Width
           END-EVALUATE.
           MOVE WS-Rule-Field-Width TO WS-Rule-Field-Len.
           PERFORM 3257-TRIM-RULE-FIELD THRU 3257-EXIT
               UNTIL WS-Rule-Field-Len = 0
                  OR WS-Rule-Field-Value(WS-Rule-Field-Len:1)
                     NOT = SPACE.
           GO TO 3255-EXIT.
       3255-EXIT.
           EXIT.

       3257-TRIM-RULE-FIELD.
           SUBTRACT 1 FROM WS-Rule-Field-Len.
           GO TO 3257-EXIT.
       3257-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3260-CHECK-VALUES - the field must equal one of the rule's
      *  "/"-separated values.
      *-------------------------------------------------------------
       3260-CHECK-VALUES.
           MOVE "N" TO WS-Rule-Found-Sw.
           MOVE 1 TO WS-Rule-Pointer.
           PERFORM 3262-MATCH-ONE-VALUE THRU 3262-EXIT
               UNTIL WS-Rule-Value-Found
                  OR WS-Rule-Pointer >
                     WS-Rule-Value-Len(WS-Rule-Index).
           IF NOT WS-Rule-Value-Found
               SET WS-Rule-Failed TO TRUE
           END-IF.
           GO TO 3260-EXIT.
       3260-EXIT.
           EXIT.

       3262-MATCH-ONE-VALUE.
           MOVE SPACES TO WS-Rule-Token.
           UNSTRING WS-Rule-Value(WS-Rule-Index)
                        (1:WS-Rule-Value-Len(WS-Rule-Index))
               DELIMITED BY "/"
               INTO WS-Rule-Token
               WITH POINTER WS-Rule-Pointer
           END-UNSTRING.
           IF WS-Rule-Token = WS-Rule-Field-Value
               SET WS-Rule-Value-Found TO TRUE
           END-IF.
           GO TO 3262-EXIT.
       3262-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3265-CHECK-PATTERN - position by position against the mask;
      *  a field longer or shorter than the mask fails.
      *-------------------------------------------------------------
       3265-CHECK-PATTERN.
           IF WS-Rule-Field-Len NOT = WS-Rule-Value-Len(WS-Rule-Index)
               SET WS-Rule-Failed TO TRUE
               GO TO 3265-EXIT
           END-IF.
           PERFORM 3267-CHECK-ONE-MASK-CHAR THRU 3267-EXIT
               VARYING WS-Rule-Char-Index FROM 1 BY 1
               UNTIL WS-Rule-Char-Index > WS-Rule-Field-Len
                  OR WS-Rule-Failed.
           GO TO 3265-EXIT.
       3265-EXIT.
           EXIT.

       3267-CHECK-ONE-MASK-CHAR.
           MOVE WS-Rule-Field-Value(WS-Rule-Char-Index:1)
             TO WS-Rule-Char.
           MOVE WS-Rule-Value(WS-Rule-Index)(WS-Rule-Char-Index:1)
             TO WS-Rule-Mask-Char.
           EVALUATE WS-Rule-Mask-Char
               WHEN "9"
                   IF WS-Rule-Char NOT NUMERIC
                       SET WS-Rule-Failed TO TRUE
                   END-IF
               WHEN "A"
                   IF WS-Rule-Char NOT ALPHABETIC
                      OR WS-Rule-Char = SPACE
                       SET WS-Rule-Failed TO TRUE
                   END-IF
               WHEN "X"
                   IF WS-Rule-Char = SPACE
                       SET WS-Rule-Failed TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-Rule-Char NOT = WS-Rule-Mask-Char
                       SET WS-Rule-Failed TO TRUE
                   END-IF
           END-EVALUATE.
           GO TO 3267-EXIT.
       3267-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3270-CHECK-LENGTH - the field's length without trailing
      *  blanks must fall in the rule's "nn-nn" range.
      *-------------------------------------------------------------
       3270-CHECK-LENGTH.
           IF WS-Rule-Field-Len <
                  WS-Rule-Value(WS-Rule-Index)(1:2)
              OR WS-Rule-Field-Len >
                  WS-Rule-Value(WS-Rule-Index)(4:2)
               SET WS-Rule-Failed TO TRUE
           END-IF.
           GO TO 3270-EXIT.
       3270-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3275-CHECK-CLASS - every character up to the last non-blank
      *  must belong to the rule's character class.
      *-------------------------------------------------------------
       3275-CHECK-CLASS.
           PERFORM 3277-CHECK-ONE-CLASS-CHAR THRU 3277-EXIT
               VARYING WS-Rule-Char-Index FROM 1 BY 1
               UNTIL WS-Rule-Char-Index > WS-Rule-Field-Len
                  OR WS-Rule-Failed.
           GO TO 3275-EXIT.
       3275-EXIT.
           EXIT.

       3277-CHECK-ONE-CLASS-CHAR.
           MOVE WS-Rule-Field-Value(WS-Rule-Char-Index:1)
             TO WS-Rule-Char.
           EVALUATE TRUE
               WHEN WS-Rule-Char = SPACE
                   MOVE "B" TO WS-Rule-Mask-Char
               WHEN WS-Rule-Char NUMERIC
                   MOVE "9" TO WS-Rule-Mask-Char
               WHEN WS-Rule-Char ALPHABETIC
                   MOVE "A" TO WS-Rule-Mask-Char
               WHEN OTHER
                   MOVE WS-Rule-Char TO WS-Rule-Mask-Char
           END-EVALUATE.
           MOVE 0 TO WS-Rule-Tally.
           INSPECT WS-Rule-Value(WS-Rule-Index)
               (1:WS-Rule-Value-Len(WS-Rule-Index))
               TALLYING WS-Rule-Tally FOR ALL WS-Rule-Mask-Char.
           IF WS-Rule-Tally = 0
               SET WS-Rule-Failed TO TRUE
           END-IF.
           GO TO 3277-EXIT.
       3277-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3240-LOOKUP-DEPT - scan the department reference table for
      *  the record's Dept-Code; leaves WS-Dept-Found and
       3240-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3245-CHECK-PURGED - is this inactive record's User-Num on
      *  the retention purge register?  A purged user the sender
      *  now carries as Active again is a genuine return and is
      *  not looked up, so it merges as a new record.
      *-------------------------------------------------------------
       3245-CHECK-PURGED.
           MOVE "N" TO WS-Purged-Hit-Sw.
           PERFORM 3246-MATCH-ONE-PURGED THRU 3246-EXIT
               VARYING WS-Purged-Index FROM 1 BY 1
               UNTIL WS-Purged-Index > WS-Purged-Count
                  OR WS-Purged-Hit.
           GO TO 3245-EXIT.
       3245-EXIT.
           EXIT.

       3246-MATCH-ONE-PURGED.
           IF WS-Purged-Num(WS-Purged-Index) = EDT-User-Num
               SET WS-Purged-Hit TO TRUE
           END-IF.
           GO TO 3246-EXIT.
       3246-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3300-SORT-SLOT - sort this slot's validated records into
      *  its own sorted work file.  The target file-name has to be
               MOVE 0 TO WS-Superseded-Count
               MOVE 0 TO WS-Survivor-Last-Num
               MOVE 0 TO WS-Survivor-Feed-Num
               PERFORM 5150-OPEN-IDENTITY-REPORT THRU 5150-EXIT
               OPEN OUTPUT Output-File
               OPEN OUTPUT Output-Indexed-File
               OPEN OUTPUT Superseded-File
                         Sorted-File-4 Sorted-File-5
                   OUTPUT PROCEDURE IS 5100-MERGE-OUTPUT
                       THRU 5100-MERGE-OUTPUT-EXIT
               PERFORM 5160-CLOSE-IDENTITY-REPORT THRU 5160-EXIT
               MOVE WS-Merge-Record-Count TO WS-Out-Trl-Count
               MOVE WS-Merge-Checksum TO WS-Out-Trl-Checksum
               MOVE WS-Out-Trailer TO Interface-Rec
                 TO WS-Merge-Checksum
      *        The superseded count isn't checkpointed, but it is
      *        derivable: every valid record either survived into
      *        the merged output, was rejected by the identity
      *        check (re-counted from the kept Identity.rpt, which
      *        also puts those rejects back on Reject.rpt after the
      *        restart prune), or was superseded.
               PERFORM 5170-RESTORE-IDENTITY-REJECTS THRU 5170-EXIT
               MOVE 0 TO WS-Valid-Total
               PERFORM 5200-SUM-VALID-COUNTS THRU 5200-EXIT
                   VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > WS-Active-File-Count
               SUBTRACT WS-Merge-Record-Count FROM WS-Valid-Total
                   GIVING WS-Superseded-Count
               SUBTRACT WS-Ident-Reject-Count FROM WS-Superseded-Count
           END-IF.
           GO TO 5000-EXIT.
       5000-EXIT.
               PERFORM 5120-REPORT-SUPERSEDED THRU 5120-EXIT
               GO TO 5110-NEXT
           END-IF.
      *    Identity check: a survivor whose User-ID is already held
      *    by an earlier User-Num is rejected when Identity.ctl says
      *    R.  It still counts as its User-Num's survivor, so the
      *    lower-precedence copies are superseded rather than one of
      *    them being published in its place.
           PERFORM 5130-CHECK-IDENTITY THRU 5130-EXIT.
           IF WS-Identity-Rejected
               MOVE MRG-User-Num TO WS-Survivor-Last-Num
               MOVE MRG-Feed-Num TO WS-Survivor-Feed-Num
               GO TO 5110-NEXT
           END-IF.
           MOVE MRG-User-Num  TO OUT-User-Num  OIX-User-Num.
           MOVE MRG-User-ID   TO OUT-User-ID   OIX-User-ID.
           MOVE MRG-User-Name TO OUT-User-Name OIX-User-Name.
       5120-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5130-CHECK-IDENTITY - check the new survivor against every
      *  record already kept, then add it to the table unless it
      *  was rejected.  A full table stops the check for the rest
      *  of the run (noted once on Identity.rpt) - the merge itself
      *  carries on.
      *-------------------------------------------------------------
       5130-CHECK-IDENTITY.
           MOVE "N" TO WS-Identity-Reject-Sw.
           IF WS-Identity-Table-Full
               GO TO 5130-EXIT
           END-IF.
           PERFORM 5135-CHECK-ONE-IDENTITY THRU 5135-EXIT
               VARYING WS-Identity-Index FROM 1 BY 1
               UNTIL WS-Identity-Index > WS-Identity-Count.
           IF WS-Identity-Rejected
               MOVE WS-Ident-Reject-Line TO WS-Identity-Line
               PERFORM 5145-WRITE-IDENTITY-REJECT THRU 5145-EXIT
               GO TO 5130-EXIT
           END-IF.
           IF WS-Identity-Count < WS-Max-Identity-Entries
               ADD 1 TO WS-Identity-Count
               MOVE Merge-Rec(1:47)
                 TO WS-Ident-Image(WS-Identity-Count)
           ELSE
               SET WS-Identity-Table-Full TO TRUE
               MOVE SPACES TO Identity-Rec
               STRING "*** IDENTITY TABLE FULL AT USER-NUM "
                      MRG-User-Num " - LATER RECORDS NOT CHECKED; "
                      "RAISE WS-Max-Identity-Entries ***"
                      DELIMITED BY SIZE INTO Identity-Rec
               WRITE Identity-Rec
           END-IF.
           GO TO 5130-EXIT.
       5130-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5135-CHECK-ONE-IDENTITY - one kept record against the new
      *  survivor.  A shared User-ID is the access-control problem
      *  and is reported as such even when the name matches too;
      *  only a name-and-department match under a different ID is
      *  a possible alias.
      *-------------------------------------------------------------
       5135-CHECK-ONE-IDENTITY.
           MOVE WS-Ident-Image(WS-Identity-Index) TO WS-Idl-Earlier.
           MOVE Merge-Rec(1:47) TO WS-Idl-Later.
           MOVE WS-Input-Filename(MRG-Feed-Num)(1:12) TO WS-Idl-Feed.
           IF WS-Ident-ID(WS-Identity-Index) = MRG-User-ID
               ADD 1 TO WS-Ident-ID-Count
               IF WS-Identity-Reject-Mode
                   MOVE "ID REJECTED" TO WS-Idl-Type
                   SET WS-Identity-Rejected TO TRUE
                   MOVE WS-Identity-Line TO WS-Ident-Reject-Line
               ELSE
                   MOVE "ID WARNING" TO WS-Idl-Type
               END-IF
               MOVE WS-Identity-Line TO Identity-Rec
               WRITE Identity-Rec
               GO TO 5135-EXIT
           END-IF.
           IF WS-Ident-Name(WS-Identity-Index) = MRG-User-Name
              AND WS-Ident-Dept(WS-Identity-Index) = MRG-Dept-Code
               ADD 1 TO WS-Ident-Alias-Count
               MOVE "POSSIBLE ALIAS" TO WS-Idl-Type
               MOVE WS-Identity-Line TO Identity-Rec
               WRITE Identity-Rec
               MOVE SPACES TO Identity-Rec
               STRING "              IF "
                      WS-Ident-Num(WS-Identity-Index)
                      " IS THE RETIRED NUMBER, Alias.dat ENTRY: "
                      WS-Ident-Num(WS-Identity-Index) ","
                      MRG-User-Num
                      DELIMITED BY SIZE INTO Identity-Rec
               WRITE Identity-Rec
           END-IF.
           GO TO 5135-EXIT.
       5135-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5145-WRITE-IDENTITY-REJECT - the later record of an "ID
      *  REJECTED" line goes to Reject.rpt under its feed's tag, in
      *  the shape run-mode R reposts once the ID is sorted out.
      *-------------------------------------------------------------
       5145-WRITE-IDENTITY-REJECT.
           ADD 1 TO WS-Ident-Reject-Count.
           MOVE SPACES TO WS-Reject-Reason.
           STRING "USER-ID HELD BY " WS-Idl-Earlier(1:7)
                  DELIMITED BY SIZE INTO WS-Reject-Reason.
           MOVE SPACES TO Reject-Rec.
           MOVE WS-Idl-Feed TO REJ-Source-Tag.
           MOVE WS-Idl-Later TO REJ-Raw-Record.
           MOVE WS-Reject-Reason TO REJ-Reason.
           MOVE "," TO REJ-Sep-1 REJ-Sep-2.
           WRITE Reject-Rec.
           GO TO 5145-EXIT.
       5145-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5150-OPEN-IDENTITY-REPORT - pick up the Identity.ctl action
      *  and start tonight's Identity.rpt.
      *-------------------------------------------------------------
       5150-OPEN-IDENTITY-REPORT.
           MOVE "W" TO WS-Identity-Action.
           OPEN INPUT Identity-Control-File.
           IF WS-Identity-Ctl-Status = "00"
               READ Identity-Control-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Identity-Control-Rec(1:1) = "R" OR "W"
                           MOVE Identity-Control-Rec(1:1)
                             TO WS-Identity-Action
                       ELSE
                           DISPLAY "COBMERGE: Identity.ctl MUST BE "
                                   "R (REJECT) OR W (WARN) - W KEPT."
                       END-IF
               END-READ
               CLOSE Identity-Control-File
           END-IF.
           MOVE 0 TO WS-Identity-Count.
           MOVE 0 TO WS-Ident-ID-Count.
           MOVE 0 TO WS-Ident-Reject-Count.
           MOVE 0 TO WS-Ident-Alias-Count.
           MOVE "N" TO WS-Identity-Full-Sw.
           OPEN OUTPUT Identity-File.
           MOVE SPACES TO Identity-Rec.
           IF WS-Identity-Reject-Mode
               STRING "COBMERGE IDENTITY COLLISIONS  RUN " WS-Run-Date
                      "  SHARED USER-ID: REJECT LATER RECORD"
                      DELIMITED BY SIZE INTO Identity-Rec
           ELSE
               STRING "COBMERGE IDENTITY COLLISIONS  RUN " WS-Run-Date
                      "  SHARED USER-ID: WARN ONLY"
                      DELIMITED BY SIZE INTO Identity-Rec
           END-IF.
           WRITE Identity-Rec.
           MOVE SPACES TO Identity-Rec.
           STRING "TYPE          EARLIER RECORD (KEPT)"
                  "                             "
                  "LATER RECORD"
                  "                                    FEED"
                  DELIMITED BY SIZE INTO Identity-Rec.
           WRITE Identity-Rec.
           GO TO 5150-EXIT.
       5150-EXIT.
           EXIT.

       5160-CLOSE-IDENTITY-REPORT.
           MOVE SPACES TO Identity-Rec.
           IF WS-Ident-ID-Count = 0 AND WS-Ident-Alias-Count = 0
               MOVE "NO IDENTITY COLLISIONS" TO Identity-Rec
               WRITE Identity-Rec
           END-IF.
           MOVE SPACES TO Identity-Rec.
           STRING "SHARED USER-IDS: " WS-Ident-ID-Count
                  "   REJECTED: " WS-Ident-Reject-Count
                  "   POSSIBLE ALIASES: " WS-Ident-Alias-Count
                  "   RECORDS CHECKED: " WS-Identity-Count
                  DELIMITED BY SIZE INTO Identity-Rec.
           WRITE Identity-Rec.
           CLOSE Identity-File.
           GO TO 5160-EXIT.
       5160-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5170-RESTORE-IDENTITY-REJECTS - restart past the merge: the
      *  prune in 1500 keeps only the validation rejects, so put the
      *  identity rejects back from Identity.rpt and re-count the
      *  collisions for Balance.rpt.
      *-------------------------------------------------------------
       5170-RESTORE-IDENTITY-REJECTS.
           MOVE 0 TO WS-Ident-ID-Count.
           MOVE 0 TO WS-Ident-Reject-Count.
           MOVE 0 TO WS-Ident-Alias-Count.
           MOVE "N" TO WS-Identity-EOF-Sw.
           OPEN INPUT Identity-File.
           IF WS-Identity-Status NOT = "00"
               GO TO 5170-EXIT
           END-IF.
           PERFORM 5175-READ-NEXT-IDENTITY THRU 5175-EXIT.
           PERFORM 5178-RESTORE-ONE-IDENTITY THRU 5178-EXIT
               UNTIL WS-Identity-EOF.
           CLOSE Identity-File.
           GO TO 5170-EXIT.
       5170-EXIT.
           EXIT.

       5175-READ-NEXT-IDENTITY.
           READ Identity-File
               AT END
                   SET WS-Identity-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 5175-EXIT.
       5175-EXIT.
           EXIT.

       5178-RESTORE-ONE-IDENTITY.
           MOVE Identity-Rec TO WS-Identity-Line.
           EVALUATE WS-Idl-Type
               WHEN "ID REJECTED"
                   ADD 1 TO WS-Ident-ID-Count
                   PERFORM 5145-WRITE-IDENTITY-REJECT THRU 5145-EXIT
               WHEN "ID WARNING"
                   ADD 1 TO WS-Ident-ID-Count
               WHEN "POSSIBLE ALIAS"
                   ADD 1 TO WS-Ident-Alias-Count
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 5175-READ-NEXT-IDENTITY THRU 5175-EXIT.
           GO TO 5178-EXIT.
       5178-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5200-SUM-VALID-COUNTS - restart helper: re-total the
      *  per-feed valid counts restored from the checkpoint.
       5200-EXIT.
           EXIT.

      *=============================================================
      *  5300-MATCH-LEAVERS - reconcile HR's termination list       *
      *  (Leavers.dat) against the freshly built master.  The feed  *
      *  must pass the same HDR/TRL envelope check as the merge     *
      *  feeds; a failed envelope skips the whole file to           *
      *  Reject.rpt.  A leaver still Active is a violation: it is   *
      *  listed and a Status "I" change dated the termination date  *
      *  is queued on Pending.dat, which 5600-RELEASE-PENDING posts *
      *  (with its journal row) tonight if the date has arrived and *
      *  on the day otherwise.  Leavers not on the master, already  *
      *  inactive, or unreadable go to the exceptions section.  No  *
      *  Leavers.dat tonight simply means no leavers to match.      *
      *=============================================================
       5300-MATCH-LEAVERS.
           MOVE "MISSING" TO WS-Lvr-Feed-State.
           MOVE 0 TO WS-Lvr-Read-Count.
           MOVE 0 TO WS-Lvr-Active-Count.
           MOVE 0 TO WS-Lvr-Queued-Count.
           MOVE 0 TO WS-Lvr-Exception-Count.
           OPEN OUTPUT Leaver-Report-File.
           MOVE SPACES TO Leaver-Report-Rec.
           STRING "COBMERGE HR LEAVERS RECONCILIATION  RUN "
                  WS-Run-Date
                  DELIMITED BY SIZE INTO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE WS-Leaver-Filename TO WS-Current-Input-Filename.
           MOVE "N" TO WS-Input-EOF-Sw.
           MOVE "N" TO WS-Envelope-Fail-Sw.
           MOVE "N" TO WS-Trailer-Found-Sw.
           MOVE 0 TO WS-Env-Data-Count.
           OPEN INPUT Input-File.
           IF WS-Input-Status NOT = "00"
               MOVE "Leavers.dat NOT RECEIVED - NO LEAVERS MATCHED"
                 TO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
               CLOSE Leaver-Report-File
               GO TO 5300-EXIT
           END-IF.
      *    Envelope pass - nothing is matched or queued from a file
      *    whose trailer does not prove it arrived whole.
           PERFORM 3215-CHECK-FEED-HEADER THRU 3215-EXIT.
           IF NOT WS-Envelope-Failed
               PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT
               PERFORM 5305-COUNT-ONE-LEAVER THRU 5305-EXIT
                   UNTIL WS-Input-EOF OR WS-Trailer-Found
               PERFORM 3218-CHECK-FEED-TRAILER THRU 3218-EXIT
           END-IF.
           CLOSE Input-File.
           IF WS-Envelope-Failed
               MOVE "SKIPPED" TO WS-Lvr-Feed-State
               MOVE SPACES TO Reject-Rec
               MOVE WS-Leaver-Filename(1:12) TO REJ-Source-Tag
               MOVE "** ENTIRE FEED SKIPPED **" TO REJ-Raw-Record
               MOVE WS-Reject-Reason TO REJ-Reason
               MOVE "," TO REJ-Sep-1 REJ-Sep-2
               WRITE Reject-Rec
               MOVE SPACES TO Leaver-Report-Rec
               STRING "Leavers.dat SKIPPED - " WS-Reject-Reason
                      " - NO LEAVERS MATCHED"
                      DELIMITED BY SIZE INTO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
               CLOSE Leaver-Report-File
               GO TO 5300-EXIT
           END-IF.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               MOVE SPACES TO Leaver-Report-Rec
               STRING "MASTER OutputIdx.dat NOT AVAILABLE (STATUS="
                      WS-Master-Status ") - NO LEAVERS MATCHED"
                      DELIMITED BY SIZE INTO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
               CLOSE Leaver-Report-File
               DISPLAY "COBMERGE: LEAVERS NOT MATCHED - MASTER "
                       "OutputIdx.dat NOT AVAILABLE (STATUS="
                       WS-Master-Status ")."
               GO TO 5300-EXIT
           END-IF.
           MOVE "READ" TO WS-Lvr-Feed-State.
           PERFORM 5310-LOAD-QUEUED-LEAVERS THRU 5310-EXIT.
      *    Only a missing-file status may fall back to OPEN OUTPUT -
      *    anything else must NOT truncate the queue.
           MOVE "N" TO WS-Pending-Open-Sw.
           OPEN EXTEND Pending-File.
           IF WS-Pending-Status = "35"
               OPEN OUTPUT Pending-File
           END-IF.
           IF WS-Pending-Status = "00"
               SET WS-Pending-Is-Open TO TRUE
           END-IF.
           OPEN OUTPUT Leaver-Exc-File.
           MOVE SPACES TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE "SECTION 1 - LEAVERS STILL ACTIVE ON THE MASTER"
             TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE SPACES TO Leaver-Report-Rec.
           STRING "USER-NUM ID     USER-NAME                 DEPT "
                  "TERM-DT  REASON                         ACTION"
                  DELIMITED BY SIZE INTO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE "N" TO WS-Input-EOF-Sw.
           OPEN INPUT Input-File.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           PERFORM 5320-MATCH-ONE-LEAVER THRU 5320-EXIT
               UNTIL WS-Input-EOF.
           CLOSE Input-File.
           CLOSE Master-File.
           IF WS-Pending-Is-Open
               CLOSE Pending-File
               MOVE "N" TO WS-Pending-Open-Sw
           END-IF.
           CLOSE Leaver-Exc-File.
           IF WS-Lvr-Active-Count = 0
               MOVE "NONE" TO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
           END-IF.
           MOVE SPACES TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE "SECTION 2 - EXCEPTIONS FOR HR"
             TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE SPACES TO Leaver-Report-Rec.
           STRING "USER-NUM TERM-DT  REASON                         "
                  "EXCEPTION"
                  DELIMITED BY SIZE INTO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE "N" TO WS-Lvr-Exc-EOF-Sw.
           OPEN INPUT Leaver-Exc-File.
           PERFORM 5345-READ-NEXT-LEAVER-EXC THRU 5345-EXIT.
           PERFORM 5340-COPY-ONE-LEAVER-EXC THRU 5340-EXIT
               UNTIL WS-Lvr-Exc-EOF.
           CLOSE Leaver-Exc-File.
           IF WS-Lvr-Exception-Count = 0
               MOVE "NONE" TO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
           END-IF.
           MOVE SPACES TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           MOVE SPACES TO Leaver-Report-Rec.
           STRING "LEAVERS READ: " WS-Lvr-Read-Count
                  "   STILL ACTIVE: " WS-Lvr-Active-Count
                  "   NEWLY QUEUED: " WS-Lvr-Queued-Count
                  "   EXCEPTIONS: " WS-Lvr-Exception-Count
                  DELIMITED BY SIZE INTO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           IF WS-Lvr-Pend-Overflow
               MOVE SPACES TO Leaver-Report-Rec
               STRING "*** PENDING QUEUE LARGER THAN "
                      WS-Max-Lvr-Pending " ROWS - ALREADY-QUEUED "
                      "CHECK INCOMPLETE, REVIEW Pending.dat ***"
                      DELIMITED BY SIZE INTO Leaver-Report-Rec
               WRITE Leaver-Report-Rec
           END-IF.
           CLOSE Leaver-Report-File.
           IF WS-Lvr-Active-Count > 0
               DISPLAY "COBMERGE: " WS-Lvr-Active-Count
                       " HR LEAVERS STILL ACTIVE - SEE Leavers.rpt."
           END-IF.
           GO TO 5300-EXIT.
       5300-EXIT.
           EXIT.

       5305-COUNT-ONE-LEAVER.
           IF Input-Rec(1:3) = "TRL"
               SET WS-Trailer-Found TO TRUE
               GO TO 5305-EXIT
           END-IF.
           ADD 1 TO WS-Env-Data-Count.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           GO TO 5305-EXIT.
       5305-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5310-LOAD-QUEUED-LEAVERS - note every User-Num that already
      *  has a Status "I" change waiting on Pending.dat.
      *-------------------------------------------------------------
       5310-LOAD-QUEUED-LEAVERS.
           MOVE 0 TO WS-Lvr-Pend-Count.
           MOVE "N" TO WS-Lvr-Pend-Over-Sw.
           MOVE "N" TO WS-Pending-EOF-Sw.
           OPEN INPUT Pending-File.
           IF WS-Pending-Status NOT = "00"
               GO TO 5310-EXIT
           END-IF.
           PERFORM 5610-READ-NEXT-PENDING THRU 5610-EXIT.
           PERFORM 5315-LOAD-ONE-QUEUED THRU 5315-EXIT
               UNTIL WS-Pending-EOF.
           CLOSE Pending-File.
           GO TO 5310-EXIT.
       5310-EXIT.
           EXIT.

       5315-LOAD-ONE-QUEUED.
           IF PND-Action = "C" AND PND-Status = "I"
               IF WS-Lvr-Pend-Count < WS-Max-Lvr-Pending
                   ADD 1 TO WS-Lvr-Pend-Count
                   MOVE PND-User-Num
                     TO WS-Lvr-Pend-Num(WS-Lvr-Pend-Count)
                   MOVE PND-Eff-Date
                     TO WS-Lvr-Pend-Date(WS-Lvr-Pend-Count)
               ELSE
                   SET WS-Lvr-Pend-Overflow TO TRUE
               END-IF
           END-IF.
           PERFORM 5610-READ-NEXT-PENDING THRU 5610-EXIT.
           GO TO 5315-EXIT.
       5315-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5320-MATCH-ONE-LEAVER - one leaver against the master.  The
      *  queued change carries the whole master record as it stands
      *  tonight with only the Status set to "I".
      *-------------------------------------------------------------
       5320-MATCH-ONE-LEAVER.
           IF Input-Rec(1:3) = "TRL"
               SET WS-Input-EOF TO TRUE
               GO TO 5320-EXIT
           END-IF.
           ADD 1 TO WS-Lvr-Read-Count.
           MOVE Input-Rec TO WS-Leaver-Record.
           IF LVR-User-Num NOT NUMERIC
               MOVE "USER-NUM NOT NUMERIC" TO WS-Lvr-Exc-Reason
               PERFORM 5330-WRITE-LEAVER-EXC THRU 5330-EXIT
               GO TO 5320-NEXT
           END-IF.
           IF LVR-Term-Date NOT NUMERIC
               MOVE "TERMINATION DATE NOT NUMERIC" TO WS-Lvr-Exc-Reason
               PERFORM 5330-WRITE-LEAVER-EXC THRU 5330-EXIT
               GO TO 5320-NEXT
           END-IF.
           MOVE LVR-User-Num TO MST-User-Num.
           READ Master-File
               INVALID KEY
                   MOVE "NO SUCH USER-NUM ON THE MASTER"
                     TO WS-Lvr-Exc-Reason
                   PERFORM 5330-WRITE-LEAVER-EXC THRU 5330-EXIT
                   GO TO 5320-NEXT
           END-READ.
           IF MST-Status NOT = "A"
               MOVE SPACES TO WS-Lvr-Exc-Reason
               STRING "ALREADY INACTIVE (STATUS " MST-Status ")"
                      DELIMITED BY SIZE INTO WS-Lvr-Exc-Reason
               PERFORM 5330-WRITE-LEAVER-EXC THRU 5330-EXIT
               GO TO 5320-NEXT
           END-IF.
           ADD 1 TO WS-Lvr-Active-Count.
           MOVE 0 TO WS-Lvr-Pend-Hit.
           PERFORM 5325-FIND-QUEUED-LEAVER THRU 5325-EXIT
               VARYING WS-Lvr-Pend-Index FROM 1 BY 1
               UNTIL WS-Lvr-Pend-Index > WS-Lvr-Pend-Count
                  OR WS-Lvr-Pend-Hit > 0.
           MOVE SPACES TO WS-Lvr-Action.
           EVALUATE TRUE
               WHEN WS-Lvr-Pend-Hit > 0
                   STRING "I ALREADY QUEUED FOR "
                          WS-Lvr-Pend-Date(WS-Lvr-Pend-Hit)
                          DELIMITED BY SIZE INTO WS-Lvr-Action
               WHEN NOT WS-Pending-Is-Open
                   MOVE "NOT QUEUED - Pending.dat DOWN"
                     TO WS-Lvr-Action
               WHEN OTHER
                   MOVE SPACES TO Pending-Rec
                   MOVE LVR-Term-Date TO PND-Eff-Date
                   MOVE "C"           TO PND-Action
                   MOVE MST-User-Num  TO PND-User-Num
                   MOVE MST-User-ID   TO PND-User-ID
                   MOVE MST-User-Name TO PND-User-Name
                   MOVE MST-Dept-Code TO PND-Dept-Code
                   MOVE "I"           TO PND-Status
                   MOVE SPACES        TO PND-Dept-Name
                   MOVE "," TO PND-Sep-D PND-Sep-0 PND-Sep-1
                               PND-Sep-2 PND-Sep-3 PND-Sep-4
                               PND-Sep-5 PND-Sep-6 PND-Sep-7
                   WRITE Pending-Rec
                   ADD 1 TO WS-Lvr-Queued-Count
                   IF WS-Lvr-Pend-Count < WS-Max-Lvr-Pending
                       ADD 1 TO WS-Lvr-Pend-Count
                       MOVE LVR-User-Num
                         TO WS-Lvr-Pend-Num(WS-Lvr-Pend-Count)
                       MOVE LVR-Term-Date
                         TO WS-Lvr-Pend-Date(WS-Lvr-Pend-Count)
                   END-IF
                   IF LVR-Term-Date NOT > WS-Run-Date
                       STRING "I QUEUED - POSTS TONIGHT"
                              DELIMITED BY SIZE INTO WS-Lvr-Action
                   ELSE
                       STRING "I QUEUED FOR " LVR-Term-Date
                              DELIMITED BY SIZE INTO WS-Lvr-Action
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO Leaver-Report-Rec.
           STRING MST-User-Num "  " MST-User-ID " " MST-User-Name " "
                  MST-Dept-Code " " LVR-Term-Date " " LVR-Reason " "
                  WS-Lvr-Action
                  DELIMITED BY SIZE INTO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
       5320-NEXT.
           PERFORM 3210-READ-NEXT-INPUT THRU 3210-EXIT.
           GO TO 5320-EXIT.
       5320-EXIT.
           EXIT.

       5325-FIND-QUEUED-LEAVER.
           IF WS-Lvr-Pend-Num(WS-Lvr-Pend-Index) = LVR-User-Num
               MOVE WS-Lvr-Pend-Index TO WS-Lvr-Pend-Hit
           END-IF.
           GO TO 5325-EXIT.
       5325-EXIT.
           EXIT.

       5330-WRITE-LEAVER-EXC.
           ADD 1 TO WS-Lvr-Exception-Count.
           MOVE SPACES TO Leaver-Exc-Rec.
           STRING LVR-User-Num "  " LVR-Term-Date " " LVR-Reason " "
                  WS-Lvr-Exc-Reason
                  DELIMITED BY SIZE INTO Leaver-Exc-Rec.
           WRITE Leaver-Exc-Rec.
           GO TO 5330-EXIT.
       5330-EXIT.
           EXIT.

       5340-COPY-ONE-LEAVER-EXC.
           MOVE Leaver-Exc-Rec TO Leaver-Report-Rec.
           WRITE Leaver-Report-Rec.
           PERFORM 5345-READ-NEXT-LEAVER-EXC THRU 5345-EXIT.
           GO TO 5340-EXIT.
       5340-EXIT.
           EXIT.

       5345-READ-NEXT-LEAVER-EXC.
           READ Leaver-Exc-File
               AT END
                   SET WS-Lvr-Exc-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 5345-EXIT.
       5345-EXIT.
           EXIT.

      *=============================================================
      *  5500-DISTRIBUTE-EXTRACTS - cut each department's slice of  *
      *  the merged output into its own extract file, as listed in  *
           MOVE PND-Dept-Code TO EDT-Dept-Code.
           MOVE PND-Status    TO EDT-Status.
           MOVE SPACES        TO EDT-Dept-Name.
           MOVE PND-Submitter TO WS-Jrn-Submitter.
           MOVE PND-Approver  TO WS-Jrn-Approver.
           EVALUATE TRUE
               WHEN PND-Eff-Date NOT NUMERIC
                   MOVE "N" TO WS-Record-Valid-Sw
                  DELIMITED BY SIZE INTO WS-Report-Line.
           MOVE WS-Report-Line TO Balance-Rec.
           WRITE Balance-Rec.
      *    Counted as the feeds are validated, so a restarted run
      *    shows only the feeds it validated itself.
           IF WS-Purged-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "RETENTION-PURGED RECORDS DROPPED: "
                      WS-Purged-Drop-Total
                      DELIMITED BY SIZE INTO WS-Report-Line
               MOVE WS-Report-Line TO Balance-Rec
               WRITE Balance-Rec
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "IDENTITY SHARED USER-IDS: " WS-Ident-ID-Count
                  "   REJECTED: " WS-Ident-Reject-Count
                  "   POSSIBLE ALIASES: " WS-Ident-Alias-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           MOVE WS-Report-Line TO Balance-Rec.
           WRITE Balance-Rec.
           MOVE SPACES TO WS-Report-Line.
           STRING "HR LEAVERS FEED: " WS-Lvr-Feed-State
                  " LEAVERS: " WS-Lvr-Read-Count
                  "   STILL ACTIVE: " WS-Lvr-Active-Count
                  "   EXCEPTIONS: " WS-Lvr-Exception-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           MOVE WS-Report-Line TO Balance-Rec.
           WRITE Balance-Rec.
           IF WS-Alias-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "ALIAS PAIRS KEPT: " WS-Alias-Kept-Count
       6200-EXIT.
           EXIT.

      *=============================================================
      *  6300-WRITE-SCORECARD - per-feed data-quality scorecard:    *
      *  records read, rejected, warned and clean, the quality      *
      *  percentage (clean over read), the violations per edit     *
      *  rule and the feed's quality on its last five nights from   *
      *  ScoreHist.dat, so a sending system can be shown its        *
      *  trend.  Tonight's rows are appended after the trend is     *
      *  read; a restarted run that finds them already there does  *
      *  not append twice.                                          *
      *=============================================================
       6300-WRITE-SCORECARD.
           PERFORM 6310-LOAD-SCORE-HISTORY THRU 6310-EXIT.
           OPEN OUTPUT Scorecard-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBMERGE DATA-QUALITY SCORECARD " WS-Run-Date
                  "   EDIT RULES IN FORCE: " WS-Rule-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           IF WS-Rule-Bad-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "*** " WS-Rule-Bad-Count " EditRule.ctl LINE(S)"
                      " DID NOT PARSE AND WERE NOT APPLIED ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT
           END-IF.
           PERFORM 6330-WRITE-ONE-RULE THRU 6330-EXIT
               VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > WS-Rule-Count.
           PERFORM 6340-WRITE-ONE-FEED-SCORE THRU 6340-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Active-File-Count.
           CLOSE Scorecard-File.
           IF NOT WS-Score-Today-Seen
               PERFORM 6360-APPEND-SCORE-HISTORY THRU 6360-EXIT
           END-IF.
           GO TO 6300-EXIT.
       6300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  6310-LOAD-SCORE-HISTORY - the last five quality figures per
      *  active feed, oldest first; rows for other feeds are passed
      *  over and rows dated tonight mark a restarted run.
      *-------------------------------------------------------------
       6310-LOAD-SCORE-HISTORY.
           MOVE "N" TO WS-Score-Today-Sw.
           MOVE "N" TO WS-ScoreHist-EOF-Sw.
           PERFORM 6311-CLEAR-ONE-TREND THRU 6311-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Max-Input-Files.
           OPEN INPUT Score-History-File.
           IF WS-ScoreHist-Status NOT = "00"
               GO TO 6310-EXIT
           END-IF.
           PERFORM 6312-READ-NEXT-SCORE-HIST THRU 6312-EXIT.
           PERFORM 6314-APPLY-ONE-SCORE-HIST THRU 6314-EXIT
               UNTIL WS-ScoreHist-EOF.
           CLOSE Score-History-File.
           GO TO 6310-EXIT.
       6310-EXIT.
           EXIT.

       6311-CLEAR-ONE-TREND.
           MOVE 0 TO WS-Score-Trend-Have(WS-Slot-Index).
           GO TO 6311-EXIT.
       6311-EXIT.
           EXIT.

       6312-READ-NEXT-SCORE-HIST.
           READ Score-History-File
               AT END
                   SET WS-ScoreHist-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 6312-EXIT.
       6312-EXIT.
           EXIT.

       6314-APPLY-ONE-SCORE-HIST.
           IF SH-Run-Date = WS-Run-Date
               SET WS-Score-Today-Seen TO TRUE
               GO TO 6314-NEXT
           END-IF.
           PERFORM 6316-TREND-ONE-FEED THRU 6316-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Active-File-Count.
       6314-NEXT.
           PERFORM 6312-READ-NEXT-SCORE-HIST THRU 6312-EXIT.
           GO TO 6314-EXIT.
       6314-EXIT.
           EXIT.

       6316-TREND-ONE-FEED.
           IF SH-Feed-Name NOT = WS-Input-Filename(WS-Slot-Index)(1:20)
               GO TO 6316-EXIT
           END-IF.
           IF WS-Score-Trend-Have(WS-Slot-Index) < 5
               ADD 1 TO WS-Score-Trend-Have(WS-Slot-Index)
           ELSE
               PERFORM 6318-SHIFT-ONE-TREND THRU 6318-EXIT
                   VARYING WS-Score-Trend-Index FROM 1 BY 1
                   UNTIL WS-Score-Trend-Index > 4
           END-IF.
           MOVE SH-Quality-Pct
             TO WS-Score-Trend(WS-Slot-Index,
                               WS-Score-Trend-Have(WS-Slot-Index)).
           GO TO 6316-EXIT.
       6316-EXIT.
           EXIT.

       6318-SHIFT-ONE-TREND.
           MOVE WS-Score-Trend(WS-Slot-Index, WS-Score-Trend-Index + 1)
             TO WS-Score-Trend(WS-Slot-Index, WS-Score-Trend-Index).
           GO TO 6318-EXIT.
       6318-EXIT.
           EXIT.

       6330-WRITE-ONE-RULE.
           MOVE SPACES TO WS-Report-Line.
           STRING "  RULE " WS-Rule-Index ": "
                  WS-Rule-Field(WS-Rule-Index) " "
                  WS-Rule-Type(WS-Rule-Index) " "
                  WS-Rule-Severity(WS-Rule-Index) " "
                  WS-Rule-Value(WS-Rule-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           GO TO 6330-EXIT.
       6330-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  6340-WRITE-ONE-FEED-SCORE - one feed's block.  Quality is
      *  the share of data records that passed every edit with no
      *  warning; a skipped or restored feed is listed but not
      *  scored.
      *-------------------------------------------------------------
       6340-WRITE-ONE-FEED-SCORE.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "FEED " WS-Slot-Index " "
                  WS-Input-Filename(WS-Slot-Index)(1:20)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           IF WS-Score-Not-Due(WS-Slot-Index)
               MOVE SPACES TO WS-Report-Line
               STRING "  NOT DUE TODAY (FeedSched.ctl / Holiday.ctl)"
                      " - NOT SCORED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT
               GO TO 6340-EXIT
           END-IF.
           IF WS-Score-Skipped(WS-Slot-Index)
               MOVE SPACES TO WS-Report-Line
               STRING "  FEED SKIPPED (MISSING OR BAD ENVELOPE) - NOT "
                      "SCORED, SEE Reject.rpt"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT
               GO TO 6340-EXIT
           END-IF.
           IF NOT WS-Score-Scored(WS-Slot-Index)
               MOVE "  RESTORED FROM THE CHECKPOINT - NOT SCORED"
                 TO WS-Report-Line
               PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT
               GO TO 6340-EXIT
           END-IF.
           COMPUTE WS-Score-Clean-Count =
               WS-Slot-Valid-Count(WS-Slot-Index)
             - WS-Score-Warn-Count(WS-Slot-Index).
           COMPUTE WS-Score-Base-Rej-Count =
               WS-Slot-Reject-Count(WS-Slot-Index)
             - WS-Score-Rule-Rej-Count(WS-Slot-Index).
           IF WS-Score-Read-Count(WS-Slot-Index) = 0
               MOVE 0 TO WS-Score-Quality(WS-Slot-Index)
               MOVE "N/A" TO WS-Score-Pct-Text
           ELSE
               COMPUTE WS-Score-Quality(WS-Slot-Index) ROUNDED =
                   WS-Score-Clean-Count * 100
                 / WS-Score-Read-Count(WS-Slot-Index)
               MOVE WS-Score-Quality(WS-Slot-Index)
                 TO WS-Score-Pct-Edited
               MOVE WS-Score-Pct-Edited TO WS-Score-Pct-Text
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "  READ: " WS-Score-Read-Count(WS-Slot-Index)
                  "  REJECTED: " WS-Slot-Reject-Count(WS-Slot-Index)
                  "  WARNED: " WS-Score-Warn-Count(WS-Slot-Index)
                  "  CLEAN: " WS-Score-Clean-Count
                  "  QUALITY: " WS-Score-Pct-Text "%"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  FIXED EDITS (NUM/ID/NAME/DEPT) REJECTED: "
                  WS-Score-Base-Rej-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           PERFORM 6345-WRITE-ONE-RULE-COUNT THRU 6345-EXIT
               VARYING WS-Rule-Index FROM 1 BY 1
               UNTIL WS-Rule-Index > WS-Rule-Count.
           MOVE SPACES TO WS-Score-Trend-Line.
           IF WS-Score-Trend-Have(WS-Slot-Index) = 0
               MOVE "NO HISTORY YET" TO WS-Score-Trend-Line
           ELSE
               MOVE 1 TO WS-Rule-Pointer
               PERFORM 6348-ADD-ONE-TREND THRU 6348-EXIT
                   VARYING WS-Score-Trend-Index FROM 1 BY 1
                   UNTIL WS-Score-Trend-Index >
                         WS-Score-Trend-Have(WS-Slot-Index)
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "  TREND (OLDEST FIRST): " DELIMITED BY SIZE
                  WS-Score-Trend-Line DELIMITED BY "  "
                  "  TONIGHT: " WS-Score-Pct-Text DELIMITED BY SIZE
                  INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           GO TO 6340-EXIT.
       6340-EXIT.
           EXIT.

       6345-WRITE-ONE-RULE-COUNT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  RULE " WS-Rule-Index " "
                  WS-Rule-Field(WS-Rule-Index) " "
                  WS-Rule-Type(WS-Rule-Index) " "
                  WS-Rule-Severity(WS-Rule-Index)
                  " VIOLATIONS: "
                  WS-Rule-Slot-Count(WS-Rule-Index, WS-Slot-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 6390-WRITE-SCORE-LINE THRU 6390-EXIT.
           GO TO 6345-EXIT.
       6345-EXIT.
           EXIT.

       6348-ADD-ONE-TREND.
           STRING WS-Score-Trend(WS-Slot-Index, WS-Score-Trend-Index)
                  " "
                  DELIMITED BY SIZE INTO WS-Score-Trend-Line
                  WITH POINTER WS-Rule-Pointer.
           GO TO 6348-EXIT.
       6348-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  6360-APPEND-SCORE-HISTORY - one row per feed scored
      *  tonight.  Same append rule as RunHist.dat: only a missing
      *  file may fall back to OPEN OUTPUT.
      *-------------------------------------------------------------
       6360-APPEND-SCORE-HISTORY.
           OPEN EXTEND Score-History-File.
           IF WS-ScoreHist-Status = "35"
               OPEN OUTPUT Score-History-File
           END-IF.
           IF WS-ScoreHist-Status NOT = "00"
               DISPLAY "COBMERGE: ScoreHist.dat NOT APPENDED (STATUS="
                       WS-ScoreHist-Status ")."
               GO TO 6360-EXIT
           END-IF.
           PERFORM 6365-APPEND-ONE-SCORE-ROW THRU 6365-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Active-File-Count.
           CLOSE Score-History-File.
           GO TO 6360-EXIT.
       6360-EXIT.
           EXIT.

       6365-APPEND-ONE-SCORE-ROW.
           IF NOT WS-Score-Scored(WS-Slot-Index)
               GO TO 6365-EXIT
           END-IF.
           MOVE ALL "," TO Score-History-Rec.
           MOVE WS-Run-Date TO SH-Run-Date.
           MOVE WS-Input-Filename(WS-Slot-Index)(1:20)
             TO SH-Feed-Name.
           MOVE WS-Score-Read-Count(WS-Slot-Index) TO SH-Read-Count.
           MOVE WS-Slot-Reject-Count(WS-Slot-Index)
             TO SH-Reject-Count.
           MOVE WS-Score-Warn-Count(WS-Slot-Index) TO SH-Warn-Count.
           IF WS-Score-Read-Count(WS-Slot-Index) = 0
               MOVE "N/A" TO SH-Quality-Pct
           ELSE
               MOVE WS-Score-Quality(WS-Slot-Index)
                 TO WS-Score-Pct-Edited
               MOVE WS-Score-Pct-Edited TO SH-Quality-Pct
           END-IF.
           WRITE Score-History-Rec.
           GO TO 6365-EXIT.
       6365-EXIT.
           EXIT.

       6390-WRITE-SCORE-LINE.
           MOVE WS-Report-Line TO Scorecard-Rec.
           WRITE Scorecard-Rec.
           GO TO 6390-EXIT.
       6390-EXIT.
           EXIT.

      *=============================================================
      *  6500-RUN-HISTORY-AND-ALERT - compare tonight's per-feed    *
      *  valid counts against the recent RunHist.dat history (last  *
               SET WS-Hist-Today-Seen TO TRUE
               GO TO 6530-NEXT
           END-IF.
      *    A day the feed was not due says nothing about its volume.
           IF RH-Feed-Name = "*TOTALS*"
              OR RH-Valid-Count NOT NUMERIC
              OR RH-Not-Due
               GO TO 6530-NEXT
           END-IF.
           PERFORM 6535-RING-ONE-FEED THRU 6535-EXIT
      *  scheduler pages instead of publishing a half-empty output.
      *-------------------------------------------------------------
       6540-CHECK-ONE-FEED.
      *    No alert for a feed not due today (FeedSched.ctl weekdays
      *    or a Holiday.ctl date) - an empty no-send day is normal.
           IF NOT WS-Sched-Due(WS-Slot-Index)
               GO TO 6540-EXIT
           END-IF.
           IF WS-Hist-Have(WS-Slot-Index) = 0
               GO TO 6540-EXIT
           END-IF.

      *-------------------------------------------------------------
      *  6560-APPEND-HISTORY - tonight's per-feed rows plus the
      *  merge totals row go onto the permanent ledger.  Each feed
      *  row carries its arrival against the schedule (on time,
      *  late, missed, not due, or in on a day it was not due), the
      *  arrival time and the cutoff, for CobRept's on-time record.
      *-------------------------------------------------------------
       6560-APPEND-HISTORY.
      *    Only a missing-file status may fall back to OPEN OUTPUT -
             TO RH-Reject-Count.
           MOVE 0 TO RH-Merged-Count.
           MOVE 0 TO RH-Checksum.
           MOVE WS-Sched-State(WS-Slot-Index) TO RH-Arrival-State.
           MOVE WS-Sched-Arrival(WS-Slot-Index) TO RH-Arrival-Time.
           MOVE WS-Sched-Cutoff(WS-Slot-Index) TO RH-Cutoff-Time.
           WRITE Run-History-Rec.
           GO TO 6565-EXIT.
       6565-EXIT.
           MOVE WS-Jrn-User-Num TO JRN-User-Num.
           MOVE WS-Jrn-Before   TO JRN-Before-Image.
           MOVE WS-Jrn-After    TO JRN-After-Image.
           MOVE WS-Jrn-Submitter TO JRN-Submitter.
           MOVE WS-Jrn-Approver TO JRN-Approver.
           MOVE "," TO JRN-Sep-1 JRN-Sep-2 JRN-Sep-3 JRN-Sep-4
                       JRN-Sep-5 JRN-Sep-6 JRN-Sep-7.
           WRITE Journal-Rec.
           GO TO 8150-EXIT.
       8150-EXIT.
           EXIT.

      *=============================================================
      *  9000-TRANSACTION-APPLY - run-mode T: post the intraday     *
      *  A/C/D transactions a second operator has approved randomly *
      *  against the indexed master OutputIdx.dat, running each     *
      *  through the same edits as the nightly validate, then stage *
      *  a newly dropped Tranfile.dat onto the approval queue under *
      *  the submitter's initials for CobAprv.  Every applied,      *
      *  rejected or staged transaction is logged to Tranlog.rpt.   *
      *  The nightly rebuild remains the source of truth -          *
      *  Output.csv is deliberately left untouched and is trued up  *
      *  by the next overnight run.                                 *
      *=============================================================
       9000-TRANSACTION-APPLY.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 1600-LOAD-EDIT-RULES THRU 1600-EXIT.
           MOVE 0 TO WS-Tran-Applied-Count.
           MOVE 0 TO WS-Tran-Warn-Count.
           MOVE 0 TO WS-Tran-Reject-Count.
           MOVE 0 TO WS-Tran-Pended-Count.
           MOVE "N" TO WS-Pending-Open-Sw.
           OPEN OUTPUT Tran-Report-File.
           MOVE SPACES TO Tran-Report-Rec.
           STRING "COBMERGE TRANSACTION APPLY " WS-Run-Date
                  " SUBMITTER " WS-Apr-Initials
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           OPEN I-O Master-File.
               CLOSE Tran-Report-File
               GO TO 9000-EXIT
           END-IF.
           PERFORM 8100-OPEN-JOURNAL THRU 8100-EXIT.
           PERFORM 9400-WORK-APPROVAL-QUEUE THRU 9400-EXIT.
           MOVE SPACES TO Tran-Report-Rec.
           STRING "TRANSACTIONS APPLIED: " WS-Tran-Applied-Count
                  "   REJECTED: " WS-Tran-Reject-Count
                  "   PENDED: " WS-Tran-Pended-Count
                  "   WARNED: " WS-Tran-Warn-Count
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           MOVE SPACES TO Tran-Report-Rec.
           STRING "STAGED FOR APPROVAL: " WS-Apr-Staged-Count
                  "   STILL AWAITING APPROVAL: "
                  WS-Apr-Waiting-Count
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           PERFORM 8190-CLOSE-JOURNAL THRU 8190-EXIT.
               CLOSE Pending-File
               MOVE "N" TO WS-Pending-Open-Sw
           END-IF.
           CLOSE Master-File.
           CLOSE Tran-Report-File.
           GO TO 9000-EXIT.
       9100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9210-EDIT-AND-POST - take an approved transaction's fields
      *  off the queue item, settle its effective date (blank means
      *  today; future-dated parks on the pending queue instead of
      *  posting), then run it through the shared edit-and-post
      *  path.
      *-------------------------------------------------------------
       9210-EDIT-AND-POST.
           MOVE APT-Eff-Date  TO WS-Tran-Eff-Date.
           MOVE APT-Action    TO WS-Tran-Action.
           MOVE APT-User-Num  TO EDT-User-Num.
           MOVE APT-User-ID   TO EDT-User-ID.
           MOVE APT-User-Name TO EDT-User-Name.
           MOVE APT-Dept-Code TO EDT-Dept-Code.
           MOVE APT-Status    TO EDT-Status.
           MOVE SPACES        TO EDT-Dept-Name.
           IF WS-Tran-Eff-Date = SPACES
               MOVE WS-Run-Date TO WS-Tran-Eff-Date
       9215-POST-EDITED-TRAN.
           SET WS-Record-Is-Valid TO TRUE.
           MOVE SPACES TO WS-Reject-Reason.
           MOVE 0 TO WS-Rule-Warn-Count.
           EVALUATE WS-Tran-Action
               WHEN "A"
               WHEN "C"
           MOVE EDT-Dept-Code    TO PND-Dept-Code.
           MOVE EDT-Status       TO PND-Status.
           MOVE SPACES           TO PND-Dept-Name.
           MOVE WS-Jrn-Submitter TO PND-Submitter.
           MOVE WS-Jrn-Approver  TO PND-Approver.
           MOVE "," TO PND-Sep-D PND-Sep-0 PND-Sep-1 PND-Sep-2
                       PND-Sep-3 PND-Sep-4 PND-Sep-5 PND-Sep-6
                       PND-Sep-7.
           WRITE Pending-Rec.
           ADD 1 TO WS-Tran-Pended-Count.
           MOVE SPACES TO Tran-Report-Rec.
                  " USER-NUM " EDT-User-Num
                  " ID=" EDT-User-ID
                  " EFFECTIVE " WS-Tran-Eff-Date
                  " SUB=" WS-Jrn-Submitter
                  " APR=" WS-Jrn-Approver
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           GO TO 9270-EXIT.
                  " NAME=" EDT-User-Name
                  " DEPT=" EDT-Dept-Code
                  " STATUS=" EDT-Status
                  " SUB=" WS-Jrn-Submitter
                  " APR=" WS-Jrn-Approver
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           IF WS-Rule-Warn-Count > 0
               ADD 1 TO WS-Tran-Warn-Count
               MOVE SPACES TO Tran-Report-Rec
               STRING "         WARNING " WS-Rule-Warn-Reason
                      " (" WS-Rule-Warn-Count " WARNING RULE(S))"
                      DELIMITED BY SIZE INTO Tran-Report-Rec
               WRITE Tran-Report-Rec
           END-IF.
           GO TO 9280-EXIT.
       9280-EXIT.
           EXIT.
                  " USER-NUM " EDT-User-Num
                  " ID=" EDT-User-ID
                  " " WS-Reject-Reason
                  " SUB=" WS-Jrn-Submitter
                  " APR=" WS-Jrn-Approver
                  DELIMITED BY SIZE INTO Tran-Report-Rec.
           WRITE Tran-Report-Rec.
           GO TO 9290-EXIT.
           EXIT.

      *=============================================================
      *  9300-REPOST-CORRECTIONS - run-mode R: take the corrected   *
      *  reject records a second operator has approved off the      *
      *  queue, put each through the same edits as the nightly      *
      *  validate, and splice the clean ones into Output.csv in     *
      *  User-Num/User-ID order and onto OutputIdx.dat; then stage  *
      *  a newly dropped Corrections.dat (Reject-Rec shape) onto    *
      *  the approval queue under the submitter's initials.  Every  *
      *  applied, rejected or staged correction is logged to        *
      *  Correction.rpt so auditors can trace each record that      *
      *  entered the output outside a feed.                         *
      *=============================================================
       9300-REPOST-CORRECTIONS.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 1600-LOAD-EDIT-RULES THRU 1600-EXIT.
           MOVE 0 TO WS-Corr-Count.
           MOVE 0 TO WS-Corr-Warn-Count.
           MOVE 0 TO WS-Corr-Applied-Count.
           MOVE 0 TO WS-Corr-Reject-Count.
           OPEN OUTPUT Correction-Report-File.
           MOVE SPACES TO Correction-Report-Rec.
           STRING "COBMERGE CORRECTION REPOST " WS-Run-Date
                  " SUBMITTER " WS-Apr-Initials
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           PERFORM 9400-WORK-APPROVAL-QUEUE THRU 9400-EXIT.
           IF WS-Corr-Count > 0
               PERFORM 9340-MERGE-CORRECTIONS THRU 9340-EXIT
               PERFORM 9360-COPY-NEW-OUTPUT-BACK THRU 9360-EXIT
           MOVE SPACES TO Correction-Report-Rec.
           STRING "CORRECTIONS APPLIED: " WS-Corr-Applied-Count
                  "   REJECTED: " WS-Corr-Reject-Count
                  "   WARNED: " WS-Corr-Warn-Count
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           MOVE SPACES TO Correction-Report-Rec.
           STRING "STAGED FOR APPROVAL: " WS-Apr-Staged-Count
                  "   STILL AWAITING APPROVAL: "
                  WS-Apr-Waiting-Count
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           CLOSE Correction-Report-File.
           EXIT.

      *-------------------------------------------------------------
      *  9320-EDIT-ONE-CORRECTION - re-validate one approved
      *  correction off the queue through the shared edits; a clean
      *  one is key-sorted into the corrections table, a dirty one
      *  is rejected right back onto the report with the failing
      *  reason.
      *-------------------------------------------------------------
       9320-EDIT-ONE-CORRECTION.
           MOVE SPACES TO WS-Edit-Record.
           MOVE APC-Raw-Record TO WS-Edit-Record.
           PERFORM 3230-EDIT-INPUT-RECORD THRU 3230-EXIT.
           IF NOT WS-Record-Is-Valid
               PERFORM 9390-LOG-CORR-REJECTED THRU 9390-EXIT
               GO TO 9320-EXIT
           END-IF.
           IF WS-Corr-Count >= WS-Max-Corrections
               MOVE "CORRECTION TABLE FULL" TO WS-Reject-Reason
               PERFORM 9390-LOG-CORR-REJECTED THRU 9390-EXIT
               GO TO 9320-EXIT
           END-IF.
           IF WS-Rule-Warn-Count > 0
               ADD 1 TO WS-Corr-Warn-Count
               MOVE SPACES TO Correction-Report-Rec
               STRING "WARNING  RECORD=" APC-Raw-Record
                      " " WS-Rule-Warn-Reason
                      DELIMITED BY SIZE INTO Correction-Report-Rec
               WRITE Correction-Report-Rec
           END-IF.
           MOVE "," TO EDT-Sep-5.
           MOVE SPACES TO EDT-Dept-Name.
               MOVE WS-Dept-Name(WS-Dept-Index) TO EDT-Dept-Name
           END-IF.
           PERFORM 9330-INSERT-CORR-SORTED THRU 9330-EXIT.
           GO TO 9320-EXIT.
       9320-EXIT.
           EXIT.
           MOVE EDT-User-ID    TO WS-Corr-ID(WS-Corr-Count).
           MOVE WS-Edit-Record TO WS-Corr-Record(WS-Corr-Count).
           MOVE SPACE          TO WS-Corr-Applied-Flag(WS-Corr-Count).
           MOVE WS-Jrn-Submitter TO WS-Corr-Submitter(WS-Corr-Count).
           MOVE WS-Jrn-Approver  TO WS-Corr-Approver(WS-Corr-Count).
           MOVE WS-Corr-Count  TO WS-Corr-Index.
           MOVE "N" TO WS-Corr-In-Place-Sw.
           PERFORM 9335-BUBBLE-ONE-CORR THRU 9335-EXIT
           STRING "APPLIED  USER-NUM " WS-Corr-Num(WS-Corr-Index)
                  " ID=" WS-Corr-ID(WS-Corr-Index)
                  " RECORD=" WS-Corr-Record(WS-Corr-Index)(1:47)
                  " SUB=" WS-Corr-Submitter(WS-Corr-Index)
                  " APR=" WS-Corr-Approver(WS-Corr-Index)
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           ADD 1 TO WS-Corr-Index.
           STRING "REJECTED USER-NUM " WS-Corr-Num(WS-Corr-Index)
                  " ID=" WS-Corr-ID(WS-Corr-Index)
                  " " WS-Reject-Reason
                  " SUB=" WS-Corr-Submitter(WS-Corr-Index)
                  " APR=" WS-Corr-Approver(WS-Corr-Index)
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           ADD 1 TO WS-Corr-Index.
                     TO WS-Jrn-User-Num
                   MOVE SPACES TO WS-Jrn-Before
                   MOVE Master-Rec TO WS-Jrn-After
                   MOVE WS-Corr-Submitter(WS-Corr-Index)
                     TO WS-Jrn-Submitter
                   MOVE WS-Corr-Approver(WS-Corr-Index)
                     TO WS-Jrn-Approver
                   PERFORM 8150-WRITE-JOURNAL THRU 8150-EXIT
               END-IF
           END-IF.
       9390-LOG-CORR-REJECTED.
           ADD 1 TO WS-Corr-Reject-Count.
           MOVE SPACES TO Correction-Report-Rec.
           STRING "REJECTED RECORD=" APC-Raw-Record
                  " " WS-Reject-Reason
                  " SUB=" WS-Jrn-Submitter
                  " APR=" WS-Jrn-Approver
                  DELIMITED BY SIZE INTO Correction-Report-Rec.
           WRITE Correction-Report-Rec.
           GO TO 9390-EXIT.
       9390-EXIT.
           EXIT.

      *=============================================================
      *  9400-WORK-APPROVAL-QUEUE - the maker-checker pass shared   *
      *  by run-modes T and R.  One read of Approval.dat: this      *
      *  mode's approved items post through 9210 (T) or 9320 (R)    *
      *  and leave the queue; everything else is carried across to  *
      *  ApprovalNew.tmp unchanged.  The incoming Tranfile.dat or   *
      *  Corrections.dat is then staged behind them as pending      *
      *  items under the submitter's initials, the scratch copy     *
      *  becomes the queue, and only then is the incoming file      *
      *  emptied so a rerun cannot stage it twice.  A queue that    *
      *  exists but cannot be read stops the pass - nothing posts   *
      *  and nothing is staged, so nothing can be lost.             *
      *=============================================================
       9400-WORK-APPROVAL-QUEUE.
           MOVE 0 TO WS-Apr-Last-Num.
           MOVE 0 TO WS-Apr-Staged-Count.
           MOVE 0 TO WS-Apr-Waiting-Count.
           MOVE "N" TO WS-Apr-Queue-Ok-Sw.
           MOVE "N" TO WS-Apr-EOF-Sw.
           OPEN INPUT Approval-File.
           EVALUATE TRUE
               WHEN WS-Approval-Status = "35"
      *            No queue yet - nothing was ever staged.
                   SET WS-Apr-EOF TO TRUE
               WHEN WS-Approval-Status NOT = "00"
                   MOVE SPACES TO WS-Apr-Line
                   STRING "APPROVAL QUEUE Approval.dat NOT READABLE "
                          "STATUS=" WS-Approval-Status
                          " - NOTHING POSTED OR STAGED"
                          DELIMITED BY SIZE INTO WS-Apr-Line
                   PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO 9400-EXIT
           END-EVALUATE.
           OPEN OUTPUT Approval-New-File.
           IF NOT WS-Apr-EOF
               PERFORM 9410-READ-NEXT-APPROVAL THRU 9410-EXIT
               PERFORM 9420-WORK-ONE-ITEM THRU 9420-EXIT
                   UNTIL WS-Apr-EOF
               CLOSE Approval-File
           END-IF.
           PERFORM 9440-STAGE-INCOMING THRU 9440-EXIT.
           CLOSE Approval-New-File.
           PERFORM 9470-COPY-QUEUE-BACK THRU 9470-EXIT.
           IF WS-Apr-Queue-Ok AND WS-Apr-Staged-Count > 0
               PERFORM 9480-CLEAR-INCOMING THRU 9480-EXIT
           END-IF.
           GO TO 9400-EXIT.
       9400-EXIT.
           EXIT.

       9410-READ-NEXT-APPROVAL.
           READ Approval-File
               AT END
                   SET WS-Apr-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 9410-EXIT.
       9410-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9420-WORK-ONE-ITEM - the header gives the last item number
      *  issued (the highest number seen also counts, should the
      *  header ever be lost); an approved item for this mode
      *  posts; every other row is kept.
      *-------------------------------------------------------------
       9420-WORK-ONE-ITEM.
           EVALUATE TRUE
               WHEN Approval-Rec = SPACES
                   CONTINUE
               WHEN APH-Tag = "HDR"
                   IF APH-Last-Num NUMERIC
                      AND APH-Last-Num > WS-Apr-Last-Num
                       MOVE APH-Last-Num TO WS-Apr-Last-Num
                   END-IF
               WHEN APR-Source = WS-Run-Mode AND APR-Is-Approved
                   PERFORM 9425-POST-APPROVED-ITEM THRU 9425-EXIT
               WHEN OTHER
                   IF APR-Item-Num NUMERIC
                      AND APR-Item-Num > WS-Apr-Last-Num
                       MOVE APR-Item-Num TO WS-Apr-Last-Num
                   END-IF
                   IF APR-Source = WS-Run-Mode AND APR-Is-Pending
                       ADD 1 TO WS-Apr-Waiting-Count
                   END-IF
                   MOVE Approval-Rec TO Approval-New-Rec
                   WRITE Approval-New-Rec
           END-EVALUATE.
           PERFORM 9410-READ-NEXT-APPROVAL THRU 9410-EXIT.
           GO TO 9420-EXIT.
       9420-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9425-POST-APPROVED-ITEM - the queue is a plain text file,
      *  so the second-operator rule CobAprv enforces is checked
      *  again here: an item with no approver, or approved under
      *  its own submitter's initials, is rejected, not posted.
      *  Either way the item is finished and leaves the queue.
      *-------------------------------------------------------------
       9425-POST-APPROVED-ITEM.
           IF APR-Item-Num NUMERIC
              AND APR-Item-Num > WS-Apr-Last-Num
               MOVE APR-Item-Num TO WS-Apr-Last-Num
           END-IF.
           MOVE APR-Submitter TO WS-Jrn-Submitter.
           MOVE APR-Approver  TO WS-Jrn-Approver.
           IF WS-Tran-Apply-Run
               MOVE APR-Payload TO WS-Apr-Tran
           ELSE
               MOVE APR-Payload TO WS-Apr-Corr
           END-IF.
           IF APR-Approver = SPACES
              OR APR-Approver = APR-Submitter
               MOVE "NOT APPROVED BY A 2ND OPERATOR"
                 TO WS-Reject-Reason
               IF WS-Tran-Apply-Run
                   MOVE APT-Action   TO WS-Tran-Action
                   MOVE APT-User-Num TO EDT-User-Num
                   MOVE APT-User-ID  TO EDT-User-ID
                   PERFORM 9290-LOG-REJECTED THRU 9290-EXIT
               ELSE
                   PERFORM 9390-LOG-CORR-REJECTED THRU 9390-EXIT
               END-IF
               GO TO 9425-EXIT
           END-IF.
           IF WS-Tran-Apply-Run
               PERFORM 9210-EDIT-AND-POST THRU 9210-EXIT
           ELSE
               PERFORM 9320-EDIT-ONE-CORRECTION THRU 9320-EXIT
           END-IF.
           GO TO 9425-EXIT.
       9425-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9440-STAGE-INCOMING - copy the incoming file onto the queue
      *  behind the carried-forward items.  No file simply means
      *  nothing new was dropped today.
      *-------------------------------------------------------------
       9440-STAGE-INCOMING.
           IF WS-Tran-Apply-Run
               MOVE "N" TO WS-Tran-EOF-Sw
               OPEN INPUT Tran-File
               IF WS-Tran-Status NOT = "00"
                   MOVE SPACES TO WS-Apr-Line
                   STRING "NO NEW Tranfile.dat TO STAGE STATUS="
                          WS-Tran-Status
                          DELIMITED BY SIZE INTO WS-Apr-Line
                   PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
                   GO TO 9440-EXIT
               END-IF
               PERFORM 9100-READ-NEXT-TRAN THRU 9100-EXIT
               PERFORM 9450-STAGE-ONE-TRAN THRU 9450-EXIT
                   UNTIL WS-Tran-EOF
               CLOSE Tran-File
           ELSE
               MOVE "N" TO WS-Corr-EOF-Sw
               OPEN INPUT Correction-File
               IF WS-Corr-Status NOT = "00"
                   MOVE SPACES TO WS-Apr-Line
                   STRING "NO NEW Corrections.dat TO STAGE STATUS="
                          WS-Corr-Status
                          DELIMITED BY SIZE INTO WS-Apr-Line
                   PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
                   GO TO 9440-EXIT
               END-IF
               PERFORM 9310-READ-NEXT-CORRECTION THRU 9310-EXIT
               PERFORM 9455-STAGE-ONE-CORR THRU 9455-EXIT
                   UNTIL WS-Corr-EOF
               CLOSE Correction-File
           END-IF.
           GO TO 9440-EXIT.
       9440-EXIT.
           EXIT.

       9450-STAGE-ONE-TRAN.
           IF Tran-Rec NOT = SPACES
               MOVE SPACES TO Approval-New-Rec
               MOVE Tran-Rec TO APN-Payload
               PERFORM 9460-WRITE-STAGED-ITEM THRU 9460-EXIT
               MOVE SPACES TO WS-Apr-Line
               STRING "STAGED   ITEM " APN-Item-Num
                      " " TRN-Action
                      " USER-NUM " TRN-User-Num
                      " ID=" TRN-User-ID
                      " EFFECTIVE " TRN-Eff-Date
                      " SUB=" WS-Apr-Initials
                      DELIMITED BY SIZE INTO WS-Apr-Line
               PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
           END-IF.
           PERFORM 9100-READ-NEXT-TRAN THRU 9100-EXIT.
           GO TO 9450-EXIT.
       9450-EXIT.
           EXIT.

       9455-STAGE-ONE-CORR.
           IF Correction-Rec NOT = SPACES
               MOVE SPACES TO Approval-New-Rec
               MOVE Correction-Rec TO APN-Payload
               PERFORM 9460-WRITE-STAGED-ITEM THRU 9460-EXIT
               MOVE SPACES TO WS-Apr-Line
               STRING "STAGED   ITEM " APN-Item-Num
                      " RECORD=" CORR-Raw-Record
                      " SUB=" WS-Apr-Initials
                      DELIMITED BY SIZE INTO WS-Apr-Line
               PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
           END-IF.
           PERFORM 9310-READ-NEXT-CORRECTION THRU 9310-EXIT.
           GO TO 9455-EXIT.
       9455-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9460-WRITE-STAGED-ITEM - number the item and write it
      *  pending under the submitter's initials; the caller has
      *  already laid the payload in.
      *-------------------------------------------------------------
       9460-WRITE-STAGED-ITEM.
           ADD 1 TO WS-Apr-Last-Num.
           ADD 1 TO WS-Apr-Staged-Count.
           MOVE WS-Apr-Last-Num TO APN-Item-Num.
           MOVE WS-Run-Mode     TO APN-Source.
           MOVE "P"             TO APN-State.
           MOVE WS-Run-Date     TO APN-Submit-Date.
           MOVE WS-Apr-Initials TO APN-Submitter.
           MOVE SPACES          TO APN-Approver APN-Decide-Date.
           MOVE "," TO APN-Sep-1 APN-Sep-2 APN-Sep-3 APN-Sep-4
                       APN-Sep-5 APN-Sep-6 APN-Sep-7.
           WRITE Approval-New-Rec.
           GO TO 9460-EXIT.
       9460-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9470-COPY-QUEUE-BACK - ApprovalNew.tmp becomes the queue
      *  behind a fresh header, same copy-back pattern as
      *  5600-RELEASE-PENDING.  A queue that cannot be rewritten
      *  leaves the incoming file in place for a rerun.
      *-------------------------------------------------------------
       9470-COPY-QUEUE-BACK.
           OPEN OUTPUT Approval-File.
           IF WS-Approval-Status NOT = "00"
               MOVE SPACES TO WS-Apr-Line
               STRING "APPROVAL QUEUE Approval.dat NOT REWRITTEN "
                      "STATUS=" WS-Approval-Status
                      " - SEE ApprovalNew.tmp"
                      DELIMITED BY SIZE INTO WS-Apr-Line
               PERFORM 9490-WRITE-APR-LINE THRU 9490-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9470-EXIT
           END-IF.
           MOVE SPACES TO Approval-Rec.
           MOVE "HDR"           TO APH-Tag.
           MOVE ","             TO APH-Sep-1.
           MOVE WS-Apr-Last-Num TO APH-Last-Num.
           WRITE Approval-Rec.
           MOVE "N" TO WS-Apr-EOF-Sw.
           OPEN INPUT Approval-New-File.
           PERFORM 9475-READ-NEXT-NEW-ITEM THRU 9475-EXIT.
           PERFORM 9478-RESTORE-ONE-ITEM THRU 9478-EXIT
               UNTIL WS-Apr-EOF.
           CLOSE Approval-New-File.
           CLOSE Approval-File.
           SET WS-Apr-Queue-Ok TO TRUE.
           GO TO 9470-EXIT.
       9470-EXIT.
           EXIT.

       9475-READ-NEXT-NEW-ITEM.
           READ Approval-New-File
               AT END
                   SET WS-Apr-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 9475-EXIT.
       9475-EXIT.
           EXIT.

       9478-RESTORE-ONE-ITEM.
           MOVE Approval-New-Rec TO Approval-Rec.
           WRITE Approval-Rec.
           PERFORM 9475-READ-NEXT-NEW-ITEM THRU 9475-EXIT.
           GO TO 9478-EXIT.
       9478-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9480-CLEAR-INCOMING - everything in the incoming file is
      *  now on the queue; empty it so the next run of this mode
      *  does not stage it a second time.
      *-------------------------------------------------------------
       9480-CLEAR-INCOMING.
           IF WS-Tran-Apply-Run
               OPEN OUTPUT Tran-File
               CLOSE Tran-File
           ELSE
               OPEN OUTPUT Correction-File
               CLOSE Correction-File
           END-IF.
           GO TO 9480-EXIT.
       9480-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9490-WRITE-APR-LINE - queue messages go to the run-mode's
      *  own log.
      *-------------------------------------------------------------
       9490-WRITE-APR-LINE.
           IF WS-Tran-Apply-Run
               MOVE WS-Apr-Line TO Tran-Report-Rec
               WRITE Tran-Report-Rec
           ELSE
               MOVE WS-Apr-Line TO Correction-Report-Rec
               WRITE Correction-Report-Rec
           END-IF.
           GO TO 9490-EXIT.
       9490-EXIT.
           EXIT.

      *=============================================================
      *  9500-AS-OF-LOOKUP - run-mode Q: "Q YYYYMMDD USER-NUM"      *
      *  reads the archived generation for that date and prints     *
               GO TO 9600-EXIT
           END-IF.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 1600-LOAD-EDIT-RULES THRU 1600-EXIT.
           PERFORM 1200-READ-CONTROL-FILE THRU 1200-EXIT.
           PERFORM 1700-LOAD-FEED-SCHEDULE THRU 1700-EXIT.
           PERFORM 1800-LOAD-PURGED-REGISTER THRU 1800-EXIT.
           IF WS-Active-File-Count = 0
               DISPLAY "COBMERGE: NO FEEDS ACTIVE - NOTHING TO "
                       "PRE-FLIGHT."
                  " " WS-Input-Filename(WS-Slot-Index)(1:20)
                  " VALID: " WS-Slot-Valid-Count(WS-Slot-Index)
                  " REJECTED: " WS-Slot-Reject-Count(WS-Slot-Index)
                  " WARNED: " WS-Score-Warn-Count(WS-Slot-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           MOVE WS-Report-Line TO Preflight-Rec.
           WRITE Preflight-Rec.
               GO TO 9720-EXIT
           END-IF.
           DISPLAY "COBMERGE: LAST RUN (" WS-Stat-Last-Date ") - "
                   "DATE/FEED/VALID/REJECT/MERGED/CHECKSUM/"
                   "ARRIVAL/TIME/CUTOFF:".
           PERFORM 9740-SHOW-ONE-HISTORY THRU 9740-EXIT
               VARYING WS-Hist-Val-Index FROM 1 BY 1
               UNTIL WS-Hist-Val-Index > WS-Stat-Row-Count.
       9740-EXIT.
           EXIT.

      *=============================================================
      *  9800-MONITOR-FEEDS - run-mode M: scheduled through the     *
      *  evening, reports each FileList.ctl feed as arrived (on     *
      *  time or late against its FeedSched.ctl cutoff), still      *
      *  waiting inside its cutoff, late and not arrived, or not    *
      *  expected today (its weekdays, or a Holiday.ctl date).      *
      *  The first sighting of each feed's file is appended to      *
      *  Arrival.dat, so the nightly run records when it really     *
      *  came in.  Ends with RETURN-CODE 8 when any due feed is     *
      *  past its cutoff and not in, 4 when any is still inside     *
      *  its cutoff, else 0.  Reads the feeds only - no lock.       *
      *=============================================================
       9800-MONITOR-FEEDS.
           PERFORM 1200-READ-CONTROL-FILE THRU 1200-EXIT.
           IF WS-Active-File-Count = 0
               DISPLAY "COBMERGE: NO FEEDS ACTIVE - NOTHING TO "
                       "MONITOR."
               GO TO 9800-EXIT
           END-IF.
           PERFORM 1700-LOAD-FEED-SCHEDULE THRU 1700-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBMERGE: FEED ARRIVALS FOR " WS-Run-Date " ("
                  DELIMITED BY SIZE
                  WS-Weekday-Name(WS-Weekday-Index) DELIMITED BY " "
                  ") AT " WS-Now-HHMM ":" DELIMITED BY SIZE
                  INTO WS-Report-Line.
           DISPLAY WS-Report-Line(1:60).
           MOVE 0 TO WS-Mon-Late-Count.
           MOVE 0 TO WS-Mon-Wait-Count.
           MOVE 0 TO WS-Mon-New-Count.
           PERFORM 9810-SHOW-ONE-FEED THRU 9810-EXIT
               VARYING WS-Sched-Index FROM 1 BY 1
               UNTIL WS-Sched-Index > WS-Active-File-Count.
           IF WS-Mon-New-Count > 0
               PERFORM 9820-LOG-ARRIVALS THRU 9820-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-Mon-Late-Count > 0
                   DISPLAY "COBMERGE: " WS-Mon-Late-Count
                           " FEED(S) PAST CUTOFF AND NOT ARRIVED."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Mon-Wait-Count > 0
                   DISPLAY "COBMERGE: " WS-Mon-Wait-Count
                           " FEED(S) NOT YET ARRIVED, INSIDE CUTOFF."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "COBMERGE: EVERY FEED DUE TODAY HAS "
                           "ARRIVED."
           END-EVALUATE.
           GO TO 9800-EXIT.
       9800-EXIT.
           EXIT.

       9810-SHOW-ONE-FEED.
           MOVE SPACES TO WS-Mon-State-Text.
           EVALUATE WS-Sched-State(WS-Sched-Index)
               WHEN "O"
                   STRING "ARRIVED " WS-Sched-Arrival(WS-Sched-Index)
                          " ON TIME"
                          DELIMITED BY SIZE INTO WS-Mon-State-Text
               WHEN "L"
                   STRING "ARRIVED " WS-Sched-Arrival(WS-Sched-Index)
                          " LATE"
                          DELIMITED BY SIZE INTO WS-Mon-State-Text
               WHEN "E"
                   STRING "ARRIVED " WS-Sched-Arrival(WS-Sched-Index)
                          " - NOT DUE TODAY"
                          DELIMITED BY SIZE INTO WS-Mon-State-Text
               WHEN "W"
                   MOVE "WAITING - INSIDE CUTOFF"
                     TO WS-Mon-State-Text
                   ADD 1 TO WS-Mon-Wait-Count
               WHEN "M"
                   MOVE "LATE - NOT ARRIVED" TO WS-Mon-State-Text
                   ADD 1 TO WS-Mon-Late-Count
               WHEN OTHER
                   MOVE "NOT EXPECTED TODAY" TO WS-Mon-State-Text
           END-EVALUATE.
           IF WS-Sched-Cutoff(WS-Sched-Index) = SPACES
               DISPLAY "  FEED " WS-Sched-Index " "
                       WS-Input-Filename(WS-Sched-Index)(1:20) " "
                       WS-Mon-State-Text " CUTOFF NONE"
           ELSE
               DISPLAY "  FEED " WS-Sched-Index " "
                       WS-Input-Filename(WS-Sched-Index)(1:20) " "
                       WS-Mon-State-Text " CUTOFF "
                       WS-Sched-Cutoff(WS-Sched-Index)
           END-IF.
           IF WS-Sched-Arrival(WS-Sched-Index) NOT = SPACES
              AND NOT WS-Sched-Logged(WS-Sched-Index)
               ADD 1 TO WS-Mon-New-Count
           END-IF.
           GO TO 9810-EXIT.
       9810-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  9820-LOG-ARRIVALS - append tonight's first sightings to
      *  Arrival.dat.  Only a missing-file status may fall back to
      *  OPEN OUTPUT - anything else must not truncate the log.
      *-------------------------------------------------------------
       9820-LOG-ARRIVALS.
           OPEN EXTEND Arrival-File.
           IF WS-Arrival-Status = "35"
               OPEN OUTPUT Arrival-File
           END-IF.
           IF WS-Arrival-Status NOT = "00"
               DISPLAY "COBMERGE: Arrival.dat NOT APPENDED (STATUS="
                       WS-Arrival-Status ")."
               GO TO 9820-EXIT
           END-IF.
           PERFORM 9825-LOG-ONE-ARRIVAL THRU 9825-EXIT
               VARYING WS-Sched-Index FROM 1 BY 1
               UNTIL WS-Sched-Index > WS-Active-File-Count.
           CLOSE Arrival-File.
           GO TO 9820-EXIT.
       9820-EXIT.
           EXIT.

       9825-LOG-ONE-ARRIVAL.
           IF WS-Sched-Arrival(WS-Sched-Index) NOT = SPACES
              AND NOT WS-Sched-Logged(WS-Sched-Index)
               MOVE WS-Run-Date TO ARV-Run-Date
               MOVE WS-Input-Filename(WS-Sched-Index)(1:20)
                 TO ARV-Feed-Name
               MOVE WS-Sched-Arrival(WS-Sched-Index) TO ARV-Time
               MOVE "," TO ARV-Sep-1 ARV-Sep-2
               WRITE Arrival-Rec
           END-IF.
           GO TO 9825-EXIT.
       9825-EXIT.
           EXIT.

       END PROGRAM CobMerge.
