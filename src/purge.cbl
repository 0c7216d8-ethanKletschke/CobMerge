       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobPurge.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/15/2026 DO  Initial version - records-retention purge. *
      *                 Finds users inactive longer than the       *
      *                 Retention.ctl day limit (dated by their    *
      *                 last journaled change to Status "I"),      *
      *                 removes them from OutputIdx.dat, Xref.dat  *
      *                 and Alias.dat, masks their User-ID and     *
      *                 User-Name in the archived Output.csv       *
      *                 generations and in the Journal.dat images  *
      *                 (User-Num and dates kept, so counts and    *
      *                 history still balance), registers them on  *
      *                 Purged.dat and prints a purge certificate. *
      *                 Mode L lists the candidates only.          *
      *  10/15/2026 DO  Every rewrite is checked; a file that      *
      *                 cannot be read or rewritten stops the      *
      *                 purge with RETURN-CODE 12 before anyone is *
      *                 registered or deleted.  Journal.dat is now *
      *                 rewritten last.                            *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobPurge L     review - list the candidates and   *
      *                         where they appear; nothing is      *
      *                         changed                            *
      *          CobPurge P     purge (takes the CobMerge run      *
      *                         lock)                              *
      *  INPUT:  Retention.ctl  days a user may stay inactive,     *
      *                         "nnnn" (0001-9999) - required, no  *
      *                         default                            *
      *  OUTPUT: PurgeCert.rpt (both modes).  Mode P also rewrites *
      *          OutputIdx.dat, Xref.dat, Alias.dat, Journal.dat,  *
      *          every Output-YYYYMMDD.csv in Archive.cat plus     *
      *          Output.csv, OutputPrior.csv and Interface.dat,    *
      *          and appends Purged.dat.                           *
      *                                                            *
      *  A user is purged when the master holds them as Status "I" *
      *  and the run date is more than the retention days after    *
      *  the journal row that last took them to "I".  A user       *
      *  already inactive when the journal began has no such row;  *
      *  the clock then starts at their earliest journal row (the  *
      *  first nightly MERGE row that carries them), which can     *
      *  only understate how long they have been inactive.  Only   *
      *  an inactive user with no journal row at all is kept and   *
      *  listed for a manual decision.                             *
      *                                                            *
      *  Masked records keep User-Num, Dept-Code, Status and       *
      *  Dept-Name; User-ID becomes "******" and User-Name         *
      *  "RETENTION PURGED".  The live Output.csv, OutputPrior.csv *
      *  and Interface.dat are masked, not cut, so their counts    *
      *  and checksums still agree with Balance.rpt and the next   *
      *  Delta.rpt reports the user removed without the old name.  *
      *  Each purge journals a PURGE row (before-image masked)     *
      *  which CobAudit takes as the explanation for the master    *
      *  differing from those files, and CobRecov replays as a     *
      *  delete.  Purged.dat stops the nightly merge rebuilding a  *
      *  purged user a feed still carries as inactive.             *
      *                                                            *
      *  Delta-, Balance- and Duplicate- report generations are    *
      *  not touched; they age out with Retain.ctl.                *
      *                                                            *
      *  Mode P rewrites the generations, Xref.dat and Alias.dat   *
      *  first and Journal.dat last, adding the PURGE rows only if *
      *  every earlier file was rewritten.  A file that cannot be  *
      *  rewritten stops the purge there: the remaining files are  *
      *  left alone, nobody is registered or deleted from the      *
      *  master, and the next run retries the same users.  Mode P  *
      *  registers before it deletes from the master, so a rerun   *
      *  after an abend also completes the purge (their PURGE row  *
      *  may then appear twice).  RETURN-CODE 8 when a cataloged   *
      *  generation could not be read, 12 when the run is refused  *
      *  or the purge stopped.                                     *
      *                                                            *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Retention limit in days.  FILE STATUS lets a missing
      *    file refuse the run cleanly.
           SELECT Retention-File ASSIGN TO "Retention.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Retention-Status.

      *    The indexed master - read in key order for the
      *    candidates, then updated by key to delete them.
           SELECT Master-File ASSIGN TO "OutputIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-User-Num
           FILE STATUS IS WS-Master-Status.

      *    Permanent change journal - read for the inactive dates,
      *    then copied through the work file with the images
      *    masked.
           SELECT Journal-File ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

      *    Journal sort work file - user-num, then journal order
           SELECT Jrn-Sort-File ASSIGN TO "Pgjsort.tmp".

      *    Inactive-since date per user-num, in user-num order
           SELECT Inactive-File ASSIGN TO "PurgeChg.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    User-ID/name cross-reference, in User-Num order
           SELECT Xref-File ASSIGN TO "Xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Xref-Status.

      *    User-Num alias pairs.  FILE STATUS lets a missing file
      *    mean "no aliases".
           SELECT Alias-File ASSIGN TO "Alias.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Alias-Status.

      *    Catalog of archived generations - one run date per line
           SELECT Catalog-File ASSIGN TO "Archive.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-Status.

      *    Any of the files being masked or rewritten - an archived
      *    generation, Output.csv, OutputPrior.csv, Interface.dat -
      *    and the target of every copy-back from the work file
           SELECT Gen-File ASSIGN TO DYNAMIC WS-Gen-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Gen-Status.

      *    Masked/cut copy of the file being rewritten
           SELECT Work-File ASSIGN TO "PurgeWrk.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Work-Status.

      *    Retention purge register, appended - CobMerge drops
      *    inactive feed records for these numbers.
           SELECT Purged-File ASSIGN TO "Purged.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Purged-Status.

      *    CobMerge run-lock marker - the purge rewrites the master
      *    and the journal, so it runs under the same lock.
           SELECT Lock-File ASSIGN TO "RunLock.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

      *    The purge certificate
           SELECT Report-File ASSIGN TO "PurgeCert.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      /File record definitions
       DATA DIVISION.
       FILE SECTION.
      *    Retention days - "nnnn" in columns 1-4
       FD  Retention-File.
       01  Retention-Rec               PIC X(10).

      *    Indexed master record - shared layout
       FD  Master-File.
       01  Master-Rec.
           COPY WORKREC REPLACING ==:TAG:== BY ==MST==.

      *    Change journal row - same layout CobMerge appends
       FD  Journal-File.
       01  Journal-Rec.
           05  JRN-Run-Date            PIC X(08).
           05  JRN-Sep-1               PIC X(01).
           05  JRN-Run-Mode            PIC X(01).
           05  JRN-Sep-2               PIC X(01).
           05  JRN-Action              PIC X(07).
           05  JRN-Sep-3               PIC X(01).
           05  JRN-User-Num            PIC 9(07).
           05  JRN-Sep-4               PIC X(01).
           05  JRN-Before-Image        PIC X(68).
           05  JRN-Sep-5               PIC X(01).
           05  JRN-After-Image         PIC X(68).
           05  JRN-Sep-6               PIC X(01).
           05  JRN-Submitter           PIC X(03).
           05  JRN-Sep-7               PIC X(01).
           05  JRN-Approver            PIC X(03).

      *    Journal sort record - the row number keeps each user's
      *    rows in the order they were journaled
       SD  Jrn-Sort-File.
       01  Jrn-Sort-Rec.
           05  SJ-User-Num             PIC 9(07).
           05  SJ-Row-Seq              PIC 9(09).
           05  SJ-Run-Date             PIC X(08).
           05  SJ-After-Image          PIC X(68).

      *    Inactive-since row - "user-num,yyyymmdd"
       FD  Inactive-File.
       01  Inactive-Rec.
           05  INA-User-Num            PIC 9(07).
           05  INA-Sep-1               PIC X(01).
           05  INA-Since-Date          PIC X(08).

      *    Cross-reference row - "user-id,user-name,user-num"
       FD  Xref-File.
       01  Xref-Rec.
           05  XRF-User-ID             PIC X(06).
           05  XRF-Sep-1               PIC X(01).
           05  XRF-User-Name           PIC X(25).
           05  XRF-Sep-2               PIC X(01).
           05  XRF-User-Num            PIC 9(07).

      *    Alias pair - "old-num,new-num".  The numbers stay PIC X
      *    so a mistyped pair is copied through, not abended on.
       FD  Alias-File.
       01  Alias-Rec.
           05  ALS-Old-Num             PIC X(07).
           05  ALS-Sep-1               PIC X(01).
           05  ALS-New-Num             PIC X(07).

      *    Archived-generation catalog - one run date per line
       FD  Catalog-File.
       01  Catalog-Rec                 PIC X(10).

      *    Generic line - wide enough for a journal row
       FD  Gen-File.
       01  Gen-Rec                     PIC X(172).

       FD  Work-File.
       01  Work-Rec                    PIC X(172).

      *    Purge register row - "user-num,purge-date"
       FD  Purged-File.
       01  Purged-Rec.
           05  PRG-User-Num            PIC 9(07).
           05  PRG-Sep-1               PIC X(01).
           05  PRG-Purge-Date          PIC X(08).

      *    Run-lock marker
       FD  Lock-File.
       01  Lock-Rec                    PIC X(40).

      *    Certificate line
       FD  Report-File.
       01  Report-Rec                  PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Retention-Status         PIC X(02)   VALUE "00".
       77  WS-Master-Status            PIC X(02)   VALUE "00".
       77  WS-Journal-Status           PIC X(02)   VALUE "00".
       77  WS-Xref-Status              PIC X(02)   VALUE "00".
       77  WS-Alias-Status             PIC X(02)   VALUE "00".
       77  WS-Catalog-Status           PIC X(02)   VALUE "00".
       77  WS-Gen-Status               PIC X(02)   VALUE "00".
       77  WS-Purged-Status            PIC X(02)   VALUE "00".
       77  WS-Lock-Status              PIC X(02)   VALUE "00".
       77  WS-Work-Status              PIC X(02)   VALUE "00".
       77  WS-Gen-Filename             PIC X(40)   VALUE SPACES.
       77  WS-Journal-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Journal-EOF                      VALUE "Y".
       77  WS-Sort-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Sort-EOF                         VALUE "Y".
       77  WS-Master-EOF-Sw            PIC X(01)   VALUE "N".
           88  WS-Master-EOF                       VALUE "Y".
       77  WS-Inactive-EOF-Sw          PIC X(01)   VALUE "N".
           88  WS-Inactive-EOF                     VALUE "Y".
       77  WS-Catalog-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Catalog-EOF                      VALUE "Y".
       77  WS-Gen-EOF-Sw               PIC X(01)   VALUE "N".
           88  WS-Gen-EOF                          VALUE "Y".
       77  WS-Work-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Work-EOF                         VALUE "Y".
       77  WS-Lock-Held-Sw             PIC X(01)   VALUE "N".
           88  WS-Lock-Held                        VALUE "Y".
      *    Set in mode P when a file the purge must change could not
      *    be read or rewritten - no later file is touched and no
      *    user is registered or removed from the master.
       77  WS-Purge-Fail-Sw            PIC X(01)   VALUE "N".
           88  WS-Purge-Failed                     VALUE "Y".
       77  WS-Copy-Back-Sw             PIC X(01)   VALUE "N".
           88  WS-Copy-Back-Ok                     VALUE "Y".
       77  WS-Gen-Missing-Sw           PIC X(01)   VALUE "N".
           88  WS-Gen-Missing                      VALUE "Y".

       77  WS-Command-Parm             PIC X(40)   VALUE SPACES.
       77  WS-Purge-Mode               PIC X(01)   VALUE SPACE.
           88  WS-Review-Run                       VALUE "L".
           88  WS-Purge-Run                        VALUE "P".
       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Time                 PIC X(08)   VALUE SPACES.
       77  WS-Retention-Days           PIC 9(04)   VALUE 0.
       77  WS-Today-Day-Num            PIC 9(07)   VALUE 0.

      *    Wording that differs between a purge and a review
       77  WS-Mask-Verb                PIC X(09)   VALUE SPACES.
       77  WS-Remove-Verb              PIC X(09)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Inactive-since work areas - within a user's rows (journal *
      *  order), a row taking the status to "I" from anything else *
      *  starts the clock - the user's first row counts as such if *
      *  it already shows "I" - and a row leaving "I" or deleting  *
      *  the user stops it.  PURGE rows are not considered, so a   *
      *  rerun still sees the users a failed run had journaled.    *
      *-----------------------------------------------------------*
       77  WS-Jrn-Row-Number           PIC 9(9)    VALUE 0.
       77  WS-Ia-User-Num              PIC 9(7)    VALUE 0.
       77  WS-Ia-Since-Date            PIC X(08)   VALUE SPACES.
       77  WS-Ia-Prior-Status          PIC X(01)   VALUE SPACE.
       77  WS-Ia-Group-Sw              PIC X(01)   VALUE "N".
           88  WS-Ia-In-Group                      VALUE "Y".

      *    Any user-record image - a journal image, a generation
      *    line - laid over the shared layout to test or mask it
       01  WS-Image.
           COPY WORKREC REPLACING ==:TAG:== BY ==IMG==.

       77  WS-Mask-User-ID             PIC X(06)   VALUE "******".
       77  WS-Mask-User-Name           PIC X(25)
                                       VALUE "RETENTION PURGED".

      *-----------------------------------------------------------*
      *  Candidate table - the users due for purge, in User-Num    *
      *  order (the master is read in key order), so every later   *
      *  pass finds them by binary search.  The counts per user    *
      *  are what the certificate reports.  Candidates past the    *
      *  table limit are deferred to the next run.                 *
      *-----------------------------------------------------------*
       77  WS-Max-Cand-Entries         PIC 9(4)    VALUE 2000.
       77  WS-Cand-Count               PIC 9(4)    VALUE 0.
       77  WS-Cand-Index               PIC 9(4)    VALUE 0.
       77  WS-Cand-Hit                 PIC 9(4)    VALUE 0.
       77  WS-Find-Num                 PIC 9(7)    VALUE 0.
       77  WS-Find-Low                 PIC 9(4)    VALUE 0.
       77  WS-Find-High                PIC 9(4)    VALUE 0.
       77  WS-Find-Mid                 PIC 9(4)    VALUE 0.

       01  WS-Cand-Table.
           05  WS-Cand-Entry OCCURS 2000 TIMES.
               10  WS-Cand-Num         PIC 9(07).
               10  WS-Cand-Since       PIC X(08).
               10  WS-Cand-Days        PIC 9(05).
      *        Master record as journaled on the PURGE row - masked
               10  WS-Cand-Image       PIC X(68).
               10  WS-Cand-Master-Flag PIC X(01).
                   88  WS-Cand-Removed           VALUE "Y".
               10  WS-Cand-Xref-Rows   PIC 9(03).
               10  WS-Cand-Alias-Rows  PIC 9(03).
               10  WS-Cand-Gen-Rows    PIC 9(05).
               10  WS-Cand-Jrn-Rows    PIC 9(07).

      *-----------------------------------------------------------*
      *  Counters for the certificate                             *
      *-----------------------------------------------------------*
       77  WS-Master-Read-Count        PIC 9(7)    VALUE 0.
       77  WS-Inactive-Count           PIC 9(7)    VALUE 0.
       77  WS-Within-Count             PIC 9(7)    VALUE 0.
       77  WS-No-Date-Count            PIC 9(7)    VALUE 0.
       77  WS-Deferred-Count           PIC 9(7)    VALUE 0.
       77  WS-Inactive-Days            PIC 9(7)    VALUE 0.
       77  WS-File-Count               PIC 9(7)    VALUE 0.
       77  WS-File-Rows                PIC 9(7)    VALUE 0.
       77  WS-Gen-File-Count           PIC 9(3)    VALUE 0.
       77  WS-Gen-Miss-Count           PIC 9(3)    VALUE 0.
       77  WS-Gen-Masked-Total         PIC 9(7)    VALUE 0.
       77  WS-Jrn-Masked-Total         PIC 9(7)    VALUE 0.
       77  WS-Jrn-Purge-Rows           PIC 9(7)    VALUE 0.
       77  WS-Xref-Cut-Total           PIC 9(7)    VALUE 0.
       77  WS-Alias-Cut-Total          PIC 9(7)    VALUE 0.
       77  WS-Master-Cut-Total         PIC 9(7)    VALUE 0.
       77  WS-Register-Count           PIC 9(7)    VALUE 0.
       77  WS-Live-Index               PIC 9(1)    VALUE 0.

      *    Day-number work fields - WS-Day-Date (YYYYMMDD) to a
      *    running day count, so two dates subtract to a day gap
       77  WS-Day-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Day-Number               PIC 9(07)   VALUE 0.
       77  WS-Day-Year                 PIC 9(04)   VALUE 0.
       77  WS-Day-Month                PIC 9(02)   VALUE 0.
       77  WS-Day-Day                  PIC 9(02)   VALUE 0.
       77  WS-Day-Quot-4               PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-100             PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-400             PIC 9(04)   VALUE 0.
       77  WS-Day-Quot-Month           PIC 9(04)   VALUE 0.

      *-----------------------------------------------------------*
      *  Report line work area                                    *
      *-----------------------------------------------------------*
       01  WS-Report-Line              PIC X(120)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Command-Parm FROM COMMAND-LINE.
           MOVE WS-Command-Parm(1:1) TO WS-Purge-Mode.
           IF NOT WS-Review-Run AND NOT WS-Purge-Run
               DISPLAY "COBPURGE: USAGE IS CobPurge L (REVIEW) OR "
                       "CobPurge P (PURGE)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           IF WS-Purge-Run
               PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
               IF NOT WS-Lock-Held
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE = 12
               CLOSE Report-File
               PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-BUILD-INACTIVE-DATES THRU 2000-EXIT.
           PERFORM 3000-SELECT-CANDIDATES THRU 3000-EXIT.
           IF RETURN-CODE = 12
               CLOSE Report-File
               PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 2 - FILES" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Cand-Count = 0
               MOVE "  NO USER IS DUE FOR PURGE - NO FILE READ OR "
                 TO WS-Report-Line
               MOVE "CHANGED." TO WS-Report-Line(46:8)
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           ELSE
               PERFORM 4000-MASK-GENERATIONS THRU 4000-EXIT
               PERFORM 6000-CUT-XREF THRU 6000-EXIT
               PERFORM 6100-CUT-ALIAS THRU 6100-EXIT
               PERFORM 5000-MASK-JOURNAL THRU 5000-EXIT
               IF WS-Purge-Run
                   PERFORM 0200-FINISH-PURGE THRU 0200-EXIT
               END-IF
           END-IF.
           PERFORM 7500-WRITE-CERTIFICATE THRU 7500-EXIT.
           CLOSE Report-File.
           IF WS-Purge-Run AND WS-Gen-Miss-Count > 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-Purge-Run AND WS-Purge-Failed
               DISPLAY "COBPURGE: PURGE STOPPED - A FILE COULD NOT BE "
                       "READ OR REWRITTEN; "
                       WS-Master-Cut-Total " USER(S) REMOVED. "
                       "SEE PurgeCert.rpt."
           END-IF.
           IF WS-Purge-Run AND NOT WS-Purge-Failed
               DISPLAY "COBPURGE: " WS-Master-Cut-Total
                       " USER(S) PURGED UNDER THE "
                       WS-Retention-Days "-DAY RETENTION LIMIT. "
                       "SEE PurgeCert.rpt."
           END-IF.
           IF WS-Review-Run
               DISPLAY "COBPURGE: REVIEW ONLY - " WS-Cand-Count
                       " USER(S) DUE FOR PURGE, NOTHING CHANGED. "
                       "SEE PurgeCert.rpt."
           END-IF.
           PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT.
           STOP RUN.

      *-------------------------------------------------------------
      *  0100-ACQUIRE-RUN-LOCK - the same one-writer-at-a-time lock
      *  CobMerge takes; a held lock stops the purge with
      *  RETURN-CODE 12 having touched nothing.
      *-------------------------------------------------------------
       0100-ACQUIRE-RUN-LOCK.
           MOVE "N" TO WS-Lock-Held-Sw.
           OPEN INPUT Lock-File.
           IF WS-Lock-Status = "00"
               READ Lock-File
                   AT END
                       MOVE SPACES TO Lock-Rec
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE Lock-File
               DISPLAY "COBPURGE: ANOTHER RUN HOLDS THE LOCK ("
                       Lock-Rec ")."
               DISPLAY "COBPURGE: IF NO RUN IS ACTIVE, REMOVE "
                       "RunLock.ctl AND RESUBMIT."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           OPEN OUTPUT Lock-File.
           IF WS-Lock-Status NOT = "00"
               DISPLAY "COBPURGE: RUN LOCK NOT TAKEN (STATUS="
                       WS-Lock-Status "). RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO Lock-Rec.
           STRING WS-Run-Date " " WS-Run-Time " RETENTION PURGE"
                  DELIMITED BY SIZE INTO Lock-Rec.
           WRITE Lock-Rec.
           CLOSE Lock-File.
           SET WS-Lock-Held TO TRUE.
           GO TO 0100-EXIT.
       0100-EXIT.
           EXIT.

       0190-RELEASE-RUN-LOCK.
           IF WS-Lock-Held
               DELETE FILE Lock-File
               MOVE "N" TO WS-Lock-Held-Sw
           END-IF.
           GO TO 0190-EXIT.
       0190-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  0200-FINISH-PURGE - register the users and take them off
      *  the master, but only once every file holding them has been
      *  rewritten; otherwise they stay for the next run to retry.
      *-------------------------------------------------------------
       0200-FINISH-PURGE.
           IF WS-Purge-Failed
               MOVE SPACES TO WS-Report-Line
               STRING "  *** PURGE STOPPED - FILES AFTER THE FAILURE "
                      "NOT PROCESSED; Purged.dat AND OutputIdx.dat NOT "
                      "UPDATED ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               GO TO 0200-EXIT
           END-IF.
           PERFORM 6500-REGISTER-PURGED THRU 6500-EXIT.
           IF WS-Purge-Failed
               MOVE 12 TO RETURN-CODE
               GO TO 0200-EXIT
           END-IF.
           PERFORM 6600-DELETE-FROM-MASTER THRU 6600-EXIT.
           GO TO 0200-EXIT.
       0200-EXIT.
           EXIT.

      *=============================================================
      *  1000-INITIALIZE - open the certificate and read the        *
      *  retention limit.  There is deliberately no default: a      *
      *  missing or unusable Retention.ctl refuses the run.         *
      *=============================================================
       1000-INITIALIZE.
           IF WS-Purge-Run
               MOVE "MASKED" TO WS-Mask-Verb
               MOVE "REMOVED" TO WS-Remove-Verb
           ELSE
               MOVE "TO MASK" TO WS-Mask-Verb
               MOVE "TO REMOVE" TO WS-Remove-Verb
           END-IF.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Purge-Run
               STRING "COBPURGE RETENTION PURGE CERTIFICATE  RUN "
                      WS-Run-Date " " WS-Run-Time(1:6)
                      "  MODE P - PURGE"
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING "COBPURGE RETENTION PURGE REVIEW  RUN "
                      WS-Run-Date " " WS-Run-Time(1:6)
                      "  MODE L - REVIEW ONLY, NOTHING CHANGED"
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-Retention-Days.
           OPEN INPUT Retention-File.
           IF WS-Retention-Status = "00"
               READ Retention-File
                   AT END
                       CONTINUE
                   NOT AT END
                       IF Retention-Rec(1:4) NUMERIC
                           MOVE Retention-Rec(1:4)
                             TO WS-Retention-Days
                       END-IF
               END-READ
               CLOSE Retention-File
           END-IF.
           IF WS-Retention-Days = 0
               MOVE SPACES TO WS-Report-Line
               STRING "PURGE STOPPED - Retention.ctl MISSING OR NOT "
                      "A DAY COUNT FROM 0001 TO 9999. NOTHING "
                      "CHANGED."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBPURGE: Retention.ctl MISSING OR NOT A DAY "
                       "COUNT FROM 0001 TO 9999 - RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "RETENTION LIMIT " WS-Retention-Days
                  " DAYS INACTIVE (Retention.ctl)"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE WS-Run-Date TO WS-Day-Date.
           PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
           MOVE WS-Day-Number TO WS-Today-Day-Num.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================
      *  2000-BUILD-INACTIVE-DATES - sort the journal by user-num   *
      *  (journal order kept within a user) and write, for every    *
      *  user whose last status on the journal is "I", the date     *
      *  that status began to PurgeChg.tmp.                         *
      *=============================================================
       2000-BUILD-INACTIVE-DATES.
           SORT Jrn-Sort-File
               ON ASCENDING KEY SJ-User-Num SJ-Row-Seq
               INPUT PROCEDURE IS 2100-RELEASE-JOURNAL
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-SUMMARIZE-INACTIVE
                   THRU 2200-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-JOURNAL.
           MOVE 0 TO WS-Jrn-Row-Number.
           MOVE "N" TO WS-Journal-EOF-Sw.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "COBPURGE: Journal.dat NOT AVAILABLE (STATUS="
                       WS-Journal-Status "). NO INACTIVE DATES."
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-NEXT-JOURNAL THRU 2110-EXIT.
           PERFORM 2120-RELEASE-ONE-JOURNAL THRU 2120-EXIT
               UNTIL WS-Journal-EOF.
           CLOSE Journal-File.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-NEXT-JOURNAL.
           READ Journal-File
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Jrn-Row-Number
           END-READ.
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

       2120-RELEASE-ONE-JOURNAL.
           IF JRN-User-Num NUMERIC
              AND JRN-Action NOT = "PURGE"
               MOVE JRN-User-Num      TO SJ-User-Num
               MOVE WS-Jrn-Row-Number TO SJ-Row-Seq
               MOVE JRN-Run-Date      TO SJ-Run-Date
               MOVE JRN-After-Image   TO SJ-After-Image
               RELEASE Jrn-Sort-Rec
           END-IF.
           PERFORM 2110-READ-NEXT-JOURNAL THRU 2110-EXIT.
           GO TO 2120-EXIT.
       2120-EXIT.
           EXIT.

       2200-SUMMARIZE-INACTIVE.
           OPEN OUTPUT Inactive-File.
           MOVE "N" TO WS-Ia-Group-Sw.
           MOVE "N" TO WS-Sort-EOF-Sw.
           PERFORM 2210-RETURN-NEXT-SORTED THRU 2210-EXIT.
           PERFORM 2220-SUMMARIZE-ONE-ROW THRU 2220-EXIT
               UNTIL WS-Sort-EOF.
           IF WS-Ia-In-Group
               PERFORM 2230-WRITE-INACTIVE-DATE THRU 2230-EXIT
           END-IF.
           CLOSE Inactive-File.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2210-RETURN-NEXT-SORTED.
           RETURN Jrn-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           GO TO 2210-EXIT.
       2210-EXIT.
           EXIT.

      *    A blank after-image is a DELETE - the user left the
      *    master, so any inactive spell before it no longer counts.
       2220-SUMMARIZE-ONE-ROW.
           IF WS-Ia-In-Group AND SJ-User-Num NOT = WS-Ia-User-Num
               PERFORM 2230-WRITE-INACTIVE-DATE THRU 2230-EXIT
           END-IF.
           IF NOT WS-Ia-In-Group
               SET WS-Ia-In-Group TO TRUE
               MOVE SJ-User-Num TO WS-Ia-User-Num
               MOVE SPACES TO WS-Ia-Since-Date
               MOVE SPACE TO WS-Ia-Prior-Status
           END-IF.
           MOVE SJ-After-Image TO WS-Image.
           IF SJ-After-Image = SPACES
               MOVE SPACES TO WS-Ia-Since-Date
               MOVE SPACE TO WS-Ia-Prior-Status
           ELSE
               IF IMG-Status = "I"
                   IF WS-Ia-Prior-Status NOT = "I"
                       MOVE SJ-Run-Date TO WS-Ia-Since-Date
                   END-IF
               ELSE
                   MOVE SPACES TO WS-Ia-Since-Date
               END-IF
               MOVE IMG-Status TO WS-Ia-Prior-Status
           END-IF.
           PERFORM 2210-RETURN-NEXT-SORTED THRU 2210-EXIT.
           GO TO 2220-EXIT.
       2220-EXIT.
           EXIT.

       2230-WRITE-INACTIVE-DATE.
           IF WS-Ia-Since-Date NOT = SPACES
               MOVE WS-Ia-User-Num TO INA-User-Num
               MOVE "," TO INA-Sep-1
               MOVE WS-Ia-Since-Date TO INA-Since-Date
               WRITE Inactive-Rec
           END-IF.
           MOVE "N" TO WS-Ia-Group-Sw.
           GO TO 2230-EXIT.
       2230-EXIT.
           EXIT.

      *=============================================================
      *  3000-SELECT-CANDIDATES - match the master (key order) with *
      *  the inactive-since dates.  An inactive user past the limit *
      *  joins the candidate table; one with no journaled date is   *
      *  listed in section 1 and kept.                              *
      *=============================================================
       3000-SELECT-CANDIDATES.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "PURGE STOPPED - MASTER OutputIdx.dat NOT "
                      "AVAILABLE (STATUS=" WS-Master-Status
                      "). NOTHING CHANGED."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBPURGE: MASTER OutputIdx.dat NOT AVAILABLE "
                       "(STATUS=" WS-Master-Status "). RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 1 - INACTIVE USERS KEPT - NO JOURNAL ROW AT "
             TO WS-Report-Line.
           MOVE "ALL TO DATE THEIR STATUS I" TO WS-Report-Line(53:26).
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-Cand-Count.
           OPEN INPUT Inactive-File.
           MOVE "N" TO WS-Master-EOF-Sw.
           MOVE "N" TO WS-Inactive-EOF-Sw.
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT.
           PERFORM 3110-READ-NEXT-INACTIVE THRU 3110-EXIT.
           PERFORM 3200-SCREEN-ONE-USER THRU 3200-EXIT
               UNTIL WS-Master-EOF.
           CLOSE Inactive-File.
           CLOSE Master-File.
           IF WS-No-Date-Count = 0
               MOVE "  NONE" TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-MASTER.
           READ Master-File NEXT RECORD
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Master-Read-Count
           END-READ.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-INACTIVE.
           READ Inactive-File
               AT END
                   SET WS-Inactive-EOF TO TRUE
                   MOVE 9999999 TO INA-User-Num
           END-READ.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

       3200-SCREEN-ONE-USER.
           IF NOT WS-Inactive-EOF AND INA-User-Num < MST-User-Num
               PERFORM 3110-READ-NEXT-INACTIVE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF MST-Status NOT = "I"
               GO TO 3200-NEXT
           END-IF.
           ADD 1 TO WS-Inactive-Count.
           IF INA-User-Num NOT = MST-User-Num
               ADD 1 TO WS-No-Date-Count
               MOVE SPACES TO WS-Report-Line
               STRING "  " MST-User-Num "  DEPT " MST-Dept-Code
                      "  STATUS I ON THE MASTER - NO JOURNAL ROW "
                      "DATES IT, NOT PURGED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 3200-NEXT
           END-IF.
           MOVE INA-Since-Date TO WS-Day-Date.
           PERFORM 7200-DAY-NUMBER THRU 7200-EXIT.
           IF WS-Day-Number > WS-Today-Day-Num
               MOVE 0 TO WS-Inactive-Days
           ELSE
               COMPUTE WS-Inactive-Days =
                   WS-Today-Day-Num - WS-Day-Number
           END-IF.
           IF WS-Inactive-Days NOT > WS-Retention-Days
               ADD 1 TO WS-Within-Count
               GO TO 3200-NEXT
           END-IF.
           IF WS-Cand-Count NOT < WS-Max-Cand-Entries
               ADD 1 TO WS-Deferred-Count
               GO TO 3200-NEXT
           END-IF.
           PERFORM 3300-ADD-CANDIDATE THRU 3300-EXIT.
       3200-NEXT.
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

       3300-ADD-CANDIDATE.
           ADD 1 TO WS-Cand-Count.
           MOVE MST-User-Num   TO WS-Cand-Num(WS-Cand-Count).
           MOVE INA-Since-Date TO WS-Cand-Since(WS-Cand-Count).
           MOVE WS-Inactive-Days TO WS-Cand-Days(WS-Cand-Count).
           MOVE Master-Rec TO WS-Image.
           PERFORM 7100-MASK-IMAGE THRU 7100-EXIT.
           MOVE WS-Image TO WS-Cand-Image(WS-Cand-Count).
           MOVE "N" TO WS-Cand-Master-Flag(WS-Cand-Count).
           MOVE 0 TO WS-Cand-Xref-Rows(WS-Cand-Count).
           MOVE 0 TO WS-Cand-Alias-Rows(WS-Cand-Count).
           MOVE 0 TO WS-Cand-Gen-Rows(WS-Cand-Count).
           MOVE 0 TO WS-Cand-Jrn-Rows(WS-Cand-Count).
           GO TO 3300-EXIT.
       3300-EXIT.
           EXIT.

      *=============================================================
      *  4000-MASK-GENERATIONS - every cataloged Output-YYYYMMDD.csv *
      *  and then the live Output.csv, OutputPrior.csv and          *
      *  Interface.dat, each copied through the work file with the  *
      *  candidates' User-ID and User-Name masked.  A cataloged     *
      *  generation that cannot be read is reported and fails the   *
      *  purge with RETURN-CODE 8; a live file may simply not be    *
      *  there yet.                                                 *
      *=============================================================
       4000-MASK-GENERATIONS.
           MOVE "N" TO WS-Catalog-EOF-Sw.
           OPEN INPUT Catalog-File.
           IF WS-Catalog-Status = "00"
               PERFORM 4010-READ-NEXT-CATALOG THRU 4010-EXIT
               PERFORM 4020-MASK-ONE-CATALOGED THRU 4020-EXIT
                   UNTIL WS-Catalog-EOF
               CLOSE Catalog-File
           ELSE
               MOVE "  Archive.cat NOT FOUND - NO ARCHIVED GENERATIONS"
                 TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 4030-MASK-ONE-LIVE-FILE THRU 4030-EXIT
               VARYING WS-Live-Index FROM 1 BY 1
               UNTIL WS-Live-Index > 3.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4010-READ-NEXT-CATALOG.
           READ Catalog-File
               AT END
                   SET WS-Catalog-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 4010-EXIT.
       4010-EXIT.
           EXIT.

       4020-MASK-ONE-CATALOGED.
           IF Catalog-Rec(1:8) NUMERIC
               MOVE SPACES TO WS-Gen-Filename
               STRING "Output-" Catalog-Rec(1:8) ".csv"
                   DELIMITED BY SIZE INTO WS-Gen-Filename
               PERFORM 4100-MASK-ONE-FILE THRU 4100-EXIT
               IF WS-Gen-Missing
                   ADD 1 TO WS-Gen-Miss-Count
               END-IF
           END-IF.
           PERFORM 4010-READ-NEXT-CATALOG THRU 4010-EXIT.
           GO TO 4020-EXIT.
       4020-EXIT.
           EXIT.

       4030-MASK-ONE-LIVE-FILE.
           EVALUATE WS-Live-Index
               WHEN 1
                   MOVE "Output.csv" TO WS-Gen-Filename
               WHEN 2
                   MOVE "OutputPrior.csv" TO WS-Gen-Filename
               WHEN 3
                   MOVE "Interface.dat" TO WS-Gen-Filename
           END-EVALUATE.
           PERFORM 4100-MASK-ONE-FILE THRU 4100-EXIT.
           GO TO 4030-EXIT.
       4030-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4100-MASK-ONE-FILE - copy WS-Gen-Filename to the work file,
      *  masking candidate data lines (HDR/TRL lines and anything
      *  not starting with a User-Num pass unchanged), then copy
      *  it back - mode P only, and only if a line was masked.
      *-------------------------------------------------------------
       4100-MASK-ONE-FILE.
           MOVE "N" TO WS-Gen-Missing-Sw.
           IF WS-Purge-Failed
               GO TO 4100-EXIT
           END-IF.
           MOVE 0 TO WS-File-Count.
           MOVE 0 TO WS-File-Rows.
           OPEN INPUT Gen-File.
           IF WS-Gen-Status NOT = "00"
               SET WS-Gen-Missing TO TRUE
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Gen-Filename(1:28)
                      " NOT READ (STATUS=" WS-Gen-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-Gen-File-Count.
           PERFORM 7280-OPEN-WORK-FILE THRU 7280-EXIT.
           IF WS-Work-Status NOT = "00"
               CLOSE Gen-File
               GO TO 4100-EXIT
           END-IF.
           MOVE "N" TO WS-Gen-EOF-Sw.
           PERFORM 4110-READ-NEXT-GEN THRU 4110-EXIT.
           PERFORM 4120-MASK-ONE-LINE THRU 4120-EXIT
               UNTIL WS-Gen-EOF.
           CLOSE Work-File.
           CLOSE Gen-File.
           IF WS-Purge-Run AND WS-File-Count > 0
               PERFORM 7300-COPY-WORK-BACK THRU 7300-EXIT
               IF NOT WS-Copy-Back-Ok
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           ADD WS-File-Count TO WS-Gen-Masked-Total.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Gen-Filename(1:28)
                  " LINES: " WS-File-Rows
                  "   ROWS " DELIMITED BY SIZE
                  WS-Mask-Verb DELIMITED BY "  "
                  ": " WS-File-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-READ-NEXT-GEN.
           READ Gen-File
               AT END
                   SET WS-Gen-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-File-Rows
           END-READ.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

       4120-MASK-ONE-LINE.
           MOVE Gen-Rec TO Work-Rec.
           IF Gen-Rec(1:7) NUMERIC
               MOVE Gen-Rec(1:7) TO WS-Find-Num
               PERFORM 7000-FIND-CANDIDATE THRU 7000-EXIT
               IF WS-Cand-Hit > 0
                   MOVE Gen-Rec(1:68) TO WS-Image
                   PERFORM 7100-MASK-IMAGE THRU 7100-EXIT
                   MOVE WS-Image TO Work-Rec(1:68)
                   ADD 1 TO WS-File-Count
                   ADD 1 TO WS-Cand-Gen-Rows(WS-Cand-Hit)
               END-IF
           END-IF.
           WRITE Work-Rec.
           PERFORM 4110-READ-NEXT-GEN THRU 4110-EXIT.
           GO TO 4120-EXIT.
       4120-EXIT.
           EXIT.

      *=============================================================
      *  5000-MASK-JOURNAL - copy Journal.dat through the work file *
      *  with the candidates' before/after images masked (row,      *
      *  date, mode, action and User-Num untouched); mode P then    *
      *  adds one PURGE row per user and copies the journal back.   *
      *  It runs after every other file, so the PURGE rows are only *
      *  journaled once the rest of the purge has been written.     *
      *=============================================================
       5000-MASK-JOURNAL.
           IF WS-Purge-Failed
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-File-Count.
           MOVE 0 TO WS-File-Rows.
           MOVE "Journal.dat" TO WS-Gen-Filename.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  Journal.dat                  NOT READ (STATUS="
                      WS-Journal-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7280-OPEN-WORK-FILE THRU 7280-EXIT.
           IF WS-Work-Status NOT = "00"
               CLOSE Journal-File
               GO TO 5000-EXIT
           END-IF.
           MOVE 0 TO WS-Jrn-Row-Number.
           MOVE "N" TO WS-Journal-EOF-Sw.
           PERFORM 2110-READ-NEXT-JOURNAL THRU 2110-EXIT.
           PERFORM 5100-MASK-ONE-JOURNAL THRU 5100-EXIT
               UNTIL WS-Journal-EOF.
           CLOSE Journal-File.
           MOVE WS-File-Count TO WS-Jrn-Masked-Total.
           IF WS-Purge-Run
               PERFORM 5200-WRITE-PURGE-ROW THRU 5200-EXIT
                   VARYING WS-Cand-Index FROM 1 BY 1
                   UNTIL WS-Cand-Index > WS-Cand-Count
           END-IF.
           CLOSE Work-File.
           IF WS-Purge-Run
               PERFORM 7300-COPY-WORK-BACK THRU 7300-EXIT
               IF NOT WS-Copy-Back-Ok
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           MOVE WS-Jrn-Row-Number TO WS-File-Rows.
           MOVE SPACES TO WS-Report-Line.
           STRING "  Journal.dat                  LINES: "
                  WS-File-Rows
                  "   ROWS " DELIMITED BY SIZE
                  WS-Mask-Verb DELIMITED BY "  "
                  ": " WS-Jrn-Masked-Total
                  "   PURGE ROWS ADDED: " WS-Jrn-Purge-Rows
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-MASK-ONE-JOURNAL.
           IF JRN-User-Num NUMERIC
               MOVE JRN-User-Num TO WS-Find-Num
               PERFORM 7000-FIND-CANDIDATE THRU 7000-EXIT
               IF WS-Cand-Hit > 0
                   IF JRN-Before-Image NOT = SPACES
                       MOVE JRN-Before-Image TO WS-Image
                       PERFORM 7100-MASK-IMAGE THRU 7100-EXIT
                       MOVE WS-Image TO JRN-Before-Image
                   END-IF
                   IF JRN-After-Image NOT = SPACES
                       MOVE JRN-After-Image TO WS-Image
                       PERFORM 7100-MASK-IMAGE THRU 7100-EXIT
                       MOVE WS-Image TO JRN-After-Image
                   END-IF
                   ADD 1 TO WS-File-Count
                   ADD 1 TO WS-Cand-Jrn-Rows(WS-Cand-Hit)
               END-IF
           END-IF.
           MOVE Journal-Rec TO Work-Rec.
           WRITE Work-Rec.
           PERFORM 2110-READ-NEXT-JOURNAL THRU 2110-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *    The PURGE row reads like a DELETE: the (masked) record
      *    that left the master before, nothing after.
       5200-WRITE-PURGE-ROW.
           MOVE SPACES TO Journal-Rec.
           MOVE WS-Run-Date TO JRN-Run-Date.
           MOVE "P" TO JRN-Run-Mode.
           MOVE "PURGE" TO JRN-Action.
           MOVE WS-Cand-Num(WS-Cand-Index) TO JRN-User-Num.
           MOVE WS-Cand-Image(WS-Cand-Index) TO JRN-Before-Image.
           MOVE "," TO JRN-Sep-1 JRN-Sep-2 JRN-Sep-3 JRN-Sep-4
                       JRN-Sep-5 JRN-Sep-6 JRN-Sep-7.
           MOVE Journal-Rec TO Work-Rec.
           WRITE Work-Rec.
           ADD 1 TO WS-Jrn-Purge-Rows.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      *=============================================================
      *  6000-CUT-XREF - Xref.dat without the candidates' rows.     *
      *=============================================================
       6000-CUT-XREF.
           IF WS-Purge-Failed
               GO TO 6000-EXIT
           END-IF.
           MOVE 0 TO WS-File-Count.
           MOVE 0 TO WS-File-Rows.
           MOVE "Xref.dat" TO WS-Gen-Filename.
           OPEN INPUT Xref-File.
           IF WS-Xref-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  Xref.dat                     NOT READ (STATUS="
                      WS-Xref-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 7280-OPEN-WORK-FILE THRU 7280-EXIT.
           IF WS-Work-Status NOT = "00"
               CLOSE Xref-File
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO WS-Gen-EOF-Sw.
           PERFORM 6010-READ-NEXT-XREF THRU 6010-EXIT.
           PERFORM 6020-CUT-ONE-XREF THRU 6020-EXIT
               UNTIL WS-Gen-EOF.
           CLOSE Work-File.
           CLOSE Xref-File.
           IF WS-Purge-Run AND WS-File-Count > 0
               PERFORM 7300-COPY-WORK-BACK THRU 7300-EXIT
               IF NOT WS-Copy-Back-Ok
                   GO TO 6000-EXIT
               END-IF
           END-IF.
           MOVE WS-File-Count TO WS-Xref-Cut-Total.
           MOVE SPACES TO WS-Report-Line.
           STRING "  Xref.dat                     LINES: " WS-File-Rows
                  "   ROWS " DELIMITED BY SIZE
                  WS-Remove-Verb DELIMITED BY "  "
                  ": " WS-File-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6010-READ-NEXT-XREF.
           READ Xref-File
               AT END
                   SET WS-Gen-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-File-Rows
           END-READ.
           GO TO 6010-EXIT.
       6010-EXIT.
           EXIT.

       6020-CUT-ONE-XREF.
           MOVE 0 TO WS-Cand-Hit.
           IF XRF-User-Num NUMERIC
               MOVE XRF-User-Num TO WS-Find-Num
               PERFORM 7000-FIND-CANDIDATE THRU 7000-EXIT
           END-IF.
           IF WS-Cand-Hit > 0
               ADD 1 TO WS-File-Count
               ADD 1 TO WS-Cand-Xref-Rows(WS-Cand-Hit)
           ELSE
               MOVE Xref-Rec TO Work-Rec
               WRITE Work-Rec
           END-IF.
           PERFORM 6010-READ-NEXT-XREF THRU 6010-EXIT.
           GO TO 6020-EXIT.
       6020-EXIT.
           EXIT.

      *=============================================================
      *  6100-CUT-ALIAS - Alias.dat without any pair naming a       *
      *  candidate as its old or its new number.                    *
      *=============================================================
       6100-CUT-ALIAS.
           IF WS-Purge-Failed
               GO TO 6100-EXIT
           END-IF.
           MOVE 0 TO WS-File-Count.
           MOVE 0 TO WS-File-Rows.
           MOVE "Alias.dat" TO WS-Gen-Filename.
           OPEN INPUT Alias-File.
           IF WS-Alias-Status = "35"
               MOVE "  Alias.dat                    NOT PRESENT - NO "
                 TO WS-Report-Line
               MOVE "ALIASES" TO WS-Report-Line(50:7)
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF WS-Alias-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  Alias.dat                    NOT READ (STATUS="
                      WS-Alias-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 6100-EXIT
           END-IF.
           PERFORM 7280-OPEN-WORK-FILE THRU 7280-EXIT.
           IF WS-Work-Status NOT = "00"
               CLOSE Alias-File
               GO TO 6100-EXIT
           END-IF.
           MOVE "N" TO WS-Gen-EOF-Sw.
           PERFORM 6110-READ-NEXT-ALIAS THRU 6110-EXIT.
           PERFORM 6120-CUT-ONE-ALIAS THRU 6120-EXIT
               UNTIL WS-Gen-EOF.
           CLOSE Work-File.
           CLOSE Alias-File.
           IF WS-Purge-Run AND WS-File-Count > 0
               PERFORM 7300-COPY-WORK-BACK THRU 7300-EXIT
               IF NOT WS-Copy-Back-Ok
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           MOVE WS-File-Count TO WS-Alias-Cut-Total.
           MOVE SPACES TO WS-Report-Line.
           STRING "  Alias.dat                    LINES: " WS-File-Rows
                  "   PAIRS " DELIMITED BY SIZE
                  WS-Remove-Verb DELIMITED BY "  "
                  ": " WS-File-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       6110-READ-NEXT-ALIAS.
           READ Alias-File
               AT END
                   SET WS-Gen-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-File-Rows
           END-READ.
           GO TO 6110-EXIT.
       6110-EXIT.
           EXIT.

       6120-CUT-ONE-ALIAS.
           MOVE 0 TO WS-Cand-Hit.
           IF ALS-Old-Num NUMERIC
               MOVE ALS-Old-Num TO WS-Find-Num
               PERFORM 7000-FIND-CANDIDATE THRU 7000-EXIT
           END-IF.
           IF WS-Cand-Hit = 0 AND ALS-New-Num NUMERIC
               MOVE ALS-New-Num TO WS-Find-Num
               PERFORM 7000-FIND-CANDIDATE THRU 7000-EXIT
           END-IF.
           IF WS-Cand-Hit > 0
               ADD 1 TO WS-File-Count
               ADD 1 TO WS-Cand-Alias-Rows(WS-Cand-Hit)
           ELSE
               MOVE Alias-Rec TO Work-Rec
               WRITE Work-Rec
           END-IF.
           PERFORM 6110-READ-NEXT-ALIAS THRU 6110-EXIT.
           GO TO 6120-EXIT.
       6120-EXIT.
           EXIT.

      *=============================================================
      *  6500-REGISTER-PURGED - append every candidate to           *
      *  Purged.dat before the master deletes, so the nightly merge *
      *  can never rebuild one the purge has already masked.        *
      *=============================================================
       6500-REGISTER-PURGED.
           OPEN EXTEND Purged-File.
           IF WS-Purged-Status = "35"
               OPEN OUTPUT Purged-File
           END-IF.
           IF WS-Purged-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  Purged.dat                   NOT OPENED "
                      "(STATUS=" WS-Purged-Status
                      ") - NO USER REGISTERED OR REMOVED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 6500-EXIT
           END-IF.
           PERFORM 6510-REGISTER-ONE-USER THRU 6510-EXIT
               VARYING WS-Cand-Index FROM 1 BY 1
               UNTIL WS-Cand-Index > WS-Cand-Count.
           CLOSE Purged-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "  Purged.dat                   ROWS ADDED: "
                  WS-Register-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6500-EXIT.
       6500-EXIT.
           EXIT.

       6510-REGISTER-ONE-USER.
           MOVE WS-Cand-Num(WS-Cand-Index) TO PRG-User-Num.
           MOVE "," TO PRG-Sep-1.
           MOVE WS-Run-Date TO PRG-Purge-Date.
           WRITE Purged-Rec.
           ADD 1 TO WS-Register-Count.
           GO TO 6510-EXIT.
       6510-EXIT.
           EXIT.

      *=============================================================
      *  6600-DELETE-FROM-MASTER - last of all, each candidate's    *
      *  master record.                                             *
      *=============================================================
       6600-DELETE-FROM-MASTER.
           OPEN I-O Master-File.
           IF WS-Master-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  OutputIdx.dat                NOT OPENED FOR "
                      "UPDATE (STATUS=" WS-Master-Status
                      ") - NO RECORD REMOVED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               MOVE 12 TO RETURN-CODE
               GO TO 6600-EXIT
           END-IF.
           PERFORM 6610-DELETE-ONE-USER THRU 6610-EXIT
               VARYING WS-Cand-Index FROM 1 BY 1
               UNTIL WS-Cand-Index > WS-Cand-Count.
           CLOSE Master-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "  OutputIdx.dat                RECORDS: "
                  WS-Master-Read-Count
                  "   RECORDS REMOVED: " WS-Master-Cut-Total
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6600-EXIT.
       6600-EXIT.
           EXIT.

       6610-DELETE-ONE-USER.
           MOVE WS-Cand-Num(WS-Cand-Index) TO MST-User-Num.
           DELETE Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Cand-Removed(WS-Cand-Index) TO TRUE
                   ADD 1 TO WS-Master-Cut-Total
           END-DELETE.
           GO TO 6610-EXIT.
       6610-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  7000-FIND-CANDIDATE - binary search of the candidate table
      *  for WS-Find-Num; WS-Cand-Hit is its entry, or zero.
      *-------------------------------------------------------------
       7000-FIND-CANDIDATE.
           MOVE 0 TO WS-Cand-Hit.
           MOVE 1 TO WS-Find-Low.
           MOVE WS-Cand-Count TO WS-Find-High.
           PERFORM 7010-PROBE-CANDIDATE THRU 7010-EXIT
               UNTIL WS-Find-Low > WS-Find-High
                  OR WS-Cand-Hit > 0.
           GO TO 7000-EXIT.
       7000-EXIT.
           EXIT.

       7010-PROBE-CANDIDATE.
           COMPUTE WS-Find-Mid = (WS-Find-Low + WS-Find-High) / 2.
           IF WS-Cand-Num(WS-Find-Mid) = WS-Find-Num
               MOVE WS-Find-Mid TO WS-Cand-Hit
           ELSE
               IF WS-Cand-Num(WS-Find-Mid) < WS-Find-Num
                   COMPUTE WS-Find-Low = WS-Find-Mid + 1
               ELSE
                   COMPUTE WS-Find-High = WS-Find-Mid - 1
               END-IF
           END-IF.
           GO TO 7010-EXIT.
       7010-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  7100-MASK-IMAGE - blank out who the user was; everything
      *  the counts and the history rest on stays.
      *-------------------------------------------------------------
       7100-MASK-IMAGE.
           MOVE WS-Mask-User-ID   TO IMG-User-ID.
           MOVE WS-Mask-User-Name TO IMG-User-Name.
           GO TO 7100-EXIT.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  7200-DAY-NUMBER - WS-Day-Date (YYYYMMDD) to a day count
      *  (March-based year, so February's length falls at the end)
      *-------------------------------------------------------------
       7200-DAY-NUMBER.
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
           GO TO 7200-EXIT.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  7280-OPEN-WORK-FILE - the work copy of WS-Gen-Filename.
      *  Without it the file cannot be changed, so in mode P that
      *  stops the purge; the caller closes its input file.
      *-------------------------------------------------------------
       7280-OPEN-WORK-FILE.
           OPEN OUTPUT Work-File.
           IF WS-Work-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Gen-Filename(1:28)
                      " NOT READ - PurgeWrk.tmp NOT OPENED (STATUS="
                      WS-Work-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
           END-IF.
           GO TO 7280-EXIT.
       7280-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  7300-COPY-WORK-BACK - replace WS-Gen-Filename with the work
      *  file just written.  WS-Copy-Back-Ok is set only when every
      *  line is back; a failed open leaves the file as it was, a
      *  failed write leaves the full copy in PurgeWrk.tmp (no
      *  later file is processed, so it is not overwritten).
      *-------------------------------------------------------------
       7300-COPY-WORK-BACK.
           MOVE "N" TO WS-Copy-Back-Sw.
           MOVE "N" TO WS-Work-EOF-Sw.
           OPEN INPUT Work-File.
           IF WS-Work-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Gen-Filename(1:28)
                      " NOT REWRITTEN - PurgeWrk.tmp NOT READ (STATUS="
                      WS-Work-Status ") - LEFT AS IT WAS"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 7300-EXIT
           END-IF.
           OPEN OUTPUT Gen-File.
           IF WS-Gen-Status NOT = "00"
               CLOSE Work-File
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Gen-Filename(1:28)
                      " NOT REWRITTEN (STATUS=" WS-Gen-Status
                      ") - LEFT AS IT WAS"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 7300-EXIT
           END-IF.
           PERFORM 7310-READ-NEXT-WORK THRU 7310-EXIT.
           PERFORM 7320-RESTORE-ONE-LINE THRU 7320-EXIT
               UNTIL WS-Work-EOF.
           CLOSE Work-File.
           CLOSE Gen-File.
           IF WS-Gen-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Gen-Filename(1:28)
                      " REWRITE FAILED (STATUS=" WS-Gen-Status
                      ") - COMPLETE COPY IS IN PurgeWrk.tmp"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               PERFORM 7390-NOTE-PURGE-FAILED THRU 7390-EXIT
               GO TO 7300-EXIT
           END-IF.
           SET WS-Copy-Back-Ok TO TRUE.
           GO TO 7300-EXIT.
       7300-EXIT.
           EXIT.

       7310-READ-NEXT-WORK.
           READ Work-File
               AT END
                   SET WS-Work-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 7310-EXIT.
       7310-EXIT.
           EXIT.

       7320-RESTORE-ONE-LINE.
           MOVE Work-Rec TO Gen-Rec.
           WRITE Gen-Rec.
           IF WS-Gen-Status NOT = "00"
               SET WS-Work-EOF TO TRUE
               GO TO 7320-EXIT
           END-IF.
           PERFORM 7310-READ-NEXT-WORK THRU 7310-EXIT.
           GO TO 7320-EXIT.
       7320-EXIT.
           EXIT.

      *    Only a purge stops on a failed file - a review just
      *    reports it.
       7390-NOTE-PURGE-FAILED.
           IF WS-Purge-Run
               SET WS-Purge-Failed TO TRUE
           END-IF.
           GO TO 7390-EXIT.
       7390-EXIT.
           EXIT.

      *=============================================================
      *  7500-WRITE-CERTIFICATE - section 3, one line per user with *
      *  where they were found, and section 4, the totals.  Names   *
      *  and User-IDs never appear - the certificate is kept.       *
      *=============================================================
       7500-WRITE-CERTIFICATE.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Purge-Run
               IF WS-Purge-Failed
                   MOVE SPACES TO WS-Report-Line
                   STRING "SECTION 3 - USERS DUE FOR PURGE - PURGE "
                          "STOPPED, ROWS ARE WHERE THEY WERE FOUND"
                          DELIMITED BY SIZE INTO WS-Report-Line
               ELSE
                   MOVE "SECTION 3 - USERS PURGED" TO WS-Report-Line
               END-IF
           ELSE
               MOVE "SECTION 3 - USERS DUE FOR PURGE (NOT CHANGED)"
                 TO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  USER-NUM  INACTIVE  DAYS     MASTER     XREF  "
                  "ALIAS  GEN-ROWS  JRN-ROWS"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "            SINCE"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Cand-Count = 0
               MOVE "  NONE" TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 7510-WRITE-ONE-USER THRU 7510-EXIT
               VARYING WS-Cand-Index FROM 1 BY 1
               UNTIL WS-Cand-Index > WS-Cand-Count.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 4 - TOTALS" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  MASTER RECORDS READ:          "
                  WS-Master-Read-Count
                  "   STATUS I: " WS-Inactive-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  INACTIVE WITHIN THE LIMIT:    " WS-Within-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  INACTIVE, NO JOURNALED DATE:  " WS-No-Date-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  DUE FOR PURGE:                " WS-Cand-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Deferred-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  DEFERRED TO THE NEXT RUN:     "
                      WS-Deferred-Count "   (PAST THE "
                      WS-Max-Cand-Entries "-USER LIMIT PER RUN)"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-Cand-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  GENERATION FILES READ:        "
                      WS-Gen-File-Count
                      "   ROWS " DELIMITED BY SIZE
                      WS-Mask-Verb DELIMITED BY "  "
                      ": " WS-Gen-Masked-Total
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-Gen-Miss-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  *** " WS-Gen-Miss-Count " CATALOGED "
                      "GENERATION(S) COULD NOT BE READ - PERSONAL "
                      "DATA MAY REMAIN THERE"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Purge-Run
               STRING "  USERS PURGED:                 "
                      WS-Master-Cut-Total
                      DELIMITED BY SIZE INTO WS-Report-Line
               IF WS-Purge-Failed
                   MOVE "   *** PURGE STOPPED - SEE SECTION 2; THE "
                     TO WS-Report-Line(41:42)
                   MOVE "NEXT RUN RETRIES THESE USERS ***"
                     TO WS-Report-Line(83:32)
               END-IF
           ELSE
               MOVE "  REVIEW ONLY - NO FILE WAS CHANGED."
                 TO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 7500-EXIT.
       7500-EXIT.
           EXIT.

       7510-WRITE-ONE-USER.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Cand-Num(WS-Cand-Index)
                  "   " WS-Cand-Since(WS-Cand-Index)
                  "  " WS-Cand-Days(WS-Cand-Index)
                  "    " WS-Remove-Verb
                  "  " WS-Cand-Xref-Rows(WS-Cand-Index)
                  "   " WS-Cand-Alias-Rows(WS-Cand-Index)
                  "    " WS-Cand-Gen-Rows(WS-Cand-Index)
                  "     " WS-Cand-Jrn-Rows(WS-Cand-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           IF WS-Purge-Run AND NOT WS-Cand-Removed(WS-Cand-Index)
               IF WS-Purge-Failed
                   MOVE "KEPT     " TO WS-Report-Line(32:9)
               ELSE
                   MOVE "NOT FOUND" TO WS-Report-Line(32:9)
               END-IF
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 7510-EXIT.
       7510-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.
           MOVE WS-Report-Line TO Report-Rec.
           WRITE Report-Rec.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       END PROGRAM CobPurge.
