       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobRecov.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/15/2026 DO  Initial version - master recovery.  Loads  *
      *                 an archived Output-YYYYMMDD.csv generation *
      *                 into a rebuilt OutputIdx.dat, replays the  *
      *                 Journal.dat rows written after that        *
      *                 night's merge from their after-images,     *
      *                 rebuilds Xref.dat from the result and      *
      *                 reports the rows replayed, before-image    *
      *                 mismatches and the final counts.           *
      *  10/15/2026 DO  Journal row widened for the maker-checker  *
      *                 submitter/approver initials.               *
      *  10/15/2026 DO  Replays the PURGE rows CobPurge journals   *
      *                 for retention-purged users as deletes.     *
      *  10/15/2026 DO  Recovery stops with RETURN-CODE 12 when    *
      *                 OutputIdx.dat cannot be opened for the     *
      *                 replay or re-created for a merge block,    *
      *                 instead of reporting a replay it never     *
      *                 applied.                                   *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobRecov YYYYMMDD   (a run date in Archive.cat)   *
      *  OUTPUT: OutputIdx.dat, Xref.dat, Recovery.rpt             *
      *                                                            *
      *  RECOVERY PROCEDURE (OutputIdx.dat lost or corrupted       *
      *  during the day - the feeds do not have to be re-sent):    *
      *    1. Make sure no CobMerge run is active.  If an abended  *
      *       run left RunLock.ctl behind, check it is dead and    *
      *       remove the lock; CobRecov takes the lock itself.     *
      *    2. Pick the restore date - normally the newest date in  *
      *       Archive.cat.  Any cataloged date works: every later  *
      *       nightly merge is journaled in full and is replayed   *
      *       as a fresh master, so an older generation only means *
      *       a longer replay.                                     *
      *    3. Run CobRecov YYYYMMDD.  It loads Output-YYYYMMDD.csv *
      *       into a new OutputIdx.dat, replays every journal row  *
      *       after that night's MERGE rows (MERGE, ADD, CHANGE,   *
      *       DELETE, CORRECT, PURGE) and rebuilds Xref.dat.       *
      *       Nothing is journaled - the rows it replays are       *
      *       already there.                                       *
      *    4. Read Recovery.rpt.  A BEFORE-IMAGE MISMATCH means    *
      *       the master had been changed outside the journal (or  *
      *       the journal was edited); check those users before    *
      *       releasing the master.  RETURN-CODE 8 flags them.     *
      *    5. Run CobAudit.  If T or R posts were replayed, run    *
      *       CobAudit R to bring Interface.dat up to the master.  *
      *    6. Resume intraday processing.                          *
      *                                                            *
      *  If the archived generation or Archive.cat cannot be read, *
      *  CobRecov stops with RETURN-CODE 12 before OutputIdx.dat   *
      *  is touched.                                               *
      *                                                            *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Catalog of archived generations - one run date per line,
      *    oldest first, maintained by the nightly archive step.
           SELECT Catalog-File ASSIGN TO "Archive.cat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Catalog-Status.

      *    The archived output generation being restored
           SELECT Archive-File ASSIGN TO DYNAMIC WS-Archive-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Archive-Status.

      *    The indexed master being rebuilt - loaded sequentially
      *    from the archive, then updated by key during the replay.
           SELECT Master-File ASSIGN TO "OutputIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-User-Num
           FILE STATUS IS WS-Master-Status.

      *    Permanent change journal - read twice, never written
           SELECT Journal-File ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

      *    User-ID/name cross-reference, rebuilt from the master
           SELECT Xref-File ASSIGN TO "Xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    CobMerge run-lock marker - recovery writes the master,
      *    so it runs under the same lock as the merge, T and R.
           SELECT Lock-File ASSIGN TO "RunLock.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

      *    The recovery report itself
           SELECT Report-File ASSIGN TO "Recovery.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      /File record definitions
       DATA DIVISION.
       FILE SECTION.
      *    Archived-generation catalog - one run date per line
       FD  Catalog-File.
       01  Catalog-Rec                 PIC X(10).

      *    Archived output record - shared user-record layout
       FD  Archive-File.
       01  Archive-Rec.
           COPY WORKREC REPLACING ==:TAG:== BY ==ARC==.

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

      *    Cross-reference row - "user-id,user-name,user-num"
       FD  Xref-File.
       01  Xref-Rec.
           05  XRF-User-ID             PIC X(06).
           05  XRF-Sep-1               PIC X(01).
           05  XRF-User-Name           PIC X(25).
           05  XRF-Sep-2               PIC X(01).
           05  XRF-User-Num            PIC 9(07).

      *    Run-lock marker
       FD  Lock-File.
       01  Lock-Rec                    PIC X(40).

      *    Recovery report line
       FD  Report-File.
       01  Report-Rec                  PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Catalog-Status           PIC X(02)   VALUE "00".
       77  WS-Archive-Status           PIC X(02)   VALUE "00".
       77  WS-Master-Status            PIC X(02)   VALUE "00".
       77  WS-Journal-Status           PIC X(02)   VALUE "00".
       77  WS-Lock-Status              PIC X(02)   VALUE "00".
       77  WS-Archive-Filename         PIC X(40)   VALUE SPACES.
       77  WS-Catalog-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Catalog-EOF                      VALUE "Y".
       77  WS-Archive-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Archive-EOF                      VALUE "Y".
       77  WS-Journal-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Journal-EOF                      VALUE "Y".
       77  WS-Master-EOF-Sw            PIC X(01)   VALUE "N".
           88  WS-Master-EOF                       VALUE "Y".
       77  WS-Lock-Held-Sw             PIC X(01)   VALUE "N".
           88  WS-Lock-Held                        VALUE "Y".
       77  WS-Date-Found-Sw            PIC X(01)   VALUE "N".
           88  WS-Date-Found                       VALUE "Y".
       77  WS-Record-Found-Sw          PIC X(01)   VALUE "N".
           88  WS-Record-Found                     VALUE "Y".

       77  WS-Command-Parm             PIC X(40)   VALUE SPACES.
       77  WS-Restore-Date             PIC X(08)   VALUE SPACES.
       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Time                 PIC X(08)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Replay position - the journal row number of the last      *
      *  MERGE row written by the restored night's run.  Rows      *
      *  after it are replayed.  Zero means the night journaled    *
      *  no merge; replay then starts at the next run date.        *
      *-----------------------------------------------------------*
       77  WS-Jrn-Row-Number           PIC 9(9)    VALUE 0.
       77  WS-Replay-From-Row          PIC 9(9)    VALUE 0.
       77  WS-Prior-Jrn-Action         PIC X(07)   VALUE SPACES.
       77  WS-Prior-Jrn-Date           PIC X(08)   VALUE SPACES.
       77  WS-Mismatch-Reason          PIC X(40)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Counters for the recovery report                         *
      *-----------------------------------------------------------*
       77  WS-Loaded-Count             PIC 9(7)    VALUE 0.
       77  WS-Load-Skip-Count          PIC 9(7)    VALUE 0.
       77  WS-Jrn-Skipped-Count        PIC 9(9)    VALUE 0.
       77  WS-Replay-Merge-Count       PIC 9(7)    VALUE 0.
       77  WS-Replay-Add-Count         PIC 9(7)    VALUE 0.
       77  WS-Replay-Change-Count      PIC 9(7)    VALUE 0.
       77  WS-Replay-Delete-Count      PIC 9(7)    VALUE 0.
       77  WS-Replay-Correct-Count     PIC 9(7)    VALUE 0.
       77  WS-Replay-Purge-Count       PIC 9(7)    VALUE 0.
       77  WS-Replay-Other-Count       PIC 9(7)    VALUE 0.
       77  WS-Merge-Block-Count        PIC 9(5)    VALUE 0.
       77  WS-Block-Record-Count       PIC 9(7)    VALUE 0.
       77  WS-Mismatch-Count           PIC 9(7)    VALUE 0.
       77  WS-Final-Count              PIC 9(7)    VALUE 0.
       77  WS-Final-Checksum           PIC 9(11)   VALUE 0.
       77  WS-Final-Active-Count       PIC 9(7)    VALUE 0.
       77  WS-Xref-Count               PIC 9(7)    VALUE 0.

      *-----------------------------------------------------------*
      *  Report line work area                                    *
      *-----------------------------------------------------------*
       01  WS-Report-Line              PIC X(120)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Command-Parm FROM COMMAND-LINE.
           MOVE WS-Command-Parm(1:8) TO WS-Restore-Date.
           IF WS-Restore-Date NOT NUMERIC
               DISPLAY "COBRECOV: USAGE IS CobRecov YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT.
           IF NOT WS-Lock-Held
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE = 12
               CLOSE Report-File
               PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-RESTORE-GENERATION THRU 2000-EXIT.
           IF RETURN-CODE = 12
               CLOSE Report-File
               PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           PERFORM 3000-FIND-REPLAY-POINT THRU 3000-EXIT.
           PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT.
           IF RETURN-CODE = 12
               CLOSE Report-File
               PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               STOP RUN
           END-IF.
           PERFORM 5000-REBUILD-XREF THRU 5000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           CLOSE Report-File.
           IF WS-Mismatch-Count > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "COBRECOV: MASTER RECOVERED FROM " WS-Restore-Date
                   " - " WS-Final-Count " RECORD(S), "
                   WS-Mismatch-Count " MISMATCH(ES). SEE Recovery.rpt.".
           PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT.
           STOP RUN.

      *-------------------------------------------------------------
      *  0100-ACQUIRE-RUN-LOCK - the same one-writer-at-a-time lock
      *  CobMerge takes; a held lock stops recovery with
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
               DISPLAY "COBRECOV: ANOTHER RUN HOLDS THE LOCK ("
                       Lock-Rec ")."
               DISPLAY "COBRECOV: IF NO RUN IS ACTIVE, REMOVE "
                       "RunLock.ctl AND RESUBMIT."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           OPEN OUTPUT Lock-File.
           IF WS-Lock-Status NOT = "00"
               DISPLAY "COBRECOV: RUN LOCK NOT TAKEN (STATUS="
                       WS-Lock-Status "). RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO Lock-Rec.
           STRING WS-Run-Date " " WS-Run-Time
                  " RECOVER " WS-Restore-Date
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

      *=============================================================
      *  1000-INITIALIZE - open the report and confirm the restore  *
      *  date is a cataloged generation.                            *
      *=============================================================
       1000-INITIALIZE.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBRECOV MASTER RECOVERY  RUN " WS-Run-Date " "
                  WS-Run-Time(1:6) "  RESTORE DATE " WS-Restore-Date
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "N" TO WS-Date-Found-Sw.
           MOVE "N" TO WS-Catalog-EOF-Sw.
           OPEN INPUT Catalog-File.
           IF WS-Catalog-Status = "00"
               PERFORM 1110-READ-NEXT-CATALOG THRU 1110-EXIT
               PERFORM 1120-MATCH-ONE-CATALOG THRU 1120-EXIT
                   UNTIL WS-Catalog-EOF
               CLOSE Catalog-File
           END-IF.
           IF NOT WS-Date-Found
               MOVE SPACES TO WS-Report-Line
               STRING "RECOVERY STOPPED - " WS-Restore-Date
                      " IS NOT IN THE ARCHIVE CATALOG (Archive.cat)."
                      " OutputIdx.dat NOT TOUCHED."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBRECOV: " WS-Restore-Date " IS NOT IN THE "
                       "ARCHIVE CATALOG (Archive.cat)."
               MOVE 12 TO RETURN-CODE
           END-IF.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

       1110-READ-NEXT-CATALOG.
           READ Catalog-File
               AT END
                   SET WS-Catalog-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1110-EXIT.
       1110-EXIT.
           EXIT.

       1120-MATCH-ONE-CATALOG.
           IF Catalog-Rec(1:8) = WS-Restore-Date
               SET WS-Date-Found TO TRUE
           END-IF.
           PERFORM 1110-READ-NEXT-CATALOG THRU 1110-EXIT.
           GO TO 1120-EXIT.
       1120-EXIT.
           EXIT.

      *=============================================================
      *  2000-RESTORE-GENERATION - open the archived output first,  *
      *  and only once it is known readable replace OutputIdx.dat   *
      *  with its records.                                           *
      *=============================================================
       2000-RESTORE-GENERATION.
           MOVE SPACES TO WS-Archive-Filename.
           STRING "Output-" WS-Restore-Date ".csv"
               DELIMITED BY SIZE INTO WS-Archive-Filename.
           OPEN INPUT Archive-File.
           IF WS-Archive-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "RECOVERY STOPPED - ARCHIVED OUTPUT "
                      WS-Archive-Filename(1:24)
                      " NOT FOUND (STATUS=" WS-Archive-Status
                      "). OutputIdx.dat NOT TOUCHED."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBRECOV: ARCHIVED OUTPUT "
                       WS-Archive-Filename(1:24)
                       " NOT FOUND (STATUS=" WS-Archive-Status ")."
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT Master-File.
           IF WS-Master-Status NOT = "00"
               CLOSE Archive-File
               MOVE SPACES TO WS-Report-Line
               STRING "RECOVERY STOPPED - OutputIdx.dat COULD NOT BE "
                      "CREATED (STATUS=" WS-Master-Status ")."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBRECOV: OutputIdx.dat NOT REBUILT (STATUS="
                       WS-Master-Status ")."
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-Archive-EOF-Sw.
           PERFORM 2100-READ-NEXT-ARCHIVE THRU 2100-EXIT.
           PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-Archive-EOF.
           CLOSE Archive-File.
           CLOSE Master-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "GENERATION " WS-Archive-Filename(1:24)
                  " LOADED: " WS-Loaded-Count " RECORD(S)"
                  "   SKIPPED: " WS-Load-Skip-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-ARCHIVE.
           READ Archive-File
               AT END
                   SET WS-Archive-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2200-LOAD-ONE-RECORD.
           IF Archive-Rec = SPACES
               GO TO 2200-NEXT
           END-IF.
           IF ARC-User-Num NOT NUMERIC
               ADD 1 TO WS-Load-Skip-Count
               MOVE SPACES TO WS-Report-Line
               STRING "  ARCHIVE RECORD SKIPPED - USER-NUM NOT "
                      "NUMERIC: " Archive-Rec(1:47)
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 2200-NEXT
           END-IF.
           MOVE Archive-Rec TO Master-Rec.
           WRITE Master-Rec
               INVALID KEY
                   ADD 1 TO WS-Load-Skip-Count
                   MOVE SPACES TO WS-Report-Line
                   STRING "  ARCHIVE RECORD SKIPPED - USER-NUM "
                          ARC-User-Num " OUT OF ORDER OR DUPLICATE"
                          DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-Loaded-Count
           END-WRITE.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-ARCHIVE THRU 2100-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

      *=============================================================
      *  3000-FIND-REPLAY-POINT - first pass over the journal: the  *
      *  row number of the last MERGE row dated the restore date.   *
      *  Everything that night's merge wrote is already in the      *
      *  archived generation; everything after it is replayed.      *
      *=============================================================
       3000-FIND-REPLAY-POINT.
           MOVE 0 TO WS-Replay-From-Row.
           MOVE 0 TO WS-Jrn-Row-Number.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-Journal-EOF-Sw.
           PERFORM 3100-READ-NEXT-JRN THRU 3100-EXIT.
           PERFORM 3200-NOTE-ONE-JRN THRU 3200-EXIT
               UNTIL WS-Journal-EOF.
           CLOSE Journal-File.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Replay-From-Row > 0
               STRING "REPLAY STARTS AFTER JOURNAL ROW "
                      WS-Replay-From-Row " (LAST MERGE ROW OF "
                      WS-Restore-Date ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING "NO MERGE ROWS JOURNALED ON " WS-Restore-Date
                      " - REPLAY STARTS WITH THE FIRST LATER RUN DATE"
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-JRN.
           READ Journal-File
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-Jrn-Row-Number
           END-READ.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-NOTE-ONE-JRN.
           IF JRN-Action = "MERGE"
              AND JRN-Run-Date = WS-Restore-Date
               MOVE WS-Jrn-Row-Number TO WS-Replay-From-Row
           END-IF.
           PERFORM 3100-READ-NEXT-JRN THRU 3100-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *=============================================================
      *  4000-REPLAY-JOURNAL - second pass: apply each row after    *
      *  the replay point to the master from its after-image.       *
      *  A MERGE row that starts a new block (the row before it was *
      *  not a MERGE of the same night) empties the master first,   *
      *  exactly as that night's merge replaced it.  CHANGE and     *
      *  DELETE rows check the before-image against the rebuilt     *
      *  record; any difference is reported and the after-image     *
      *  still wins, so the master ends as the journal last left it.*
      *=============================================================
       4000-REPLAY-JOURNAL.
           MOVE "SECTION 1 - JOURNAL ROWS REPLAYED" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               MOVE "  Journal.dat NOT AVAILABLE - NOTHING REPLAYED"
                 TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 4000-EXIT
           END-IF.
           OPEN I-O Master-File.
           IF WS-Master-Status NOT = "00"
               PERFORM 4900-MASTER-OPEN-FAILED THRU 4900-EXIT
               CLOSE Journal-File
               GO TO 4000-EXIT
           END-IF.
           MOVE 0 TO WS-Jrn-Row-Number.
           MOVE SPACES TO WS-Prior-Jrn-Action WS-Prior-Jrn-Date.
           MOVE "N" TO WS-Journal-EOF-Sw.
           PERFORM 3100-READ-NEXT-JRN THRU 3100-EXIT.
           PERFORM 4100-REPLAY-ONE-JRN THRU 4100-EXIT
               UNTIL WS-Journal-EOF.
      *    A merge block that could not re-create the master has
      *    already closed it and reported the stop.
           IF RETURN-CODE = 12
               CLOSE Journal-File
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4190-CLOSE-MERGE-BLOCK THRU 4190-EXIT.
           CLOSE Master-File.
           CLOSE Journal-File.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-REPLAY-ONE-JRN.
           IF WS-Replay-From-Row > 0
               IF WS-Jrn-Row-Number NOT > WS-Replay-From-Row
                   ADD 1 TO WS-Jrn-Skipped-Count
                   GO TO 4100-NEXT
               END-IF
           ELSE
               IF JRN-Run-Date NOT > WS-Restore-Date
                   ADD 1 TO WS-Jrn-Skipped-Count
                   GO TO 4100-NEXT
               END-IF
           END-IF.
           IF JRN-Action NOT = "MERGE"
               PERFORM 4190-CLOSE-MERGE-BLOCK THRU 4190-EXIT
           END-IF.
           EVALUATE JRN-Action
               WHEN "MERGE"
                   PERFORM 4200-REPLAY-MERGE THRU 4200-EXIT
               WHEN "ADD"
                   PERFORM 4300-REPLAY-ADD THRU 4300-EXIT
               WHEN "CORRECT"
                   PERFORM 4300-REPLAY-ADD THRU 4300-EXIT
               WHEN "CHANGE"
                   PERFORM 4400-REPLAY-CHANGE THRU 4400-EXIT
               WHEN "DELETE"
                   PERFORM 4500-REPLAY-DELETE THRU 4500-EXIT
               WHEN "PURGE"
                   PERFORM 4500-REPLAY-DELETE THRU 4500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-Replay-Other-Count
                   MOVE SPACES TO WS-Report-Line
                   STRING "  " JRN-Run-Date " MODE " JRN-Run-Mode
                          " " JRN-Action " USER-NUM " JRN-User-Num
                          "  NOT REPLAYED - UNKNOWN ACTION"
                          DELIMITED BY SIZE INTO WS-Report-Line
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-EVALUATE.
       4100-NEXT.
           MOVE JRN-Action TO WS-Prior-Jrn-Action.
           MOVE JRN-Run-Date TO WS-Prior-Jrn-Date.
           PERFORM 3100-READ-NEXT-JRN THRU 3100-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4190-CLOSE-MERGE-BLOCK - one summary line per replayed
      *  nightly merge rather than a line per merged record.
      *-------------------------------------------------------------
       4190-CLOSE-MERGE-BLOCK.
           IF WS-Block-Record-Count = 0
               GO TO 4190-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Prior-Jrn-Date " MERGE   MASTER REPLACED - "
                  WS-Block-Record-Count " RECORD(S) WRITTEN"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-Block-Record-Count.
           GO TO 4190-EXIT.
       4190-EXIT.
           EXIT.

       4200-REPLAY-MERGE.
           IF WS-Prior-Jrn-Action NOT = "MERGE"
              OR WS-Prior-Jrn-Date NOT = JRN-Run-Date
               PERFORM 4190-CLOSE-MERGE-BLOCK THRU 4190-EXIT
               CLOSE Master-File
               OPEN OUTPUT Master-File
               IF WS-Master-Status NOT = "00"
                   PERFORM 4900-MASTER-OPEN-FAILED THRU 4900-EXIT
                   GO TO 4200-EXIT
               END-IF
               CLOSE Master-File
               OPEN I-O Master-File
               IF WS-Master-Status NOT = "00"
                   PERFORM 4900-MASTER-OPEN-FAILED THRU 4900-EXIT
                   GO TO 4200-EXIT
               END-IF
               ADD 1 TO WS-Merge-Block-Count
           END-IF.
           ADD 1 TO WS-Replay-Merge-Count.
           ADD 1 TO WS-Block-Record-Count.
           MOVE JRN-After-Image TO Master-Rec.
           WRITE Master-Rec
               INVALID KEY
                   REWRITE Master-Rec
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4300-REPLAY-ADD - ADD (run-mode T) and CORRECT (run-mode R)
      *  both wrote a new key; the user being there already is a
      *  mismatch, and the after-image replaces it.
      *-------------------------------------------------------------
       4300-REPLAY-ADD.
           IF JRN-Action = "ADD"
               ADD 1 TO WS-Replay-Add-Count
           ELSE
               ADD 1 TO WS-Replay-Correct-Count
           END-IF.
           PERFORM 4600-READ-REPLAY-KEY THRU 4600-EXIT.
           MOVE JRN-After-Image TO Master-Rec.
           IF WS-Record-Found
               MOVE "USER ALREADY ON MASTER" TO WS-Mismatch-Reason
               PERFORM 4700-WRITE-MISMATCH THRU 4700-EXIT
               REWRITE Master-Rec
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE Master-Rec
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM 4800-WRITE-REPLAYED THRU 4800-EXIT.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

       4400-REPLAY-CHANGE.
           ADD 1 TO WS-Replay-Change-Count.
           PERFORM 4600-READ-REPLAY-KEY THRU 4600-EXIT.
           IF NOT WS-Record-Found
               MOVE "USER NOT ON MASTER" TO WS-Mismatch-Reason
               PERFORM 4700-WRITE-MISMATCH THRU 4700-EXIT
               MOVE JRN-After-Image TO Master-Rec
               WRITE Master-Rec
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               IF Master-Rec NOT = JRN-Before-Image
                   MOVE "BEFORE-IMAGE DIFFERS" TO WS-Mismatch-Reason
                   PERFORM 4700-WRITE-MISMATCH THRU 4700-EXIT
               END-IF
               MOVE JRN-After-Image TO Master-Rec
               REWRITE Master-Rec
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           PERFORM 4800-WRITE-REPLAYED THRU 4800-EXIT.
           GO TO 4400-EXIT.
       4400-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4500-REPLAY-DELETE - DELETE (run-mode T) and PURGE (the
      *  CobPurge retention purge, before-image already masked the
      *  same way as the archives and journal it is replayed from).
      *-------------------------------------------------------------
       4500-REPLAY-DELETE.
           IF JRN-Action = "DELETE"
               ADD 1 TO WS-Replay-Delete-Count
           ELSE
               ADD 1 TO WS-Replay-Purge-Count
           END-IF.
           PERFORM 4600-READ-REPLAY-KEY THRU 4600-EXIT.
           IF NOT WS-Record-Found
               MOVE "USER NOT ON MASTER" TO WS-Mismatch-Reason
               PERFORM 4700-WRITE-MISMATCH THRU 4700-EXIT
           ELSE
               IF Master-Rec NOT = JRN-Before-Image
                   MOVE "BEFORE-IMAGE DIFFERS" TO WS-Mismatch-Reason
                   PERFORM 4700-WRITE-MISMATCH THRU 4700-EXIT
               END-IF
               DELETE Master-File
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           PERFORM 4800-WRITE-REPLAYED THRU 4800-EXIT.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

       4600-READ-REPLAY-KEY.
           MOVE "N" TO WS-Record-Found-Sw.
           MOVE JRN-User-Num TO MST-User-Num.
           READ Master-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Record-Found TO TRUE
           END-READ.
           GO TO 4600-EXIT.
       4600-EXIT.
           EXIT.

       4700-WRITE-MISMATCH.
           ADD 1 TO WS-Mismatch-Count.
           MOVE SPACES TO WS-Report-Line.
           STRING "  *** BEFORE-IMAGE MISMATCH  " JRN-Run-Date
                  " MODE " JRN-Run-Mode " " JRN-Action
                  " USER-NUM " JRN-User-Num " - " WS-Mismatch-Reason
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF JRN-Before-Image NOT = SPACES
               MOVE SPACES TO WS-Report-Line
               STRING "      JOURNAL BEFORE: " JRN-Before-Image
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-Record-Found
               MOVE SPACES TO WS-Report-Line
               STRING "      REBUILT MASTER: " Master-Rec
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           GO TO 4700-EXIT.
       4700-EXIT.
           EXIT.

       4800-WRITE-REPLAYED.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " JRN-Run-Date " MODE " JRN-Run-Mode
                  " " JRN-Action " USER-NUM " JRN-User-Num
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4800-EXIT.
       4800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4900-MASTER-OPEN-FAILED - OutputIdx.dat could not be opened
      *  for the replay (or re-created for a merge block).  Nothing
      *  further can be applied, so recovery stops with RETURN-CODE
      *  12 rather than report rows it never wrote; the master is
      *  incomplete and CobRecov must be rerun once the file is
      *  usable.  Ending the journal pass stops the replay loop.
      *-------------------------------------------------------------
       4900-MASTER-OPEN-FAILED.
           MOVE SPACES TO WS-Report-Line.
           STRING "RECOVERY STOPPED - OutputIdx.dat NOT OPENED FOR "
                  "THE REPLAY (STATUS=" WS-Master-Status
                  "). MASTER INCOMPLETE - RERUN CobRecov."
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           DISPLAY "COBRECOV: OutputIdx.dat NOT OPENED FOR THE REPLAY "
                   "(STATUS=" WS-Master-Status "). RECOVERY STOPPED.".
           MOVE 12 TO RETURN-CODE.
           SET WS-Journal-EOF TO TRUE.
           GO TO 4900-EXIT.
       4900-EXIT.
           EXIT.

      *=============================================================
      *  5000-REBUILD-XREF - one cross-reference row per recovered  *
      *  master record, in key order, plus the final control        *
      *  totals for the report.                                      *
      *=============================================================
       5000-REBUILD-XREF.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "Xref.dat NOT REBUILT - OutputIdx.dat COULD NOT "
                      "BE REOPENED (STATUS=" WS-Master-Status ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT Xref-File.
           MOVE "N" TO WS-Master-EOF-Sw.
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT.
           PERFORM 5200-WRITE-ONE-XREF THRU 5200-EXIT
               UNTIL WS-Master-EOF.
           CLOSE Xref-File.
           CLOSE Master-File.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-MASTER.
           READ Master-File NEXT RECORD
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-XREF.
           MOVE MST-User-ID   TO XRF-User-ID.
           MOVE MST-User-Name TO XRF-User-Name.
           MOVE MST-User-Num  TO XRF-User-Num.
           MOVE "," TO XRF-Sep-1 XRF-Sep-2.
           WRITE Xref-Rec.
           ADD 1 TO WS-Xref-Count.
           ADD 1 TO WS-Final-Count.
           ADD MST-User-Num TO WS-Final-Checksum.
           IF MST-Status = "A"
               ADD 1 TO WS-Final-Active-Count
           END-IF.
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

      *=============================================================
      *  6000-WRITE-TOTALS - the closing counts.                     *
      *=============================================================
       6000-WRITE-TOTALS.
           MOVE "SECTION 2 - TOTALS" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  ARCHIVE RECORDS LOADED:     " WS-Loaded-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  JOURNAL ROWS BEFORE POINT:  " WS-Jrn-Skipped-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  ROWS REPLAYED - MERGE: " WS-Replay-Merge-Count
                  " (" WS-Merge-Block-Count " RUN(S))"
                  "  ADD: " WS-Replay-Add-Count
                  "  CHANGE: " WS-Replay-Change-Count
                  "  DELETE: " WS-Replay-Delete-Count
                  "  CORRECT: " WS-Replay-Correct-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Replay-Purge-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  ROWS REPLAYED - PURGE: " WS-Replay-Purge-Count
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-Replay-Other-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  ROWS NOT REPLAYED (UNKNOWN ACTION): "
                      WS-Replay-Other-Count
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "  BEFORE-IMAGE MISMATCHES:    " WS-Mismatch-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  FINAL MASTER RECORDS:       " WS-Final-Count
                  "   ACTIVE: " WS-Final-Active-Count
                  "   CHECKSUM: " WS-Final-Checksum
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  XREF ROWS WRITTEN:          " WS-Xref-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.
           MOVE WS-Report-Line TO Report-Rec.
           WRITE Report-Rec.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       END PROGRAM CobRecov.
