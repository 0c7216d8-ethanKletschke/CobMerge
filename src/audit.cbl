       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobAudit.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/14/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/14/2026 DO  Initial version - cross-file integrity     *
      *                 audit.  Matches the indexed master against *
      *                 Output.csv, Xref.dat and the Interface.dat *
      *                 data records by User-Num, reports users    *
      *                 missing from a file or carrying different  *
      *                 fields there, ties each finding to the     *
      *                 last journaled post since the merge, and   *
      *                 checks the record counts and checksums     *
      *                 against Balance.rpt and the interface TRL. *
      *                 Mode R rebuilds Xref.dat and Interface.dat *
      *                 from the master after a T or R run.        *
      *  10/15/2026 DO  Journal row widened for the maker-checker  *
      *                 submitter/approver initials.               *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobAudit       audit only - nothing is written    *
      *                         but the report                     *
      *          CobAudit R     audit, then rebuild Xref.dat and   *
      *                         Interface.dat from OutputIdx.dat   *
      *                         (takes the CobMerge run lock)      *
      *  OUTPUT: Audit.rpt                                         *
      *                                                            *
      *  RETURN-CODE 8 when any discrepancy or control-total       *
      *  disagreement is reported, 12 when the rebuild is refused. *
      *                                                            *
      *  The intraday modes post to the master only, so after a T  *
      *  run (or a nightly pending release) Output.csv, Xref.dat   *
      *  and Interface.dat lag the master until the next merge.    *
      *  Such differences are listed as EXPLAINED, with the post   *
      *  that caused them; anything else is UNEXPLAINED and needs  *
      *  a look before the files are rebuilt.                      *
      *                                                            *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The indexed master, read front to back in key order.
      *    FILE STATUS lets a missing master report cleanly.
           SELECT Master-File ASSIGN TO "OutputIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-User-Num
           FILE STATUS IS WS-Master-Status.

      *    The merged sequential output, in User-Num order
           SELECT Output-File ASSIGN TO "Output.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Output-Status.

      *    User-ID/name cross-reference, in User-Num order.  Read
      *    for the audit, rewritten by mode R.
           SELECT Xref-File ASSIGN TO "Xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Xref-Status.

      *    Enveloped interface copy - HDR, data records, TRL.  Read
      *    for the audit, rewritten by mode R.
           SELECT Interface-File ASSIGN TO "Interface.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Interface-Status.

      *    The last nightly run's balancing report - the merged
      *    record count and checksum are taken from it.
           SELECT Balance-File ASSIGN TO "Balance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Balance-Status.

      *    Permanent change journal - only the rows written since
      *    the last merge are kept.
           SELECT Journal-File ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

      *    CobMerge run-lock marker - checked by the audit, taken
      *    by the mode R rebuild so it cannot race a merge.
           SELECT Lock-File ASSIGN TO "RunLock.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

      *    The audit report itself
           SELECT Report-File ASSIGN TO "Audit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

      /File record definitions
       DATA DIVISION.
       FILE SECTION.
      *    Indexed master record - shared layout
       FD  Master-File.
       01  Master-Rec.
           COPY WORKREC REPLACING ==:TAG:== BY ==MST==.

      *    Sequential output record - shared layout
       FD  Output-File.
       01  Output-Rec.
           COPY WORKREC REPLACING ==:TAG:== BY ==OUT==.

      *    Cross-reference row - same layout CobMerge writes
       FD  Xref-File.
       01  Xref-Rec.
           05  XRF-User-ID             PIC X(06).
           05  XRF-Sep-1               PIC X(01).
           05  XRF-User-Name           PIC X(25).
           05  XRF-Sep-2               PIC X(01).
           05  XRF-User-Num            PIC 9(07).

      *    Enveloped interface record - HDR/TRL lines or a data
      *    record in the shared shape
       FD  Interface-File.
       01  Interface-Rec               PIC X(68).

      *    Balancing report line
       FD  Balance-File.
       01  Balance-Rec                 PIC X(80).

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

      *    Run-lock marker
       FD  Lock-File.
       01  Lock-Rec                    PIC X(40).

      *    Audit report line
       FD  Report-File.
       01  Report-Rec                  PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Master-Status            PIC X(02)   VALUE "00".
       77  WS-Output-Status            PIC X(02)   VALUE "00".
       77  WS-Xref-Status              PIC X(02)   VALUE "00".
       77  WS-Interface-Status         PIC X(02)   VALUE "00".
       77  WS-Balance-Status           PIC X(02)   VALUE "00".
       77  WS-Journal-Status           PIC X(02)   VALUE "00".
       77  WS-Lock-Status              PIC X(02)   VALUE "00".
       77  WS-Open-Status              PIC X(02)   VALUE "00".
       77  WS-Balance-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Balance-EOF                      VALUE "Y".
       77  WS-Journal-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Journal-EOF                      VALUE "Y".
       77  WS-Lock-Held-Sw             PIC X(01)   VALUE "N".
           88  WS-Lock-Held                        VALUE "Y".
       77  WS-Run-In-Flight-Sw         PIC X(01)   VALUE "N".
           88  WS-Run-In-Flight                    VALUE "Y".

       77  WS-Command-Parm             PIC X(40)   VALUE SPACES.
       77  WS-Run-Mode                 PIC X(01)   VALUE SPACES.
           88  WS-Rebuild-Run                      VALUE "R" "r".
       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Time                 PIC X(08)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Match-merge slots - one per audited file, in a fixed      *
      *  order: 1 OutputIdx.dat, 2 Output.csv, 3 Xref.dat,          *
      *  4 Interface.dat.  The master is the reference copy; when  *
      *  a user is missing from it, the lowest present slot is.    *
      *-----------------------------------------------------------*
       77  WS-Max-Slots                PIC 9(1)    VALUE 4.
       77  WS-Slot-Index               PIC 9(1)    VALUE 0.
       77  WS-Ref-Slot                 PIC 9(1)    VALUE 0.
       77  WS-Min-Key                  PIC 9(7)    VALUE 0.
       77  WS-All-EOF-Sw               PIC X(01)   VALUE "N".
           88  WS-All-EOF                          VALUE "Y".

       01  WS-Slot-Table.
           05  WS-Slot-Entry OCCURS 4 TIMES.
               10  WS-Slot-File-Name   PIC X(14).
               10  WS-Slot-Open-Sw     PIC X(01).
                   88  WS-Slot-Open                VALUE "Y".
               10  WS-Slot-EOF-Sw      PIC X(01).
                   88  WS-Slot-EOF                 VALUE "Y".
               10  WS-Slot-Skip-Sw     PIC X(01).
                   88  WS-Slot-Skip                VALUE "Y".
               10  WS-Slot-Key         PIC 9(7).
               10  WS-Slot-Last-Key    PIC 9(7).
               10  WS-Slot-Image       PIC X(68).
               10  WS-Slot-Rec-Count   PIC 9(7).
               10  WS-Slot-Checksum    PIC 9(11).

      *    Field-by-field comparison work areas - the reference
      *    image and the image being checked against it
       01  WS-Ref-Record.
           COPY WORKREC REPLACING ==:TAG:== BY ==REF==.
       01  WS-Oth-Record.
           COPY WORKREC REPLACING ==:TAG:== BY ==OTH==.
       77  WS-Diff-Fields              PIC X(40)   VALUE SPACES.
       77  WS-Diff-Pos                 PIC 9(2)    VALUE 1.

      *-----------------------------------------------------------*
      *  Control totals - from Balance.rpt and the interface TRL   *
      *-----------------------------------------------------------*
       77  WS-Balance-Found-Sw         PIC X(01)   VALUE "N".
           88  WS-Balance-Found                    VALUE "Y".
       77  WS-Balance-Count            PIC 9(7)    VALUE 0.
       77  WS-Balance-Checksum         PIC 9(11)   VALUE 0.
       77  WS-Trailer-Found-Sw         PIC X(01)   VALUE "N".
           88  WS-Trailer-Found                    VALUE "Y".
       77  WS-Header-Date              PIC X(08)   VALUE SPACES.
       77  WS-Total-Agrees-Sw          PIC X(01)   VALUE "N".
           88  WS-Total-Agrees                     VALUE "Y".
       77  WS-Compare-Count            PIC 9(9)    VALUE 0.
       77  WS-Compare-Checksum         PIC 9(11)   VALUE 0.
       77  WS-Compare-Label            PIC X(24)   VALUE SPACES.

       01  WS-Interface-Header.
           05  WS-Ifc-Hdr-Tag          PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-Ifc-Hdr-Name         PIC X(20).
           05  FILLER                  PIC X(01).
           05  WS-Ifc-Hdr-Date         PIC X(08).

       01  WS-Interface-Trailer.
           05  WS-Ifc-Trl-Tag          PIC X(03).
           05  FILLER                  PIC X(01).
           05  WS-Ifc-Trl-Count        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  WS-Ifc-Trl-Checksum     PIC 9(11).

      *    Rebuilt interface envelope - the same HDR/TRL lines the
      *    nightly merge writes
       01  WS-Out-Header.
           05  WS-Out-Hdr-Tag          PIC X(03)   VALUE "HDR".
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-Out-Hdr-Name         PIC X(20)   VALUE SPACES.
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-Out-Hdr-Date         PIC X(08)   VALUE SPACES.

       01  WS-Out-Trailer.
           05  WS-Out-Trl-Tag          PIC X(03)   VALUE "TRL".
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-Out-Trl-Count        PIC 9(09)   VALUE 0.
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-Out-Trl-Checksum     PIC 9(11)   VALUE 0.

      *-----------------------------------------------------------*
      *  Journal tail - the rows written since the last merge.    *
      *  A MERGE row that follows a non-MERGE row starts a new     *
      *  merge, so the table is emptied there and refilled with    *
      *  whatever posts come after it.                             *
      *-----------------------------------------------------------*
       77  WS-Max-Tail-Entries         PIC 9(3)    VALUE 500.
       77  WS-Tail-Count               PIC 9(3)    VALUE 0.
       77  WS-Tail-Index               PIC 9(3)    VALUE 0.
       77  WS-Tail-Match-Index         PIC 9(3)    VALUE 0.
       77  WS-Tail-Overflow-Count      PIC 9(7)    VALUE 0.
       77  WS-Last-Merge-Date          PIC X(08)   VALUE SPACES.
       77  WS-Prior-Jrn-Action         PIC X(07)   VALUE SPACES.

       01  WS-Tail-Table.
           05  WS-Tail-Entry OCCURS 500 TIMES.
               10  WS-Tail-Run-Date    PIC X(08).
               10  WS-Tail-Run-Mode    PIC X(01).
               10  WS-Tail-Action      PIC X(07).
               10  WS-Tail-User-Num    PIC 9(07).

      *-----------------------------------------------------------*
      *  Findings counters                                        *
      *-----------------------------------------------------------*
       77  WS-Users-Checked            PIC 9(7)    VALUE 0.
       77  WS-Finding-Count            PIC 9(7)    VALUE 0.
       77  WS-Explained-Count          PIC 9(7)    VALUE 0.
       77  WS-Unexplained-Count        PIC 9(7)    VALUE 0.
       77  WS-Sequence-Count           PIC 9(7)    VALUE 0.
       77  WS-Unreadable-Count         PIC 9(7)    VALUE 0.
       77  WS-Total-Diff-Count         PIC 9(3)    VALUE 0.
       77  WS-Finding-Text             PIC X(50)   VALUE SPACES.
       77  WS-Rebuilt-Count            PIC 9(7)    VALUE 0.
       77  WS-Rebuilt-Checksum         PIC 9(11)   VALUE 0.

      *-----------------------------------------------------------*
      *  Report line work area                                    *
      *-----------------------------------------------------------*
       01  WS-Report-Line              PIC X(120)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Command-Parm FROM COMMAND-LINE.
           MOVE WS-Command-Parm(1:1) TO WS-Run-Mode.
           IF WS-Run-Mode NOT = SPACE
              AND NOT WS-Rebuild-Run
               DISPLAY "COBAUDIT: USAGE IS CobAudit [R]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           IF WS-Rebuild-Run
               PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
               IF NOT WS-Lock-Held
                   STOP RUN
               END-IF
           ELSE
               PERFORM 0150-CHECK-RUN-LOCK THRU 0150-EXIT
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MATCH-FILES THRU 2000-EXIT.
           PERFORM 3000-CHECK-CONTROL-TOTALS THRU 3000-EXIT.
           PERFORM 4000-LIST-JOURNAL-TAIL THRU 4000-EXIT.
           PERFORM 4500-WRITE-SUMMARY THRU 4500-EXIT.
           IF WS-Rebuild-Run
               PERFORM 5000-REBUILD-XREF-INTERFACE THRU 5000-EXIT
           END-IF.
           CLOSE Report-File.
           IF WS-Finding-Count > 0 OR WS-Total-Diff-Count > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "COBAUDIT: " WS-Users-Checked " USER(S) CHECKED, "
                   WS-Finding-Count " FINDING(S), "
                   WS-Total-Diff-Count " CONTROL-TOTAL "
                   "DISAGREEMENT(S) - SEE Audit.rpt.".
           PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT.
           STOP RUN.

      *-------------------------------------------------------------
      *  0100-ACQUIRE-RUN-LOCK - the rebuild rewrites two files the
      *  nightly merge also writes, so it takes the same lock the
      *  master-writing CobMerge runs take, and stops with
      *  RETURN-CODE 12 having touched nothing if it is held.
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
               DISPLAY "COBAUDIT: ANOTHER RUN HOLDS THE LOCK ("
                       Lock-Rec ")."
               DISPLAY "COBAUDIT: IF NO RUN IS ACTIVE, REMOVE "
                       "RunLock.ctl AND RESUBMIT."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           OPEN OUTPUT Lock-File.
           IF WS-Lock-Status NOT = "00"
               DISPLAY "COBAUDIT: RUN LOCK NOT TAKEN (STATUS="
                       WS-Lock-Status "). RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO Lock-Rec.
           STRING WS-Run-Date " " WS-Run-Time
                  " AUDIT " WS-Run-Mode
                  DELIMITED BY SIZE INTO Lock-Rec.
           WRITE Lock-Rec.
           CLOSE Lock-File.
           SET WS-Lock-Held TO TRUE.
           GO TO 0100-EXIT.
       0100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  0150-CHECK-RUN-LOCK - the audit alone writes nothing but
      *  its report, so a held lock does not stop it; it is noted
      *  on the report because the files may be mid-rewrite.
      *-------------------------------------------------------------
       0150-CHECK-RUN-LOCK.
           OPEN INPUT Lock-File.
           IF WS-Lock-Status = "00"
               CLOSE Lock-File
               SET WS-Run-In-Flight TO TRUE
               DISPLAY "COBAUDIT: RunLock.ctl IS PRESENT - A RUN MAY "
                       "BE IN FLIGHT."
           END-IF.
           GO TO 0150-EXIT.
       0150-EXIT.
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
      *  1000-INITIALIZE - open the report, pick up the Balance.rpt *
      *  totals and keep the journal rows since the last merge.     *
      *=============================================================
       1000-INITIALIZE.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBAUDIT CROSS-FILE INTEGRITY AUDIT  RUN "
                  WS-Run-Date " " WS-Run-Time(1:6)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Run-In-Flight
               MOVE SPACES TO WS-Report-Line
               STRING "*** RunLock.ctl PRESENT - A RUN MAY BE IN "
                      "FLIGHT; FINDINGS MAY REFLECT FILES MID-REWRITE "
                      "***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 1100-LOAD-BALANCE-TOTALS THRU 1100-EXIT.
           PERFORM 1200-LOAD-JOURNAL-TAIL THRU 1200-EXIT.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1100-LOAD-BALANCE-TOTALS - find the merged-records line in
      *  the last Balance.rpt: "MERGED RECORDS WRITTEN: nnnnnnn
      *  CHECKSUM: nnnnnnnnnnn".
      *-------------------------------------------------------------
       1100-LOAD-BALANCE-TOTALS.
           OPEN INPUT Balance-File.
           IF WS-Balance-Status NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO WS-Balance-EOF-Sw.
           PERFORM 1110-READ-NEXT-BALANCE THRU 1110-EXIT.
           PERFORM 1120-SCAN-ONE-BALANCE THRU 1120-EXIT
               UNTIL WS-Balance-EOF.
           CLOSE Balance-File.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1110-READ-NEXT-BALANCE.
           READ Balance-File
               AT END
                   SET WS-Balance-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1110-EXIT.
       1110-EXIT.
           EXIT.

       1120-SCAN-ONE-BALANCE.
           IF Balance-Rec(1:24) = "MERGED RECORDS WRITTEN: "
              AND Balance-Rec(25:7) IS NUMERIC
              AND Balance-Rec(45:11) IS NUMERIC
               MOVE Balance-Rec(25:7) TO WS-Balance-Count
               MOVE Balance-Rec(45:11) TO WS-Balance-Checksum
               SET WS-Balance-Found TO TRUE
           END-IF.
           PERFORM 1110-READ-NEXT-BALANCE THRU 1110-EXIT.
           GO TO 1120-EXIT.
       1120-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1200-LOAD-JOURNAL-TAIL - read the journal through, keeping
      *  only the posts written after the last merge's MERGE rows.
      *  The journal is append-only, so file order is date order.
      *-------------------------------------------------------------
       1200-LOAD-JOURNAL-TAIL.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-Journal-EOF-Sw.
           PERFORM 1210-READ-NEXT-JRN THRU 1210-EXIT.
           PERFORM 1220-KEEP-ONE-JRN THRU 1220-EXIT
               UNTIL WS-Journal-EOF.
           CLOSE Journal-File.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

       1210-READ-NEXT-JRN.
           READ Journal-File
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1210-EXIT.
       1210-EXIT.
           EXIT.

       1220-KEEP-ONE-JRN.
           IF JRN-Action = "MERGE"
               IF WS-Prior-Jrn-Action NOT = "MERGE"
                   MOVE 0 TO WS-Tail-Count
                   MOVE 0 TO WS-Tail-Overflow-Count
               END-IF
               MOVE JRN-Run-Date TO WS-Last-Merge-Date
               GO TO 1220-NEXT
           END-IF.
           IF WS-Tail-Count < WS-Max-Tail-Entries
               ADD 1 TO WS-Tail-Count
               MOVE JRN-Run-Date TO WS-Tail-Run-Date(WS-Tail-Count)
               MOVE JRN-Run-Mode TO WS-Tail-Run-Mode(WS-Tail-Count)
               MOVE JRN-Action   TO WS-Tail-Action(WS-Tail-Count)
               MOVE JRN-User-Num TO WS-Tail-User-Num(WS-Tail-Count)
           ELSE
               ADD 1 TO WS-Tail-Overflow-Count
           END-IF.
       1220-NEXT.
           MOVE JRN-Action TO WS-Prior-Jrn-Action.
           PERFORM 1210-READ-NEXT-JRN THRU 1210-EXIT.
           GO TO 1220-EXIT.
       1220-EXIT.
           EXIT.

      *=============================================================
      *  2000-MATCH-FILES - four-way match-merge by User-Num.  Each *
      *  pass takes the lowest key showing on any slot, checks that *
      *  every open file carries it with the same fields, then     *
      *  advances the slots that were on that key.                  *
      *=============================================================
       2000-MATCH-FILES.
           MOVE "SECTION 1 - RECORD DISCREPANCIES" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "OutputIdx.dat" TO WS-Slot-File-Name(1).
           MOVE "Output.csv"    TO WS-Slot-File-Name(2).
           MOVE "Xref.dat"      TO WS-Slot-File-Name(3).
           MOVE "Interface.dat" TO WS-Slot-File-Name(4).
           PERFORM 2010-OPEN-ONE-SLOT THRU 2010-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Max-Slots.
           PERFORM 2050-CHECK-ALL-EOF THRU 2050-EXIT.
           PERFORM 2200-MATCH-ONE-KEY THRU 2200-EXIT
               UNTIL WS-All-EOF.
           IF WS-Slot-Open(1)
               CLOSE Master-File
           END-IF.
           IF WS-Slot-Open(2)
               CLOSE Output-File
           END-IF.
           IF WS-Slot-Open(3)
               CLOSE Xref-File
           END-IF.
           IF WS-Slot-Open(4)
               CLOSE Interface-File
           END-IF.
           IF WS-Finding-Count = 0
               MOVE "  NONE - EVERY USER AGREES ACROSS THE OPEN FILES"
                 TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2010-OPEN-ONE-SLOT - open one audited file and prime it.
      *  A file that will not open is reported once and left out
      *  of the match, rather than flagging every user as missing.
      *-------------------------------------------------------------
       2010-OPEN-ONE-SLOT.
           MOVE "N" TO WS-Slot-Open-Sw(WS-Slot-Index).
           MOVE "Y" TO WS-Slot-EOF-Sw(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Last-Key(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Rec-Count(WS-Slot-Index).
           MOVE 0 TO WS-Slot-Checksum(WS-Slot-Index).
           EVALUATE WS-Slot-Index
               WHEN 1
                   OPEN INPUT Master-File
                   MOVE WS-Master-Status TO WS-Open-Status
               WHEN 2
                   OPEN INPUT Output-File
                   MOVE WS-Output-Status TO WS-Open-Status
               WHEN 3
                   OPEN INPUT Xref-File
                   MOVE WS-Xref-Status TO WS-Open-Status
               WHEN 4
                   OPEN INPUT Interface-File
                   MOVE WS-Interface-Status TO WS-Open-Status
           END-EVALUATE.
           IF WS-Open-Status NOT = "00"
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Slot-File-Name(WS-Slot-Index)
                      " NOT AVAILABLE (STATUS=" WS-Open-Status
                      ") - NOT COMPARED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               ADD 1 TO WS-Total-Diff-Count
               GO TO 2010-EXIT
           END-IF.
           MOVE "Y" TO WS-Slot-Open-Sw(WS-Slot-Index).
           MOVE "N" TO WS-Slot-EOF-Sw(WS-Slot-Index).
           IF WS-Slot-Index = 4
               PERFORM 2140-READ-INTERFACE-HEADER THRU 2140-EXIT
           END-IF.
           PERFORM 2100-READ-SLOT THRU 2100-EXIT.
           GO TO 2010-EXIT.
       2010-EXIT.
           EXIT.

       2050-CHECK-ALL-EOF.
           SET WS-All-EOF TO TRUE.
           PERFORM VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > WS-Max-Slots
               IF NOT WS-Slot-EOF(WS-Slot-Index)
                   MOVE "N" TO WS-All-EOF-Sw
               END-IF
           END-PERFORM.
           GO TO 2050-EXIT.
       2050-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2100-READ-SLOT - next usable record for slot WS-Slot-Index.
      *  Blank lines are passed over; a non-numeric User-Num is
      *  reported and passed over; a key lower than the one before
      *  it is reported as out of sequence (the match still runs,
      *  but that file's findings around it are suspect).
      *-------------------------------------------------------------
       2100-READ-SLOT.
           MOVE "Y" TO WS-Slot-Skip-Sw(WS-Slot-Index).
           PERFORM 2110-READ-ONE-RECORD THRU 2110-EXIT
               UNTIL NOT WS-Slot-Skip(WS-Slot-Index).
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-ONE-RECORD.
           MOVE "N" TO WS-Slot-Skip-Sw(WS-Slot-Index).
           MOVE SPACES TO WS-Slot-Image(WS-Slot-Index).
           EVALUATE WS-Slot-Index
               WHEN 1
                   READ Master-File
                       AT END
                           SET WS-Slot-EOF(1) TO TRUE
                       NOT AT END
                           MOVE Master-Rec TO WS-Slot-Image(1)
                   END-READ
               WHEN 2
                   READ Output-File
                       AT END
                           SET WS-Slot-EOF(2) TO TRUE
                       NOT AT END
                           MOVE Output-Rec TO WS-Slot-Image(2)
                   END-READ
               WHEN 3
                   READ Xref-File
                       AT END
                           SET WS-Slot-EOF(3) TO TRUE
                       NOT AT END
                           PERFORM 2130-SHAPE-XREF THRU 2130-EXIT
                   END-READ
               WHEN 4
                   READ Interface-File
                       AT END
                           SET WS-Slot-EOF(4) TO TRUE
                       NOT AT END
                           MOVE Interface-Rec TO WS-Slot-Image(4)
                   END-READ
           END-EVALUATE.
           IF WS-Slot-EOF(WS-Slot-Index)
               GO TO 2110-EXIT
           END-IF.
           IF WS-Slot-Image(WS-Slot-Index) = SPACES
               MOVE "Y" TO WS-Slot-Skip-Sw(WS-Slot-Index)
               GO TO 2110-EXIT
           END-IF.
           IF WS-Slot-Index = 4
              AND WS-Slot-Image(4)(1:3) = "TRL"
               MOVE WS-Slot-Image(4) TO WS-Interface-Trailer
               SET WS-Trailer-Found TO TRUE
               SET WS-Slot-EOF(4) TO TRUE
               GO TO 2110-EXIT
           END-IF.
           IF WS-Slot-Image(WS-Slot-Index)(1:7) NOT NUMERIC
               ADD 1 TO WS-Unreadable-Count
               ADD 1 TO WS-Finding-Count
               ADD 1 TO WS-Unexplained-Count
               MOVE SPACES TO WS-Report-Line
               STRING "  UNREADABLE   " WS-Slot-File-Name(WS-Slot-Index)
                      " USER-NUM NOT NUMERIC: "
                      WS-Slot-Image(WS-Slot-Index)(1:47)
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE "Y" TO WS-Slot-Skip-Sw(WS-Slot-Index)
               GO TO 2110-EXIT
           END-IF.
           MOVE WS-Slot-Image(WS-Slot-Index)(1:7)
             TO WS-Slot-Key(WS-Slot-Index).
           IF WS-Slot-Key(WS-Slot-Index)
                   < WS-Slot-Last-Key(WS-Slot-Index)
               ADD 1 TO WS-Sequence-Count
               ADD 1 TO WS-Finding-Count
               ADD 1 TO WS-Unexplained-Count
               MOVE SPACES TO WS-Report-Line
               STRING "  USER-NUM " WS-Slot-Key(WS-Slot-Index)
                      "  OUT OF SEQUENCE IN "
                      WS-Slot-File-Name(WS-Slot-Index)
                      " (FOLLOWS " WS-Slot-Last-Key(WS-Slot-Index)
                      ")"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE WS-Slot-Key(WS-Slot-Index)
             TO WS-Slot-Last-Key(WS-Slot-Index).
           ADD 1 TO WS-Slot-Rec-Count(WS-Slot-Index).
           ADD WS-Slot-Key(WS-Slot-Index)
             TO WS-Slot-Checksum(WS-Slot-Index).
           GO TO 2110-EXIT.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2130-SHAPE-XREF - lay a cross-reference row out in the
      *  shared record shape (User-Num first) so it can be keyed
      *  and compared like the other slots.  Only User-ID and
      *  User-Name are carried; the rest stays blank.
      *-------------------------------------------------------------
       2130-SHAPE-XREF.
           MOVE SPACES TO WS-Oth-Record.
           IF XRF-User-Num IS NUMERIC
               MOVE XRF-User-Num TO OTH-User-Num
           ELSE
               MOVE Xref-Rec(34:7) TO WS-Oth-Record(1:7)
           END-IF.
           MOVE XRF-User-ID   TO OTH-User-ID.
           MOVE XRF-User-Name TO OTH-User-Name.
           MOVE "," TO OTH-Sep-1 OTH-Sep-2.
           IF Xref-Rec NOT = SPACES
               MOVE WS-Oth-Record TO WS-Slot-Image(3)
           END-IF.
           GO TO 2130-EXIT.
       2130-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2140-READ-INTERFACE-HEADER - take the HDR line off the
      *  interface file.  A missing HDR is reported and the file is
      *  reopened, so its first record is matched as data.
      *-------------------------------------------------------------
       2140-READ-INTERFACE-HEADER.
           READ Interface-File
               AT END
                   SET WS-Slot-EOF(4) TO TRUE
                   GO TO 2140-EXIT
               NOT AT END
                   CONTINUE
           END-READ.
           IF Interface-Rec(1:3) = "HDR"
               MOVE Interface-Rec TO WS-Interface-Header
               MOVE WS-Ifc-Hdr-Date TO WS-Header-Date
               GO TO 2140-EXIT
           END-IF.
           ADD 1 TO WS-Total-Diff-Count.
           MOVE "  Interface.dat HAS NO HDR LINE - FIRST RECORD IS "
             TO WS-Report-Line.
           MOVE Interface-Rec(1:47) TO WS-Report-Line(52:47).
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           CLOSE Interface-File.
           OPEN INPUT Interface-File.
           GO TO 2140-EXIT.
       2140-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2200-MATCH-ONE-KEY - find the lowest key on any slot, pick
      *  the reference copy, check each open slot against it, then
      *  advance every slot that sat on the key.
      *-------------------------------------------------------------
       2200-MATCH-ONE-KEY.
           MOVE 9999999 TO WS-Min-Key.
           MOVE 0 TO WS-Ref-Slot.
           PERFORM VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > WS-Max-Slots
               IF NOT WS-Slot-EOF(WS-Slot-Index)
                  AND WS-Slot-Key(WS-Slot-Index) < WS-Min-Key
                   MOVE WS-Slot-Key(WS-Slot-Index) TO WS-Min-Key
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Slot-Index FROM 1 BY 1
                   UNTIL WS-Slot-Index > WS-Max-Slots
                      OR WS-Ref-Slot > 0
               IF NOT WS-Slot-EOF(WS-Slot-Index)
                  AND WS-Slot-Key(WS-Slot-Index) = WS-Min-Key
                   MOVE WS-Slot-Index TO WS-Ref-Slot
               END-IF
           END-PERFORM.
           ADD 1 TO WS-Users-Checked.
           MOVE WS-Slot-Image(WS-Ref-Slot) TO WS-Ref-Record.
           PERFORM 2300-CHECK-ONE-SLOT THRU 2300-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Max-Slots.
           PERFORM 2290-ADVANCE-ONE-SLOT THRU 2290-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Max-Slots.
           PERFORM 2050-CHECK-ALL-EOF THRU 2050-EXIT.
           GO TO 2200-EXIT.
       2200-EXIT.
           EXIT.

       2290-ADVANCE-ONE-SLOT.
           IF NOT WS-Slot-EOF(WS-Slot-Index)
              AND WS-Slot-Key(WS-Slot-Index) = WS-Min-Key
               PERFORM 2100-READ-SLOT THRU 2100-EXIT
           END-IF.
           GO TO 2290-EXIT.
       2290-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2300-CHECK-ONE-SLOT - is the current key on this slot, and
      *  if so do its fields agree with the reference copy?  The
      *  cross-reference only carries User-ID and User-Name, so
      *  only those are compared for it.
      *-------------------------------------------------------------
       2300-CHECK-ONE-SLOT.
           IF NOT WS-Slot-Open(WS-Slot-Index)
              OR WS-Slot-Index = WS-Ref-Slot
               GO TO 2300-EXIT
           END-IF.
           IF WS-Slot-EOF(WS-Slot-Index)
              OR WS-Slot-Key(WS-Slot-Index) NOT = WS-Min-Key
               MOVE SPACES TO WS-Finding-Text
               STRING "MISSING FROM "
                      WS-Slot-File-Name(WS-Slot-Index)
                      DELIMITED BY SIZE INTO WS-Finding-Text
               PERFORM 2400-WRITE-FINDING THRU 2400-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-Slot-Image(WS-Slot-Index) TO WS-Oth-Record.
           MOVE SPACES TO WS-Diff-Fields.
           MOVE 1 TO WS-Diff-Pos.
           IF OTH-User-ID NOT = REF-User-ID
               STRING "ID " DELIMITED BY SIZE
                      INTO WS-Diff-Fields WITH POINTER WS-Diff-Pos
           END-IF.
           IF OTH-User-Name NOT = REF-User-Name
               STRING "NAME " DELIMITED BY SIZE
                      INTO WS-Diff-Fields WITH POINTER WS-Diff-Pos
           END-IF.
           IF WS-Slot-Index NOT = 3
              AND WS-Ref-Slot NOT = 3
               IF OTH-Dept-Code NOT = REF-Dept-Code
                   STRING "DEPT " DELIMITED BY SIZE
                          INTO WS-Diff-Fields WITH POINTER WS-Diff-Pos
               END-IF
               IF OTH-Status NOT = REF-Status
                   STRING "STATUS " DELIMITED BY SIZE
                          INTO WS-Diff-Fields WITH POINTER WS-Diff-Pos
               END-IF
               IF OTH-Dept-Name NOT = REF-Dept-Name
                   STRING "DEPT-NAME " DELIMITED BY SIZE
                          INTO WS-Diff-Fields WITH POINTER WS-Diff-Pos
               END-IF
           END-IF.
           IF WS-Diff-Fields = SPACES
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-Finding-Text.
           STRING "DIFFERS IN " WS-Slot-File-Name(WS-Slot-Index)
                  ": " WS-Diff-Fields
                  DELIMITED BY SIZE INTO WS-Finding-Text.
           PERFORM 2400-WRITE-FINDING THRU 2400-EXIT.
           GO TO 2300-EXIT.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2400-WRITE-FINDING - one report line per finding, with the
      *  last post journaled for the user since the merge when
      *  there is one (that post explains the difference - the
      *  merge-built files have simply not caught up yet).
      *-------------------------------------------------------------
       2400-WRITE-FINDING.
           ADD 1 TO WS-Finding-Count.
           MOVE 0 TO WS-Tail-Match-Index.
           PERFORM VARYING WS-Tail-Index FROM 1 BY 1
                   UNTIL WS-Tail-Index > WS-Tail-Count
               IF WS-Tail-User-Num(WS-Tail-Index) = WS-Min-Key
                   MOVE WS-Tail-Index TO WS-Tail-Match-Index
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Tail-Match-Index > 0
               ADD 1 TO WS-Explained-Count
               STRING "  USER-NUM " WS-Min-Key "  " WS-Finding-Text
                      " EXPLAINED: "
                      WS-Tail-Run-Date(WS-Tail-Match-Index)
                      " MODE " WS-Tail-Run-Mode(WS-Tail-Match-Index)
                      " " WS-Tail-Action(WS-Tail-Match-Index)
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               ADD 1 TO WS-Unexplained-Count
               STRING "  USER-NUM " WS-Min-Key "  " WS-Finding-Text
                      " UNEXPLAINED"
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 2400-EXIT.
       2400-EXIT.
           EXIT.

      *=============================================================
      *  3000-CHECK-CONTROL-TOTALS - each file's record count and   *
      *  User-Num checksum against the last Balance.rpt, and the    *
      *  interface TRL against both its own data and Balance.rpt.   *
      *=============================================================
       3000-CHECK-CONTROL-TOTALS.
           MOVE "SECTION 2 - CONTROL TOTALS" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Balance-Found
               STRING "  Balance.rpt    MERGED RECORDS: "
                      WS-Balance-Count
                      "   CHECKSUM: " WS-Balance-Checksum
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               ADD 1 TO WS-Total-Diff-Count
               STRING "  Balance.rpt    MERGED-RECORDS LINE NOT "
                      "FOUND - FILE TOTALS NOT BALANCED"
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 3100-CHECK-ONE-FILE-TOTAL THRU 3100-EXIT
               VARYING WS-Slot-Index FROM 1 BY 1
               UNTIL WS-Slot-Index > WS-Max-Slots.
           IF WS-Slot-Open(4)
               PERFORM 3200-CHECK-TRAILER THRU 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-FILE-TOTAL.
           IF NOT WS-Slot-Open(WS-Slot-Index)
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Slot-File-Name(WS-Slot-Index)
                  " RECORDS:        " WS-Slot-Rec-Count(WS-Slot-Index)
                  "   CHECKSUM: " WS-Slot-Checksum(WS-Slot-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           IF WS-Balance-Found
               IF WS-Slot-Rec-Count(WS-Slot-Index) = WS-Balance-Count
                  AND WS-Slot-Checksum(WS-Slot-Index)
                      = WS-Balance-Checksum
                   MOVE "AGREES WITH Balance.rpt"
                     TO WS-Report-Line(66:30)
               ELSE
                   ADD 1 TO WS-Total-Diff-Count
                   MOVE "DISAGREES WITH Balance.rpt"
                     TO WS-Report-Line(66:30)
               END-IF
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3200-CHECK-TRAILER.
           MOVE SPACES TO WS-Report-Line.
           IF NOT WS-Trailer-Found
               ADD 1 TO WS-Total-Diff-Count
               MOVE "  Interface.dat  TRL LINE NOT FOUND" TO
                    WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           STRING "  Interface TRL  RECORDS:      " WS-Ifc-Trl-Count
                  "   CHECKSUM: " WS-Ifc-Trl-Checksum
                  DELIMITED BY SIZE INTO WS-Report-Line.
           IF WS-Ifc-Trl-Count = WS-Slot-Rec-Count(4)
              AND WS-Ifc-Trl-Checksum = WS-Slot-Checksum(4)
               MOVE "AGREES WITH ITS DATA RECORDS"
                 TO WS-Report-Line(66:30)
           ELSE
               ADD 1 TO WS-Total-Diff-Count
               MOVE "DISAGREES WITH ITS DATA RECORDS"
                 TO WS-Report-Line(66:32)
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Balance-Found
               IF WS-Ifc-Trl-Count NOT = WS-Balance-Count
                  OR WS-Ifc-Trl-Checksum NOT = WS-Balance-Checksum
                   ADD 1 TO WS-Total-Diff-Count
                   MOVE "  Interface TRL  DISAGREES WITH Balance.rpt"
                     TO WS-Report-Line
                   PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               END-IF
           END-IF.
           IF WS-Header-Date NOT = SPACES
               MOVE SPACES TO WS-Report-Line
               STRING "  Interface HDR  RUN DATE " WS-Header-Date
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *=============================================================
      *  4000-LIST-JOURNAL-TAIL - the posts journaled since the     *
      *  last merge, oldest first: what the master has that the     *
      *  merge-built files do not.                                   *
      *=============================================================
       4000-LIST-JOURNAL-TAIL.
           MOVE SPACES TO WS-Report-Line.
           STRING "SECTION 3 - POSTS JOURNALED SINCE THE LAST MERGE ("
                  WS-Last-Merge-Date ")"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Tail-Count = 0
               MOVE "  NONE" TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 4100-LIST-ONE-TAIL-ROW THRU 4100-EXIT
               VARYING WS-Tail-Index FROM 1 BY 1
               UNTIL WS-Tail-Index > WS-Tail-Count.
           IF WS-Tail-Overflow-Count > 0
               MOVE SPACES TO WS-Report-Line
               STRING "  ... " WS-Tail-Overflow-Count
                      " LATER POST(S) NOT HELD - ONLY THE FIRST "
                      WS-Max-Tail-Entries " ARE USED ABOVE"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-TAIL-ROW.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Tail-Run-Date(WS-Tail-Index)
                  " MODE " WS-Tail-Run-Mode(WS-Tail-Index)
                  " " WS-Tail-Action(WS-Tail-Index)
                  " USER-NUM " WS-Tail-User-Num(WS-Tail-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4500-WRITE-SUMMARY.
           MOVE "SUMMARY" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  USERS CHECKED: " WS-Users-Checked
                  "   FINDINGS: " WS-Finding-Count
                  "   EXPLAINED: " WS-Explained-Count
                  "   UNEXPLAINED: " WS-Unexplained-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  OUT OF SEQUENCE: " WS-Sequence-Count
                  "   UNREADABLE: " WS-Unreadable-Count
                  "   CONTROL-TOTAL DISAGREEMENTS: "
                  WS-Total-Diff-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 4500-EXIT.
       4500-EXIT.
           EXIT.

      *=============================================================
      *  5000-REBUILD-XREF-INTERFACE - mode R.  Rewrite Xref.dat    *
      *  and Interface.dat from the master as it stands, so         *
      *  consumers see the T/R posts without waiting for the next   *
      *  merge.  Output.csv is left alone: it is the merge's own    *
      *  record of the night and feeds the next delta report.       *
      *  An unreadable or empty master refuses the rebuild rather   *
      *  than overwrite good files with nothing.                    *
      *=============================================================
       5000-REBUILD-XREF-INTERFACE.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "REBUILD OF Xref.dat AND Interface.dat FROM THE MASTER"
             TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF NOT WS-Slot-Open(1)
              OR WS-Slot-Rec-Count(1) = 0
               STRING "  REFUSED - THE MASTER COULD NOT BE READ OR "
                      "IS EMPTY; EXISTING FILES LEFT IN PLACE"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               DISPLAY "COBAUDIT: REBUILD REFUSED - MASTER UNREADABLE "
                       "OR EMPTY."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               MOVE "  REFUSED - THE MASTER COULD NOT BE REOPENED"
                 TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT Xref-File.
           OPEN OUTPUT Interface-File.
           MOVE 0 TO WS-Rebuilt-Count.
           MOVE 0 TO WS-Rebuilt-Checksum.
           MOVE "COBMERGE OUTPUT" TO WS-Out-Hdr-Name.
           MOVE WS-Run-Date TO WS-Out-Hdr-Date.
           MOVE WS-Out-Header TO Interface-Rec.
           WRITE Interface-Rec.
           MOVE "N" TO WS-Slot-EOF-Sw(1).
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT.
           PERFORM 5200-REBUILD-ONE-USER THRU 5200-EXIT
               UNTIL WS-Slot-EOF(1).
           MOVE WS-Rebuilt-Count TO WS-Out-Trl-Count.
           MOVE WS-Rebuilt-Checksum TO WS-Out-Trl-Checksum.
           MOVE WS-Out-Trailer TO Interface-Rec.
           WRITE Interface-Rec.
           CLOSE Interface-File.
           CLOSE Xref-File.
           CLOSE Master-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "  RECORDS WRITTEN: " WS-Rebuilt-Count
                  "   CHECKSUM: " WS-Rebuilt-Checksum
                  "   HDR DATE: " WS-Run-Date
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "  NOTE - Balance.rpt STILL SHOWS THE LAST MERGE; "
                  "THE REBUILT TRL SHOWS THE MASTER AS OF THIS RUN"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           DISPLAY "COBAUDIT: Xref.dat AND Interface.dat REBUILT - "
                   WS-Rebuilt-Count " RECORD(S).".
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-NEXT-MASTER.
           READ Master-File
               AT END
                   SET WS-Slot-EOF(1) TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5200-REBUILD-ONE-USER.
           MOVE MST-User-ID   TO XRF-User-ID.
           MOVE MST-User-Name TO XRF-User-Name.
           MOVE MST-User-Num  TO XRF-User-Num.
           MOVE "," TO XRF-Sep-1 XRF-Sep-2.
           WRITE Xref-Rec.
           MOVE Master-Rec TO Interface-Rec.
           WRITE Interface-Rec.
           ADD 1 TO WS-Rebuilt-Count.
           ADD MST-User-Num TO WS-Rebuilt-Checksum.
           PERFORM 5100-READ-NEXT-MASTER THRU 5100-EXIT.
           GO TO 5200-EXIT.
       5200-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.
           MOVE WS-Report-Line TO Report-Rec.
           WRITE Report-Rec.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       END PROGRAM CobAudit.
