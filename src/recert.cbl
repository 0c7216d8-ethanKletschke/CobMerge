       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobRecert.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/15/2026 DO  Initial version - quarterly access         *
      *                 recertification.  Mode L snapshots every   *
      *                 active user on OutputIdx.dat with the      *
      *                 DeptRef.dat name and the user's last-      *
      *                 change date from Journal.dat and prints    *
      *                 one review list per Dept-Code.  Mode C     *
      *                 reads back the managers' keep/revoke       *
      *                 attestations, writes each revoke to        *
      *                 Tranfile.dat as a Status "I" change and    *
      *                 reports reviewed/kept/revoked/not-attested *
      *                 per department, flagging departments that  *
      *                 returned nothing by the deadline.          *
      *  10/15/2026 DO  Journal row widened for the maker-checker  *
      *                 submitter/approver initials.               *
      *  10/15/2026 DO  Usage notes: revokes now wait on the       *
      *                 maker-checker approval queue.              *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobRecert L YYYYMMDD  open a cycle - YYYYMMDD is  *
      *                                the attestation deadline    *
      *          CobRecert C           close the open cycle        *
      *  OUTPUT: L - Recert.ctl, Recert.dat, RecertList.rpt        *
      *          C - Tranfile.dat (appended), RecertClose.rpt,     *
      *              Recert.ctl marked CLOSED                      *
      *                                                            *
      *  ATTESTATION FILE (Attest.dat) - one line per user on the  *
      *  review list, "user-num,K" to keep or "user-num,R" to      *
      *  revoke; anything after the action letter is ignored, so   *
      *  managers may add their initials or a note.  Departments   *
      *  may send separate files; operations concatenates them.    *
      *                                                            *
      *  The revokes are not on the master the next morning: the   *
      *  next CobMerge run-mode T stages them onto the approval    *
      *  queue (Approval.dat) like any other transaction, and they *
      *  take effect on the first T run after a second operator    *
      *  has approved them in CobAprv - edited, journaled and      *
      *  logged like any other change.  A closed cycle cannot be   *
      *  closed again - that would queue every revoke twice.       *
      *                                                            *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The indexed master - read in key order for the snapshot
      *    and by key when a revoke needs the current record.
           SELECT Master-File ASSIGN TO "OutputIdx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-User-Num
           FILE STATUS IS WS-Master-Status.

      *    Department reference table - code, name, active flag
           SELECT Dept-File ASSIGN TO "DeptRef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.

      *    Permanent change journal - read only
           SELECT Journal-File ASSIGN TO "Journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.

      *    Journal sort work file - user-num, then journal order
           SELECT Jrn-Sort-File ASSIGN TO "Rcjsort.tmp".

      *    Last-change date per user-num, in user-num order
           SELECT Last-Change-File ASSIGN TO "RecertChg.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Cycle control - cycle date, deadline and OPEN/CLOSED.
      *    FILE STATUS lets a first-ever cycle find it missing.
           SELECT Cycle-Control-File ASSIGN TO "Recert.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cycle-Ctl-Status.

      *    The cycle snapshot - every user put up for review, in
      *    user-num order.  The close works from this, not from the
      *    master, so users who came or went since are not counted.
           SELECT Snapshot-File ASSIGN TO "Recert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Snapshot-Status.

      *    Review-list sort work file - department, then user-num
           SELECT Review-Sort-File ASSIGN TO "Rcrsort.tmp".

      *    Managers' attestations.  FILE STATUS lets an empty
      *    return (no file at all) close as "nothing attested".
           SELECT Attest-File ASSIGN TO "Attest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Attest-Status.

      *    Attestation sort work file and its sorted result
           SELECT Att-Sort-File ASSIGN TO "Rcasort.tmp".
           SELECT Att-Sorted-File ASSIGN TO "AttSort.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Intraday transaction file for CobMerge run-mode T - the
      *    revokes are appended.  FILE STATUS lets the first
      *    append find it missing.
           SELECT Tran-File ASSIGN TO "Tranfile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Tran-Status.

      *    CobMerge run-lock marker - the close appends to the
      *    transaction file run-mode T reads, so it takes the lock.
           SELECT Lock-File ASSIGN TO "RunLock.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

      *    Review lists (mode L) or closing report (mode C)
           SELECT Report-File ASSIGN TO DYNAMIC WS-Report-Filename
           ORGANIZATION IS LINE SEQUENTIAL.

      /File record definitions
       DATA DIVISION.
       FILE SECTION.
      *    Indexed master record - shared layout
       FD  Master-File.
       01  Master-Rec.
           COPY WORKREC REPLACING ==:TAG:== BY ==MST==.

      *    Department reference table - "code,name,active-flag"
       FD  Dept-File.
       01  Dept-Rec                    PIC X(30).

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
           05  SJ-Action               PIC X(07).
           05  SJ-After-Image          PIC X(68).

      *    Last-change row - "user-num,yyyymmdd"
       FD  Last-Change-File.
       01  Last-Change-Rec.
           05  LCH-User-Num            PIC 9(07).
           05  LCH-Sep-1               PIC X(01).
           05  LCH-Date                PIC X(08).

      *    Cycle control - "cycle-date,deadline,state,closed-date"
       FD  Cycle-Control-File.
       01  Cycle-Control-Rec.
           05  RCC-Cycle-Date          PIC X(08).
           05  RCC-Sep-1               PIC X(01).
           05  RCC-Deadline            PIC X(08).
           05  RCC-Sep-2               PIC X(01).
           05  RCC-State               PIC X(06).
           05  RCC-Sep-3               PIC X(01).
           05  RCC-Closed-Date         PIC X(08).

      *    Snapshot row - "dept,user-num,user-id,name,last-change"
       FD  Snapshot-File.
       01  Snapshot-Rec.
           05  RCS-Dept-Code           PIC X(04).
           05  RCS-Sep-1               PIC X(01).
           05  RCS-User-Num            PIC 9(07).
           05  RCS-Sep-2               PIC X(01).
           05  RCS-User-ID             PIC X(06).
           05  RCS-Sep-3               PIC X(01).
           05  RCS-User-Name           PIC X(25).
           05  RCS-Sep-4               PIC X(01).
           05  RCS-Last-Change         PIC X(08).

      *    Review-list sort record - snapshot row shape
       SD  Review-Sort-File.
       01  Review-Sort-Rec.
           05  SRV-Dept-Code           PIC X(04).
           05  SRV-Sep-1               PIC X(01).
           05  SRV-User-Num            PIC 9(07).
           05  SRV-Sep-2               PIC X(01).
           05  SRV-User-ID             PIC X(06).
           05  SRV-Sep-3               PIC X(01).
           05  SRV-User-Name           PIC X(25).
           05  SRV-Sep-4               PIC X(01).
           05  SRV-Last-Change         PIC X(08).

      *    Attestation - "user-num,K|R" plus optional free text.
      *    The number stays PIC X so a mistyped line is reported
      *    instead of abending the close.
       FD  Attest-File.
       01  Attest-Rec                  PIC X(40).

       SD  Att-Sort-File.
       01  Att-Sort-Rec.
           05  SAT-User-Num            PIC X(07).
           05  SAT-Sep-1               PIC X(01).
           05  SAT-Action              PIC X(01).
           05  SAT-Note                PIC X(31).

       FD  Att-Sorted-File.
       01  Att-Sorted-Rec.
           05  ATT-User-Num            PIC X(07).
           05  ATT-Sep-1               PIC X(01).
           05  ATT-Action              PIC X(01).
           05  ATT-Note                PIC X(31).

      *    Intraday transaction - same layout CobMerge run-mode T
      *    reads: effective date, action, then the user record
       FD  Tran-File.
       01  Tran-Rec.
           05  TRN-Eff-Date            PIC X(08).
           05  TRN-Sep-D               PIC X(01).
           05  TRN-Action              PIC X(01).
           05  TRN-Sep-0               PIC X(01).
           COPY WORKREC REPLACING ==:TAG:== BY ==TRN==.

      *    Run-lock marker
       FD  Lock-File.
       01  Lock-Rec                    PIC X(40).

      *    Report line
       FD  Report-File.
       01  Report-Rec                  PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Master-Status            PIC X(02)   VALUE "00".
       77  WS-Dept-Status              PIC X(02)   VALUE "00".
       77  WS-Journal-Status           PIC X(02)   VALUE "00".
       77  WS-Cycle-Ctl-Status         PIC X(02)   VALUE "00".
       77  WS-Snapshot-Status          PIC X(02)   VALUE "00".
       77  WS-Attest-Status            PIC X(02)   VALUE "00".
       77  WS-Tran-Status              PIC X(02)   VALUE "00".
       77  WS-Lock-Status              PIC X(02)   VALUE "00".
       77  WS-Report-Filename          PIC X(40)   VALUE SPACES.
       77  WS-Dept-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Dept-EOF                         VALUE "Y".
       77  WS-Journal-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Journal-EOF                      VALUE "Y".
       77  WS-Sort-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Sort-EOF                         VALUE "Y".
       77  WS-Master-EOF-Sw            PIC X(01)   VALUE "N".
           88  WS-Master-EOF                       VALUE "Y".
       77  WS-Change-EOF-Sw            PIC X(01)   VALUE "N".
           88  WS-Change-EOF                       VALUE "Y".
       77  WS-Lock-Held-Sw             PIC X(01)   VALUE "N".
           88  WS-Lock-Held                        VALUE "Y".
       77  WS-Cycle-Found-Sw           PIC X(01)   VALUE "N".
           88  WS-Cycle-Found                      VALUE "Y".
       77  WS-Tran-Open-Sw             PIC X(01)   VALUE "N".
           88  WS-Tran-Is-Open                     VALUE "Y".

       77  WS-Command-Parm             PIC X(40)   VALUE SPACES.
       77  WS-Recert-Mode              PIC X(01)   VALUE SPACE.
           88  WS-List-Run                         VALUE "L".
           88  WS-Close-Run                        VALUE "C".
       77  WS-Deadline                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Time                 PIC X(08)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Department reference table, loaded from DeptRef.dat      *
      *-----------------------------------------------------------*
       77  WS-Max-Dept-Entries         PIC 9(2)    VALUE 50.
       77  WS-Dept-Count               PIC 9(2)    VALUE 0.
       77  WS-Dept-Index               PIC 9(2)    VALUE 0.
       77  WS-Dept-Found-Sw            PIC X(01)   VALUE "N".
           88  WS-Dept-Found                       VALUE "Y".

       01  WS-Dept-Table.
           05  WS-Dept-Entry OCCURS 50 TIMES.
               10  WS-Dept-Code        PIC X(04).
               10  WS-Dept-Name        PIC X(20).
               10  WS-Dept-Active-Flag PIC X(01).
                   88  WS-Dept-Is-Active         VALUE "A".

      *-----------------------------------------------------------*
      *  Last-change work areas - a journal row is a change when   *
      *  it is a T/R post (ADD, CHANGE, CORRECT, DELETE) or a      *
      *  nightly MERGE row whose after-image differs from the      *
      *  user's previous image; a MERGE that merely re-states the  *
      *  record is not.                                            *
      *-----------------------------------------------------------*
       77  WS-Jrn-Row-Number           PIC 9(9)    VALUE 0.
       77  WS-Lc-User-Num              PIC 9(7)    VALUE 0.
       77  WS-Lc-Date                  PIC X(08)   VALUE SPACES.
       77  WS-Lc-Prior-Image           PIC X(68)   VALUE SPACES.
       77  WS-Lc-Group-Sw              PIC X(01)   VALUE "N".
           88  WS-Lc-In-Group                      VALUE "Y".

      *-----------------------------------------------------------*
      *  Review-list work areas                                   *
      *-----------------------------------------------------------*
       77  WS-List-Dept                PIC X(04)   VALUE SPACES.
       77  WS-List-Dept-Count          PIC 9(5)    VALUE 0.
       77  WS-List-First-Sw            PIC X(01)   VALUE "Y".
           88  WS-List-First                       VALUE "Y".
       77  WS-Snapshot-Count           PIC 9(7)    VALUE 0.
       77  WS-List-Dept-Total          PIC 9(3)    VALUE 0.
       77  WS-Dept-Name-Hold           PIC X(24)   VALUE SPACES.

      *-----------------------------------------------------------*
      *  Close work areas - the snapshot and the sorted           *
      *  attestations are matched on user-num (HIGH-VALUES at      *
      *  end), and the outcome is counted into a per-department    *
      *  table for the closing report.                             *
      *-----------------------------------------------------------*
       77  WS-Snap-Key                 PIC X(07)   VALUE SPACES.
       77  WS-Att-Key                  PIC X(07)   VALUE SPACES.
       77  WS-Last-Att-Key             PIC X(07)   VALUE SPACES.
       77  WS-Exception-Reason         PIC X(40)   VALUE SPACES.
       77  WS-Att-Read-Count           PIC 9(7)    VALUE 0.
       77  WS-Exception-Count          PIC 9(7)    VALUE 0.
       77  WS-Revoke-Written-Count     PIC 9(7)    VALUE 0.
       77  WS-No-Return-Count          PIC 9(3)    VALUE 0.
       77  WS-Max-Cd-Entries           PIC 9(3)    VALUE 99.
       77  WS-Cd-Count                 PIC 9(3)    VALUE 0.
       77  WS-Cd-Index                 PIC 9(3)    VALUE 0.
       77  WS-Cd-Hit                   PIC 9(3)    VALUE 0.
       77  WS-Cd-Flag                  PIC X(40)   VALUE SPACES.

       01  WS-Cd-Table.
           05  WS-Cd-Entry OCCURS 99 TIMES.
               10  WS-Cd-Dept          PIC X(04).
               10  WS-Cd-Reviewed      PIC 9(5).
               10  WS-Cd-Kept          PIC 9(5).
               10  WS-Cd-Revoked       PIC 9(5).
               10  WS-Cd-Not-Attested  PIC 9(5).
               10  WS-Cd-Returned      PIC 9(5).

       01  WS-Cd-Totals.
           05  WS-Tot-Reviewed         PIC 9(7)    VALUE 0.
           05  WS-Tot-Kept             PIC 9(7)    VALUE 0.
           05  WS-Tot-Revoked          PIC 9(7)    VALUE 0.
           05  WS-Tot-Not-Attested     PIC 9(7)    VALUE 0.

      *-----------------------------------------------------------*
      *  Report line work area                                    *
      *-----------------------------------------------------------*
       01  WS-Report-Line              PIC X(120)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Command-Parm FROM COMMAND-LINE.
           MOVE WS-Command-Parm(1:1) TO WS-Recert-Mode.
           MOVE WS-Command-Parm(3:8) TO WS-Deadline.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           IF WS-List-Run
              AND WS-Deadline NUMERIC
              AND WS-Deadline > WS-Run-Date
               PERFORM 1000-OPEN-CYCLE THRU 1000-EXIT
               STOP RUN
           END-IF.
           IF WS-Close-Run
               PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
               IF WS-Lock-Held
                   PERFORM 5000-CLOSE-CYCLE THRU 5000-EXIT
                   PERFORM 0190-RELEASE-RUN-LOCK THRU 0190-EXIT
               END-IF
               STOP RUN
           END-IF.
           DISPLAY "COBRECERT: USAGE IS CobRecert L YYYYMMDD "
                   "(DEADLINE, AFTER TODAY) OR CobRecert C".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *-------------------------------------------------------------
      *  0100-ACQUIRE-RUN-LOCK - the same one-writer-at-a-time lock
      *  CobMerge takes; a held lock stops the close with
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
               DISPLAY "COBRECERT: ANOTHER RUN HOLDS THE LOCK ("
                       Lock-Rec ")."
               DISPLAY "COBRECERT: IF NO RUN IS ACTIVE, REMOVE "
                       "RunLock.ctl AND RESUBMIT."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           OPEN OUTPUT Lock-File.
           IF WS-Lock-Status NOT = "00"
               DISPLAY "COBRECERT: RUN LOCK NOT TAKEN (STATUS="
                       WS-Lock-Status "). RUN STOPPED."
               MOVE 12 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           MOVE SPACES TO Lock-Rec.
           STRING WS-Run-Date " " WS-Run-Time " RECERT CLOSE"
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
      *  1000-OPEN-CYCLE - mode L.  A cycle still open is never     *
      *  overwritten (its attestations would lose their list).      *
      *  Otherwise: last-change dates from the journal, the         *
      *  snapshot from the master, the review lists from the        *
      *  snapshot, and finally Recert.ctl marked OPEN.              *
      *=============================================================
       1000-OPEN-CYCLE.
           PERFORM 1200-READ-CYCLE-CONTROL THRU 1200-EXIT.
           IF WS-Cycle-Found AND RCC-State = "OPEN"
               DISPLAY "COBRECERT: CYCLE " RCC-Cycle-Date
                       " IS STILL OPEN (DEADLINE " RCC-Deadline
                       ") - CLOSE IT WITH CobRecert C FIRST."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               DISPLAY "COBRECERT: MASTER OutputIdx.dat NOT "
                       "AVAILABLE (STATUS=" WS-Master-Status
                       "). NO CYCLE OPENED."
               MOVE 12 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           CLOSE Master-File.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 2000-BUILD-LAST-CHANGE THRU 2000-EXIT.
           PERFORM 3000-WRITE-SNAPSHOT THRU 3000-EXIT.
           MOVE "RecertList.rpt" TO WS-Report-Filename.
           OPEN OUTPUT Report-File.
           PERFORM 3500-WRITE-REVIEW-LISTS THRU 3500-EXIT.
           CLOSE Report-File.
           MOVE SPACES TO Cycle-Control-Rec.
           MOVE WS-Run-Date TO RCC-Cycle-Date.
           MOVE WS-Deadline TO RCC-Deadline.
           MOVE "OPEN" TO RCC-State.
           MOVE "," TO RCC-Sep-1 RCC-Sep-2 RCC-Sep-3.
           OPEN OUTPUT Cycle-Control-File.
           WRITE Cycle-Control-Rec.
           CLOSE Cycle-Control-File.
           DISPLAY "COBRECERT: CYCLE " WS-Run-Date " OPENED - "
                   WS-Snapshot-Count " USER(S) IN "
                   WS-List-Dept-Total " DEPARTMENT(S), RETURN BY "
                   WS-Deadline ". SEE RecertList.rpt.".
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1100-LOAD-DEPT-TABLE - department names for the lists; a
      *  missing DeptRef.dat leaves every department unnamed.
      *-------------------------------------------------------------
       1100-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Count.
           MOVE "N" TO WS-Dept-EOF-Sw.
           OPEN INPUT Dept-File.
           IF WS-Dept-Status NOT = "00"
               DISPLAY "COBRECERT: DeptRef.dat NOT FOUND (STATUS="
                       WS-Dept-Status "). DEPARTMENTS UNNAMED."
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-NEXT-DEPT-REC THRU 1110-EXIT.
           PERFORM 1120-LOAD-DEPT-ENTRY THRU 1120-EXIT
               UNTIL WS-Dept-EOF.
           CLOSE Dept-File.
           GO TO 1100-EXIT.
       1100-EXIT.
           EXIT.

       1110-READ-NEXT-DEPT-REC.
           READ Dept-File
               AT END
                   SET WS-Dept-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1110-EXIT.
       1110-EXIT.
           EXIT.

       1120-LOAD-DEPT-ENTRY.
           IF Dept-Rec NOT = SPACES
               IF WS-Dept-Count < WS-Max-Dept-Entries
                   ADD 1 TO WS-Dept-Count
                   UNSTRING Dept-Rec DELIMITED BY ","
                       INTO WS-Dept-Code(WS-Dept-Count)
                            WS-Dept-Name(WS-Dept-Count)
                            WS-Dept-Active-Flag(WS-Dept-Count)
                   END-UNSTRING
               ELSE
                   DISPLAY "COBRECERT: DEPT " Dept-Rec(1:4)
                           " EXCEEDS THE " WS-Max-Dept-Entries
                           "-ENTRY LIMIT AND WAS NOT LOADED."
               END-IF
           END-IF.
           PERFORM 1110-READ-NEXT-DEPT-REC THRU 1110-EXIT.
           GO TO 1120-EXIT.
       1120-EXIT.
           EXIT.

       1130-LOOKUP-DEPT-NAME.
           IF WS-Dept-Code(WS-Dept-Index) = WS-List-Dept
               SET WS-Dept-Found TO TRUE
               MOVE WS-Dept-Name(WS-Dept-Index) TO WS-Dept-Name-Hold
               IF NOT WS-Dept-Is-Active(WS-Dept-Index)
                   MOVE SPACES TO WS-Dept-Name-Hold
                   STRING WS-Dept-Name(WS-Dept-Index) " (INACT)"
                          DELIMITED BY "  " INTO WS-Dept-Name-Hold
               END-IF
           END-IF.
           GO TO 1130-EXIT.
       1130-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1200-READ-CYCLE-CONTROL - the current cycle, if any
      *-------------------------------------------------------------
       1200-READ-CYCLE-CONTROL.
           MOVE "N" TO WS-Cycle-Found-Sw.
           OPEN INPUT Cycle-Control-File.
           IF WS-Cycle-Ctl-Status NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           READ Cycle-Control-File
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-Cycle-Found TO TRUE
           END-READ.
           CLOSE Cycle-Control-File.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

      *=============================================================
      *  2000-BUILD-LAST-CHANGE - sort the journal by user-num      *
      *  (journal order kept within a user) and write the date of   *
      *  each user's last real change to RecertChg.tmp.            *
      *=============================================================
       2000-BUILD-LAST-CHANGE.
           SORT Jrn-Sort-File
               ON ASCENDING KEY SJ-User-Num SJ-Row-Seq
               INPUT PROCEDURE IS 2100-RELEASE-JOURNAL
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 2200-SUMMARIZE-CHANGES
                   THRU 2200-EXIT.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-JOURNAL.
           MOVE 0 TO WS-Jrn-Row-Number.
           MOVE "N" TO WS-Journal-EOF-Sw.
           OPEN INPUT Journal-File.
           IF WS-Journal-Status NOT = "00"
               DISPLAY "COBRECERT: Journal.dat NOT AVAILABLE (STATUS="
                       WS-Journal-Status "). NO LAST-CHANGE DATES."
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
               MOVE JRN-User-Num      TO SJ-User-Num
               MOVE WS-Jrn-Row-Number TO SJ-Row-Seq
               MOVE JRN-Run-Date      TO SJ-Run-Date
               MOVE JRN-Action        TO SJ-Action
               MOVE JRN-After-Image   TO SJ-After-Image
               RELEASE Jrn-Sort-Rec
           END-IF.
           PERFORM 2110-READ-NEXT-JOURNAL THRU 2110-EXIT.
           GO TO 2120-EXIT.
       2120-EXIT.
           EXIT.

       2200-SUMMARIZE-CHANGES.
           OPEN OUTPUT Last-Change-File.
           MOVE "N" TO WS-Lc-Group-Sw.
           MOVE "N" TO WS-Sort-EOF-Sw.
           PERFORM 2210-RETURN-NEXT-SORTED THRU 2210-EXIT.
           PERFORM 2220-SUMMARIZE-ONE-ROW THRU 2220-EXIT
               UNTIL WS-Sort-EOF.
           IF WS-Lc-In-Group
               PERFORM 2230-WRITE-LAST-CHANGE THRU 2230-EXIT
           END-IF.
           CLOSE Last-Change-File.
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

       2220-SUMMARIZE-ONE-ROW.
           IF WS-Lc-In-Group AND SJ-User-Num NOT = WS-Lc-User-Num
               PERFORM 2230-WRITE-LAST-CHANGE THRU 2230-EXIT
           END-IF.
           IF NOT WS-Lc-In-Group
               SET WS-Lc-In-Group TO TRUE
               MOVE SJ-User-Num TO WS-Lc-User-Num
               MOVE SPACES TO WS-Lc-Date
               MOVE SPACES TO WS-Lc-Prior-Image
           END-IF.
           IF SJ-Action NOT = "MERGE"
              OR SJ-After-Image NOT = WS-Lc-Prior-Image
               MOVE SJ-Run-Date TO WS-Lc-Date
           END-IF.
           MOVE SJ-After-Image TO WS-Lc-Prior-Image.
           PERFORM 2210-RETURN-NEXT-SORTED THRU 2210-EXIT.
           GO TO 2220-EXIT.
       2220-EXIT.
           EXIT.

       2230-WRITE-LAST-CHANGE.
           MOVE WS-Lc-User-Num TO LCH-User-Num.
           MOVE "," TO LCH-Sep-1.
           MOVE WS-Lc-Date TO LCH-Date.
           WRITE Last-Change-Rec.
           MOVE "N" TO WS-Lc-Group-Sw.
           GO TO 2230-EXIT.
       2230-EXIT.
           EXIT.

      *=============================================================
      *  3000-WRITE-SNAPSHOT - match the master (key order) with    *
      *  the last-change dates and write every Active user to       *
      *  Recert.dat.  A user the journal never saw gets "NONE".     *
      *=============================================================
       3000-WRITE-SNAPSHOT.
           MOVE 0 TO WS-Snapshot-Count.
           OPEN INPUT Master-File.
           OPEN INPUT Last-Change-File.
           OPEN OUTPUT Snapshot-File.
           MOVE "N" TO WS-Master-EOF-Sw.
           MOVE "N" TO WS-Change-EOF-Sw.
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT.
           PERFORM 3110-READ-NEXT-CHANGE THRU 3110-EXIT.
           PERFORM 3200-SNAPSHOT-ONE-USER THRU 3200-EXIT
               UNTIL WS-Master-EOF.
           CLOSE Snapshot-File.
           CLOSE Last-Change-File.
           CLOSE Master-File.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-MASTER.
           READ Master-File NEXT RECORD
               AT END
                   SET WS-Master-EOF TO TRUE
           END-READ.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-CHANGE.
           READ Last-Change-File
               AT END
                   SET WS-Change-EOF TO TRUE
                   MOVE 9999999 TO LCH-User-Num
           END-READ.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

       3200-SNAPSHOT-ONE-USER.
           IF NOT WS-Change-EOF AND LCH-User-Num < MST-User-Num
               PERFORM 3110-READ-NEXT-CHANGE THRU 3110-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF MST-Status = "A"
               MOVE SPACES TO Snapshot-Rec
               MOVE MST-Dept-Code TO RCS-Dept-Code
               MOVE MST-User-Num  TO RCS-User-Num
               MOVE MST-User-ID   TO RCS-User-ID
               MOVE MST-User-Name TO RCS-User-Name
               MOVE "NONE"        TO RCS-Last-Change
               IF LCH-User-Num = MST-User-Num
                  AND LCH-Date NOT = SPACES
                   MOVE LCH-Date TO RCS-Last-Change
               END-IF
               MOVE "," TO RCS-Sep-1 RCS-Sep-2 RCS-Sep-3 RCS-Sep-4
               WRITE Snapshot-Rec
               ADD 1 TO WS-Snapshot-Count
           END-IF.
           PERFORM 3100-READ-NEXT-MASTER THRU 3100-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *=============================================================
      *  3500-WRITE-REVIEW-LISTS - the snapshot re-sorted by        *
      *  department, one list per Dept-Code with its DeptRef.dat    *
      *  name, for the department's manager to mark up.             *
      *=============================================================
       3500-WRITE-REVIEW-LISTS.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBRECERT ACCESS RECERTIFICATION  CYCLE "
                  WS-Run-Date "  RETURN BY " WS-Deadline
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "RETURN ONE LINE PER USER IN Attest.dat AS "
             TO WS-Report-Line.
           MOVE "user-num,K TO KEEP OR user-num,R TO REVOKE"
             TO WS-Report-Line(43:).
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE 0 TO WS-List-Dept-Total.
           MOVE "Y" TO WS-List-First-Sw.
           SORT Review-Sort-File
               ON ASCENDING KEY SRV-Dept-Code SRV-User-Num
               USING Snapshot-File
               OUTPUT PROCEDURE IS 3600-PRINT-REVIEW-LISTS
                   THRU 3600-EXIT.
           IF WS-Snapshot-Count = 0
               MOVE SPACES TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE "NO ACTIVE USERS ON THE MASTER" TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           STRING "USERS FOR REVIEW: " WS-Snapshot-Count
                  "   DEPARTMENTS: " WS-List-Dept-Total
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3600-PRINT-REVIEW-LISTS.
           MOVE "N" TO WS-Sort-EOF-Sw.
           PERFORM 3610-RETURN-NEXT-REVIEW THRU 3610-EXIT.
           PERFORM 3620-PRINT-ONE-REVIEW THRU 3620-EXIT
               UNTIL WS-Sort-EOF.
           IF NOT WS-List-First
               PERFORM 3640-END-DEPARTMENT THRU 3640-EXIT
           END-IF.
           GO TO 3600-EXIT.
       3600-EXIT.
           EXIT.

       3610-RETURN-NEXT-REVIEW.
           RETURN Review-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           GO TO 3610-EXIT.
       3610-EXIT.
           EXIT.

       3620-PRINT-ONE-REVIEW.
           IF WS-List-First OR SRV-Dept-Code NOT = WS-List-Dept
               IF NOT WS-List-First
                   PERFORM 3640-END-DEPARTMENT THRU 3640-EXIT
               END-IF
               PERFORM 3630-START-DEPARTMENT THRU 3630-EXIT
           END-IF.
           ADD 1 TO WS-List-Dept-Count.
           MOVE SPACES TO WS-Report-Line.
           STRING SRV-User-Num "  " SRV-User-ID " " SRV-User-Name
                  " " SRV-Last-Change "  ___"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 3610-RETURN-NEXT-REVIEW THRU 3610-EXIT.
           GO TO 3620-EXIT.
       3620-EXIT.
           EXIT.

       3630-START-DEPARTMENT.
           MOVE "N" TO WS-List-First-Sw.
           MOVE SRV-Dept-Code TO WS-List-Dept.
           MOVE 0 TO WS-List-Dept-Count.
           ADD 1 TO WS-List-Dept-Total.
           MOVE "N" TO WS-Dept-Found-Sw.
           MOVE "(NOT ON DeptRef.dat)" TO WS-Dept-Name-Hold.
           PERFORM 1130-LOOKUP-DEPT-NAME THRU 1130-EXIT
               VARYING WS-Dept-Index FROM 1 BY 1
               UNTIL WS-Dept-Index > WS-Dept-Count
                  OR WS-Dept-Found.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           STRING "REVIEW LIST - DEPARTMENT " WS-List-Dept "  "
                  WS-Dept-Name-Hold "  RETURN BY " WS-Deadline
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "USER-NUM ID     USER-NAME                 "
                  "LAST-CHG  K/R"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3630-EXIT.
       3630-EXIT.
           EXIT.

       3640-END-DEPARTMENT.
           MOVE SPACES TO WS-Report-Line.
           STRING "DEPARTMENT " WS-List-Dept " USERS TO REVIEW: "
                  WS-List-Dept-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3640-EXIT.
       3640-EXIT.
           EXIT.

      *=============================================================
      *  5000-CLOSE-CYCLE - mode C.  Sort the attestations by       *
      *  user-num and match them against the snapshot: kept users   *
      *  are counted, revoked users still Active on the master get  *
      *  a Status "I" change on Tranfile.dat, users with no         *
      *  attestation are counted as not attested, and attestations  *
      *  that match nobody (or repeat a user) are exceptions.  The  *
      *  per-department summary follows, then the cycle is marked   *
      *  CLOSED.  RETURN-CODE 8 when a department returned nothing  *
      *  by the deadline.                                           *
      *=============================================================
       5000-CLOSE-CYCLE.
           PERFORM 1200-READ-CYCLE-CONTROL THRU 1200-EXIT.
           IF NOT WS-Cycle-Found
               DISPLAY "COBRECERT: NO CYCLE TO CLOSE - Recert.ctl "
                       "NOT FOUND. OPEN ONE WITH CobRecert L."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           IF RCC-State NOT = "OPEN"
               DISPLAY "COBRECERT: CYCLE " RCC-Cycle-Date
                       " WAS ALREADY CLOSED ON " RCC-Closed-Date
                       " - NOTHING DONE."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           MOVE RCC-Deadline TO WS-Deadline.
           OPEN INPUT Snapshot-File.
           IF WS-Snapshot-Status NOT = "00"
               DISPLAY "COBRECERT: CYCLE SNAPSHOT Recert.dat NOT "
                       "AVAILABLE (STATUS=" WS-Snapshot-Status
                       "). CYCLE LEFT OPEN."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           CLOSE Snapshot-File.
           OPEN INPUT Master-File.
           IF WS-Master-Status NOT = "00"
               DISPLAY "COBRECERT: MASTER OutputIdx.dat NOT "
                       "AVAILABLE (STATUS=" WS-Master-Status
                       "). CYCLE LEFT OPEN."
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 5100-SORT-ATTESTATIONS THRU 5100-EXIT.
           MOVE "RecertClose.rpt" TO WS-Report-Filename.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBRECERT RECERTIFICATION CLOSE  RUN " WS-Run-Date
                  "  CYCLE " RCC-Cycle-Date "  DEADLINE " WS-Deadline
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Run-Date NOT > WS-Deadline
               MOVE "*** CLOSED BEFORE THE DEADLINE HAS PASSED ***"
                 TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 1 - REVOKES AND ATTESTATION EXCEPTIONS"
             TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
      *    Only a missing-file status may fall back to OPEN OUTPUT -
      *    anything else must NOT truncate transactions already
      *    waiting for run-mode T.
           OPEN EXTEND Tran-File.
           IF WS-Tran-Status = "35"
               OPEN OUTPUT Tran-File
           END-IF.
           IF WS-Tran-Status = "00"
               SET WS-Tran-Is-Open TO TRUE
           ELSE
               MOVE SPACES TO WS-Report-Line
               STRING "*** Tranfile.dat NOT AVAILABLE (STATUS="
                      WS-Tran-Status ") - REVOKES LISTED BUT NOT "
                      "WRITTEN ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE 0 TO WS-Cd-Count.
           MOVE SPACES TO WS-Last-Att-Key.
           OPEN INPUT Snapshot-File.
           OPEN INPUT Att-Sorted-File.
           PERFORM 5210-READ-NEXT-SNAPSHOT THRU 5210-EXIT.
           PERFORM 5220-READ-NEXT-ATTEST THRU 5220-EXIT.
           PERFORM 5230-MATCH-ONE-STEP THRU 5230-EXIT
               UNTIL WS-Snap-Key = HIGH-VALUES
                 AND WS-Att-Key = HIGH-VALUES.
           CLOSE Att-Sorted-File.
           CLOSE Snapshot-File.
           CLOSE Master-File.
           IF WS-Tran-Is-Open
               CLOSE Tran-File
           END-IF.
           IF WS-Revoke-Written-Count = 0 AND WS-Exception-Count = 0
               MOVE "NONE" TO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           PERFORM 5500-WRITE-DEPT-SUMMARY THRU 5500-EXIT.
           CLOSE Report-File.
           MOVE WS-Run-Date TO RCC-Closed-Date.
           MOVE "CLOSED" TO RCC-State.
           MOVE "," TO RCC-Sep-1 RCC-Sep-2 RCC-Sep-3.
           OPEN OUTPUT Cycle-Control-File.
           WRITE Cycle-Control-Rec.
           CLOSE Cycle-Control-File.
           IF WS-No-Return-Count > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "COBRECERT: CYCLE " RCC-Cycle-Date " CLOSED - "
                   WS-Revoke-Written-Count " REVOKE(S) WRITTEN, "
                   WS-No-Return-Count " DEPARTMENT(S) WITH NO "
                   "RETURN. SEE RecertClose.rpt.".
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5100-SORT-ATTESTATIONS - Attest.dat into user-num order.
      *  No Attest.dat at all is an empty return, not an error.
      *-------------------------------------------------------------
       5100-SORT-ATTESTATIONS.
           MOVE 0 TO WS-Att-Read-Count.
           OPEN INPUT Attest-File.
           IF WS-Attest-Status NOT = "00"
               OPEN OUTPUT Att-Sorted-File
               CLOSE Att-Sorted-File
               GO TO 5100-EXIT
           END-IF.
           CLOSE Attest-File.
           SORT Att-Sort-File
               ON ASCENDING KEY SAT-User-Num
               USING Attest-File
               GIVING Att-Sorted-File.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

       5210-READ-NEXT-SNAPSHOT.
           READ Snapshot-File
               AT END
                   MOVE HIGH-VALUES TO WS-Snap-Key
               NOT AT END
                   MOVE RCS-User-Num TO WS-Snap-Key
           END-READ.
           GO TO 5210-EXIT.
       5210-EXIT.
           EXIT.

      *    Blank lines are skipped here so they never count as an
      *    attestation or an exception.
       5220-READ-NEXT-ATTEST.
           READ Att-Sorted-File
               AT END
                   MOVE HIGH-VALUES TO WS-Att-Key
               NOT AT END
                   MOVE ATT-User-Num TO WS-Att-Key
                   ADD 1 TO WS-Att-Read-Count
           END-READ.
           IF WS-Att-Key NOT = HIGH-VALUES
              AND Att-Sorted-Rec = SPACES
               SUBTRACT 1 FROM WS-Att-Read-Count
               GO TO 5220-READ-NEXT-ATTEST
           END-IF.
           GO TO 5220-EXIT.
       5220-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5230-MATCH-ONE-STEP - one step of the snapshot/attestation
      *  match.  A second attestation for the same user arrives
      *  after its snapshot row has moved on, so it is caught by
      *  comparing with the last matched key.
      *-------------------------------------------------------------
       5230-MATCH-ONE-STEP.
           IF WS-Att-Key NOT = HIGH-VALUES
              AND WS-Att-Key = WS-Last-Att-Key
               MOVE "DUPLICATE ATTESTATION - FIRST ONE USED"
                 TO WS-Exception-Reason
               PERFORM 5270-ATTEST-EXCEPTION THRU 5270-EXIT
               PERFORM 5220-READ-NEXT-ATTEST THRU 5220-EXIT
               GO TO 5230-EXIT
           END-IF.
           IF WS-Snap-Key < WS-Att-Key
               PERFORM 5280-FIND-DEPT-SLOT THRU 5280-EXIT
               ADD 1 TO WS-Cd-Reviewed(WS-Cd-Hit)
               ADD 1 TO WS-Cd-Not-Attested(WS-Cd-Hit)
               PERFORM 5210-READ-NEXT-SNAPSHOT THRU 5210-EXIT
               GO TO 5230-EXIT
           END-IF.
           IF WS-Att-Key < WS-Snap-Key
               MOVE "NOT ON THIS CYCLE'S REVIEW LIST"
                 TO WS-Exception-Reason
               PERFORM 5270-ATTEST-EXCEPTION THRU 5270-EXIT
               PERFORM 5220-READ-NEXT-ATTEST THRU 5220-EXIT
               GO TO 5230-EXIT
           END-IF.
           PERFORM 5280-FIND-DEPT-SLOT THRU 5280-EXIT.
           ADD 1 TO WS-Cd-Reviewed(WS-Cd-Hit).
           ADD 1 TO WS-Cd-Returned(WS-Cd-Hit).
           MOVE WS-Att-Key TO WS-Last-Att-Key.
           EVALUATE ATT-Action
               WHEN "K"
                   ADD 1 TO WS-Cd-Kept(WS-Cd-Hit)
               WHEN "R"
                   ADD 1 TO WS-Cd-Revoked(WS-Cd-Hit)
                   PERFORM 5260-WRITE-REVOKE THRU 5260-EXIT
               WHEN OTHER
                   ADD 1 TO WS-Cd-Not-Attested(WS-Cd-Hit)
                   MOVE "ACTION NOT K OR R - COUNTED NOT ATTESTED"
                     TO WS-Exception-Reason
                   PERFORM 5270-ATTEST-EXCEPTION THRU 5270-EXIT
           END-EVALUATE.
           PERFORM 5210-READ-NEXT-SNAPSHOT THRU 5210-EXIT.
           PERFORM 5220-READ-NEXT-ATTEST THRU 5220-EXIT.
           GO TO 5230-EXIT.
       5230-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5260-WRITE-REVOKE - a Status "I" change built from the
      *  master record as it stands now, so nothing else the user
      *  has had changed since the snapshot is undone.  A user
      *  already gone or inactive needs no transaction.
      *-------------------------------------------------------------
       5260-WRITE-REVOKE.
           MOVE RCS-User-Num TO MST-User-Num.
           READ Master-File
               INVALID KEY
                   MOVE "REVOKE NOT WRITTEN - NO LONGER ON MASTER"
                     TO WS-Exception-Reason
                   PERFORM 5270-ATTEST-EXCEPTION THRU 5270-EXIT
                   GO TO 5260-EXIT
           END-READ.
           IF MST-Status NOT = "A"
               MOVE "REVOKE NOT WRITTEN - ALREADY INACTIVE"
                 TO WS-Exception-Reason
               PERFORM 5270-ATTEST-EXCEPTION THRU 5270-EXIT
               GO TO 5260-EXIT
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Tran-Is-Open
               MOVE SPACES TO Tran-Rec
               MOVE WS-Run-Date   TO TRN-Eff-Date
               MOVE "C"           TO TRN-Action
               MOVE MST-User-Num  TO TRN-User-Num
               MOVE MST-User-ID   TO TRN-User-ID
               MOVE MST-User-Name TO TRN-User-Name
               MOVE MST-Dept-Code TO TRN-Dept-Code
               MOVE "I"           TO TRN-Status
               MOVE SPACES        TO TRN-Dept-Name
               MOVE "," TO TRN-Sep-D TRN-Sep-0 TRN-Sep-1 TRN-Sep-2
                           TRN-Sep-3 TRN-Sep-4 TRN-Sep-5
               WRITE Tran-Rec
               ADD 1 TO WS-Revoke-Written-Count
               STRING "REVOKE   " MST-User-Num "  " MST-User-ID " "
                      MST-User-Name " " MST-Dept-Code
                      "  STATUS I CHANGE WRITTEN TO Tranfile.dat"
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING "REVOKE   " MST-User-Num "  " MST-User-ID " "
                      MST-User-Name " " MST-Dept-Code
                      "  *** NOT WRITTEN - POST BY HAND ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5260-EXIT.
       5260-EXIT.
           EXIT.

       5270-ATTEST-EXCEPTION.
           ADD 1 TO WS-Exception-Count.
           MOVE SPACES TO WS-Report-Line.
           STRING "EXCEPT   " Att-Sorted-Rec "  " WS-Exception-Reason
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5270-EXIT.
       5270-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5280-FIND-DEPT-SLOT - the per-department counter slot for
      *  the current snapshot row, added on first sight.  Past the
      *  table limit the last slot collects the overflow.
      *-------------------------------------------------------------
       5280-FIND-DEPT-SLOT.
           MOVE 0 TO WS-Cd-Hit.
           PERFORM 5285-MATCH-ONE-DEPT-SLOT THRU 5285-EXIT
               VARYING WS-Cd-Index FROM 1 BY 1
               UNTIL WS-Cd-Index > WS-Cd-Count
                  OR WS-Cd-Hit > 0.
           IF WS-Cd-Hit > 0
               GO TO 5280-EXIT
           END-IF.
           IF WS-Cd-Count < WS-Max-Cd-Entries
               ADD 1 TO WS-Cd-Count
               MOVE WS-Cd-Count TO WS-Cd-Hit
               MOVE RCS-Dept-Code TO WS-Cd-Dept(WS-Cd-Hit)
               MOVE 0 TO WS-Cd-Reviewed(WS-Cd-Hit)
                         WS-Cd-Kept(WS-Cd-Hit)
                         WS-Cd-Revoked(WS-Cd-Hit)
                         WS-Cd-Not-Attested(WS-Cd-Hit)
                         WS-Cd-Returned(WS-Cd-Hit)
           ELSE
               MOVE WS-Cd-Count TO WS-Cd-Hit
               MOVE "****" TO WS-Cd-Dept(WS-Cd-Hit)
           END-IF.
           GO TO 5280-EXIT.
       5280-EXIT.
           EXIT.

       5285-MATCH-ONE-DEPT-SLOT.
           IF WS-Cd-Dept(WS-Cd-Index) = RCS-Dept-Code
               MOVE WS-Cd-Index TO WS-Cd-Hit
           END-IF.
           GO TO 5285-EXIT.
       5285-EXIT.
           EXIT.

      *=============================================================
      *  5500-WRITE-DEPT-SUMMARY - one line per department in the   *
      *  cycle: reviewed, kept, revoked, not attested, and a flag   *
      *  when the department returned nothing at all.               *
      *=============================================================
       5500-WRITE-DEPT-SUMMARY.
           MOVE 0 TO WS-No-Return-Count.
           INITIALIZE WS-Cd-Totals.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 2 - DEPARTMENT SUMMARY" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "DEPT NAME                        "
                  "REVWD  KEPT   REVOK   N/ATT  FLAG"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 5510-WRITE-ONE-DEPT THRU 5510-EXIT
               VARYING WS-Cd-Index FROM 1 BY 1
               UNTIL WS-Cd-Index > WS-Cd-Count.
           MOVE SPACES TO WS-Report-Line.
           STRING "TOTAL REVIEWED: " WS-Tot-Reviewed
                  "   KEPT: " WS-Tot-Kept
                  "   REVOKED: " WS-Tot-Revoked
                  "   NOT ATTESTED: " WS-Tot-Not-Attested
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "ATTESTATION LINES READ: " WS-Att-Read-Count
                  "   EXCEPTIONS: " WS-Exception-Count
                  "   REVOKES WRITTEN: " WS-Revoke-Written-Count
                  "   DEPARTMENTS WITH NO RETURN: "
                  WS-No-Return-Count
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5500-EXIT.
       5500-EXIT.
           EXIT.

       5510-WRITE-ONE-DEPT.
           MOVE WS-Cd-Dept(WS-Cd-Index) TO WS-List-Dept.
           MOVE "N" TO WS-Dept-Found-Sw.
           MOVE "(NOT ON DeptRef.dat)" TO WS-Dept-Name-Hold.
           PERFORM 1130-LOOKUP-DEPT-NAME THRU 1130-EXIT
               VARYING WS-Dept-Index FROM 1 BY 1
               UNTIL WS-Dept-Index > WS-Dept-Count
                  OR WS-Dept-Found.
           MOVE SPACES TO WS-Cd-Flag.
           IF WS-Cd-Returned(WS-Cd-Index) = 0
               ADD 1 TO WS-No-Return-Count
               IF WS-Run-Date > WS-Deadline
                   STRING "*** NOTHING RETURNED BY " WS-Deadline
                          DELIMITED BY SIZE INTO WS-Cd-Flag
               ELSE
                   MOVE "*** NOTHING RETURNED YET" TO WS-Cd-Flag
               END-IF
           END-IF.
           ADD WS-Cd-Reviewed(WS-Cd-Index)     TO WS-Tot-Reviewed.
           ADD WS-Cd-Kept(WS-Cd-Index)         TO WS-Tot-Kept.
           ADD WS-Cd-Revoked(WS-Cd-Index)      TO WS-Tot-Revoked.
           ADD WS-Cd-Not-Attested(WS-Cd-Index) TO WS-Tot-Not-Attested.
           MOVE SPACES TO WS-Report-Line.
           STRING WS-Cd-Dept(WS-Cd-Index) " " WS-Dept-Name-Hold
                  "    " WS-Cd-Reviewed(WS-Cd-Index)
                  " " WS-Cd-Kept(WS-Cd-Index)
                  "   " WS-Cd-Revoked(WS-Cd-Index)
                  "   " WS-Cd-Not-Attested(WS-Cd-Index)
                  "  " WS-Cd-Flag
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5510-EXIT.
       5510-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.
           MOVE WS-Report-Line TO Report-Rec.
           WRITE Report-Rec.
           MOVE SPACES TO WS-Report-Line.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       END PROGRAM CobRecert.
