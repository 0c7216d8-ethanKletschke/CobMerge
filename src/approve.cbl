       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobAprv.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/15/2026 DO  Initial version - the checker's side of    *
      *                 the maker-checker queue (Approval.dat)     *
      *                 that CobMerge run-modes T and R stage      *
      *                 into.  Lists the waiting items, approves   *
      *                 them (never under the initials that        *
      *                 submitted them) or declines them, and      *
      *                 expires items left pending past the        *
      *                 Approval.ctl limit.  Declined and expired  *
      *                 items are appended to Approval.rpt and     *
      *                 leave the queue; approved ones post on the *
      *                 next T or R run.                           *
      *  10/15/2026 DO  Declines and expiries reach Approval.rpt,  *
      *                 and approvals are confirmed, only once     *
      *                 Approval.dat has been rewritten - a failed *
      *                 rewrite leaves the items pending and the   *
      *                 report untouched.                          *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobAprv            (interactive)                  *
      *  OUTPUT: Approval.dat (rewritten), Approval.rpt (appended) *
      *                                                            *
      *  COMMANDS:  L         list the queue                       *
      *             A item    approve a pending item               *
      *             D item    decline a pending item (reason      *
      *                       prompted)                            *
      *             X         exit                                 *
      *                                                            *
      *  EXPIRY (Approval.ctl) - one number in columns 1-3: the    *
      *  days an item may wait for approval.  Missing or blank     *
      *  means 5.  Stale items are expired when a session starts. *
      *                                                            *
      *  Every change to the queue is made under RunLock.ctl, the  *
      *  lock CobMerge takes, against a fresh read of the queue -  *
      *  a T or R run can stage or post between two commands       *
      *  without either side losing the other's work.              *
      *                                                            *
      *-----------------------------------------------------------*
      /File definitions
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The approval queue - same file and layout CobMerge's
      *    9400-WORK-APPROVAL-QUEUE reads and rewrites.  FILE
      *    STATUS lets an empty queue read as a missing file.
           SELECT Approval-File ASSIGN TO "Approval.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Approval-Status.

      *    Permanent approval report, appended with every declined
      *    or expired item.
           SELECT Approval-Report-File ASSIGN TO "Approval.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

      *    Expiry limit in days.  FILE STATUS lets a missing file
      *    fall back to the default.
           SELECT Approval-Control-File ASSIGN TO "Approval.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Control-Status.

      *    CobMerge's run lock - held only while the queue is being
      *    rewritten.
           SELECT Lock-File ASSIGN TO "RunLock.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Lock-Status.

      /File record definitions
       DATA DIVISION.
       FILE SECTION.
      *    Approval-queue item - state P (pending) or A (approved),
      *    the payload a staged Tran-Rec (source T) or
      *    Correction-Rec (source R)
       FD  Approval-File.
       01  Approval-Rec.
           05  APR-Item-Num            PIC 9(06).
           05  APR-Sep-1               PIC X(01).
           05  APR-Source              PIC X(01).
           05  APR-Sep-2               PIC X(01).
           05  APR-State               PIC X(01).
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

      *    Declined/expired item line
       FD  Approval-Report-File.
       01  Approval-Report-Rec         PIC X(200).

      *    Expiry limit - days in columns 1-3
       FD  Approval-Control-File.
       01  Approval-Control-Rec        PIC X(10).

      *    Run-lock line - who holds it and since when
       FD  Lock-File.
       01  Lock-Rec                    PIC X(40).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Approval-Status          PIC X(02)   VALUE "00".
       77  WS-Report-Status            PIC X(02)   VALUE "00".
       77  WS-Control-Status           PIC X(02)   VALUE "00".
       77  WS-Lock-Status              PIC X(02)   VALUE "00".
       77  WS-Exit-Sw                  PIC X(01)   VALUE "N".
           88  WS-Exit-Requested                   VALUE "Y".
       77  WS-Queue-EOF-Sw             PIC X(01)   VALUE "N".
           88  WS-Queue-EOF                        VALUE "Y".
       77  WS-Lock-Held-Sw             PIC X(01)   VALUE "N".
           88  WS-Lock-Held                        VALUE "Y".
       77  WS-Queue-Rewritten-Sw       PIC X(01)   VALUE "N".
           88  WS-Queue-Rewritten                  VALUE "Y".

       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Run-Time                 PIC X(08)   VALUE SPACES.
       77  WS-Operator                 PIC X(03)   VALUE SPACES.
       77  WS-Command                  PIC X(40)   VALUE SPACES.
       77  WS-Decline-Reason           PIC X(30)   VALUE SPACES.
       77  WS-Report-Action            PIC X(08)   VALUE SPACES.
       77  WS-Item-Source              PIC X(01)   VALUE SPACE.
       77  WS-Expire-Count             PIC 9(05)   VALUE 0.
       77  WS-Listed-Count             PIC 9(05)   VALUE 0.

      *-----------------------------------------------------------*
      *  Command parse work areas                                 *
      *-----------------------------------------------------------*
       77  WS-Parse-Pos                PIC 9(02)   VALUE 0.
       77  WS-Parse-Num-Text           PIC X(06)   VALUE SPACES
                                       JUSTIFIED RIGHT.
       77  WS-Parse-Item-Num           PIC 9(06)   VALUE 0.

      *-----------------------------------------------------------*
      *  Expiry work areas - dates are turned into day numbers     *
      *  (days from a fixed origin, Gregorian leap rules) so a     *
      *  wait can be measured across month and year ends.          *
      *-----------------------------------------------------------*
       77  WS-Expiry-Days              PIC 9(03)   VALUE 5.
       77  WS-Today-Day-Num            PIC 9(07)   VALUE 0.
       77  WS-Item-Day-Num             PIC 9(07)   VALUE 0.
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
      *  The queue, loaded fresh before every change.  Entries     *
      *  keep the file's own layout, separators and all, so a      *
      *  rewrite puts back exactly what was read; a D or E state   *
      *  marks an entry the rewrite leaves out.                    *
      *-----------------------------------------------------------*
       77  WS-Max-Queue-Entries        PIC 9(03)   VALUE 500.
       77  WS-Queue-Count              PIC 9(03)   VALUE 0.
       77  WS-Queue-Index              PIC 9(03)   VALUE 0.
       77  WS-Queue-Match-Index        PIC 9(03)   VALUE 0.
       77  WS-Queue-Last-Num           PIC 9(06)   VALUE 0.
       77  WS-Queue-Found-Sw           PIC X(01)   VALUE "N".
           88  WS-Queue-Found                      VALUE "Y".
      *    Set when Approval.dat holds more items than the table - a
      *    rewrite from the partial table would silently drop the
      *    overflow, so every change is refused until it is worked
      *    down by the T and R runs.
       77  WS-Queue-Over-Sw            PIC X(01)   VALUE "N".
           88  WS-Queue-Overflow                   VALUE "Y".
      *    Set when Approval.dat exists but could not be read - a
      *    rewrite would wipe it.  Same remedy as the overflow.
       77  WS-Queue-Load-Fail-Sw       PIC X(01)   VALUE "N".
           88  WS-Queue-Load-Failed                VALUE "Y".

       01  WS-Queue-Table.
           05  WS-Queue-Entry OCCURS 500 TIMES.
               10  WS-Q-Item-Num       PIC 9(06).
               10  FILLER              PIC X(01).
               10  WS-Q-Source         PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-Q-State          PIC X(01).
                   88  WS-Q-Is-Pending           VALUE "P".
                   88  WS-Q-Is-Approved          VALUE "A".
                   88  WS-Q-Is-Dropped           VALUE "D" "E".
               10  FILLER              PIC X(01).
               10  WS-Q-Submit-Date    PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-Q-Submitter      PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-Q-Approver       PIC X(03).
               10  FILLER              PIC X(01).
               10  WS-Q-Decide-Date    PIC X(08).
               10  FILLER              PIC X(01).
               10  WS-Q-Payload        PIC X(91).

      *-----------------------------------------------------------*
      *  Payload views for the listing - a staged transaction and  *
      *  a staged correction, as CobMerge lays them in.            *
      *-----------------------------------------------------------*
       01  WS-Show-Tran.
           05  SHT-Eff-Date            PIC X(08).
           05  SHT-Sep-D               PIC X(01).
           05  SHT-Action              PIC X(01).
           05  SHT-Sep-0               PIC X(01).
           COPY WORKREC REPLACING ==:TAG:== BY ==SHT==.
           05  FILLER                  PIC X(12).
       01  WS-Show-Corr.
           05  SHC-Source-Tag          PIC X(12).
           05  SHC-Sep-1               PIC X(01).
           05  SHC-Raw-Record          PIC X(47).
           05  SHC-Sep-2               PIC X(01).
           05  SHC-Reason              PIC X(30).

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           PERFORM 1000-LOAD-EXPIRY-DAYS THRU 1000-EXIT.
           DISPLAY "COBAPRV - MAKER-CHECKER APPROVAL QUEUE".
           DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING.
           ACCEPT WS-Operator.
           INSPECT WS-Operator CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-Operator = SPACES
               DISPLAY "COBAPRV: INITIALS ARE REQUIRED - AN ITEM "
                       "MAY NOT BE APPROVED BY ITS SUBMITTER."
               STOP RUN
           END-IF.
           PERFORM 2500-EXPIRE-STALE-ITEMS THRU 2500-EXIT.
           PERFORM 4100-LOAD-QUEUE THRU 4100-EXIT.
           PERFORM 3050-COUNT-WAITING THRU 3050-EXIT.
           DISPLAY "  " WS-Listed-Count " ITEM(S) ON THE QUEUE "
                   "WAITING FOR APPROVAL OR POSTING.".
           DISPLAY "  L            list the queue".
           DISPLAY "  A item       approve a pending item".
           DISPLAY "  D item       decline a pending item".
           DISPLAY "  X            exit".
           PERFORM 2000-PROMPT-AND-APPLY THRU 2000-EXIT
               UNTIL WS-Exit-Requested.
           STOP RUN.

      *-------------------------------------------------------------
      *  1000-LOAD-EXPIRY-DAYS - the wait limit from Approval.ctl;
      *  a missing, blank or non-numeric entry keeps the default.
      *-------------------------------------------------------------
       1000-LOAD-EXPIRY-DAYS.
           OPEN INPUT Approval-Control-File.
           IF WS-Control-Status NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           READ Approval-Control-File
               AT END
                   MOVE SPACES TO Approval-Control-Rec
               NOT AT END
                   CONTINUE
           END-READ.
           CLOSE Approval-Control-File.
           IF Approval-Control-Rec(1:3) NUMERIC
              AND Approval-Control-Rec(1:3) NOT = "000"
               MOVE Approval-Control-Rec(1:3) TO WS-Expiry-Days
           ELSE
               DISPLAY "COBAPRV: Approval.ctl NOT A 3-DIGIT DAY "
                       "COUNT - USING " WS-Expiry-Days " DAYS."
           END-IF.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *=============================================================
      *  2000-PROMPT-AND-APPLY - one prompt/command round trip.     *
      *=============================================================
       2000-PROMPT-AND-APPLY.
           DISPLAY "COBAPRV> " WITH NO ADVANCING.
           MOVE SPACES TO WS-Command.
           ACCEPT WS-Command.
           EVALUATE TRUE
               WHEN WS-Command = SPACES
                   CONTINUE
               WHEN WS-Command(1:1) = "X" OR WS-Command(1:1) = "x"
                   SET WS-Exit-Requested TO TRUE
               WHEN WS-Command(1:1) = "L" OR WS-Command(1:1) = "l"
                   PERFORM 3000-LIST-QUEUE THRU 3000-EXIT
               WHEN WS-Command(1:1) = "A" OR WS-Command(1:1) = "a"
                   PERFORM 3100-APPROVE-ITEM THRU 3100-EXIT
               WHEN WS-Command(1:1) = "D" OR WS-Command(1:1) = "d"
                   PERFORM 3200-DECLINE-ITEM THRU 3200-EXIT
               WHEN OTHER
                   DISPLAY "COBAPRV: COMMANDS ARE L, A item, "
                           "D item, X."
           END-EVALUATE.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

      *=============================================================
      *  2500-EXPIRE-STALE-ITEMS - a pending item submitted more    *
      *  than the expiry limit ago is taken off the queue and       *
      *  reported, so a change nobody would sign for cannot sit     *
      *  waiting to be approved weeks later.  Approved items do not *
      *  expire - they only wait for the next T or R run.  If the   *
      *  lock is busy the sweep is skipped; the next session does   *
      *  it.                                                        *
      *=============================================================
       2500-EXPIRE-STALE-ITEMS.
           MOVE 0 TO WS-Expire-Count.
           PERFORM 4000-TAKE-LOCK THRU 4000-EXIT.
           IF NOT WS-Lock-Held
               DISPLAY "COBAPRV: EXPIRY SWEEP SKIPPED THIS SESSION."
               GO TO 2500-EXIT
           END-IF.
           PERFORM 4100-LOAD-QUEUE THRU 4100-EXIT.
           IF WS-Queue-Overflow OR WS-Queue-Load-Failed
               PERFORM 2750-REFUSE-CHANGE THRU 2750-EXIT
               PERFORM 4090-DROP-LOCK THRU 4090-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-Run-Date TO WS-Day-Date.
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-Day-Number TO WS-Today-Day-Num.
           PERFORM 2510-EXPIRE-ONE-ITEM THRU 2510-EXIT
               VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > WS-Queue-Count.
           IF WS-Expire-Count > 0
               PERFORM 4200-REWRITE-QUEUE THRU 4200-EXIT
               IF WS-Queue-Rewritten
                   MOVE "EXPIRED"  TO WS-Report-Action
                   MOVE SPACES     TO WS-Decline-Reason
                   STRING "NOT APPROVED IN " WS-Expiry-Days " DAYS"
                          DELIMITED BY SIZE INTO WS-Decline-Reason
                   PERFORM 2520-REPORT-ONE-EXPIRED THRU 2520-EXIT
                       VARYING WS-Queue-Index FROM 1 BY 1
                       UNTIL WS-Queue-Index > WS-Queue-Count
                   DISPLAY "COBAPRV: " WS-Expire-Count " ITEM(S) "
                           "EXPIRED AFTER " WS-Expiry-Days " DAYS "
                           "UNAPPROVED - SEE Approval.rpt."
               END-IF
           END-IF.
           PERFORM 4090-DROP-LOCK THRU 4090-EXIT.
           GO TO 2500-EXIT.
       2500-EXIT.
           EXIT.

       2510-EXPIRE-ONE-ITEM.
           IF NOT WS-Q-Is-Pending(WS-Queue-Index)
               GO TO 2510-EXIT
           END-IF.
           IF WS-Q-Submit-Date(WS-Queue-Index) NOT NUMERIC
               GO TO 2510-EXIT
           END-IF.
           MOVE WS-Q-Submit-Date(WS-Queue-Index) TO WS-Day-Date.
           PERFORM 5000-DAY-NUMBER THRU 5000-EXIT.
           MOVE WS-Day-Number TO WS-Item-Day-Num.
           ADD WS-Expiry-Days TO WS-Item-Day-Num.
           IF WS-Item-Day-Num < WS-Today-Day-Num
               MOVE "E" TO WS-Q-State(WS-Queue-Index)
               ADD 1 TO WS-Expire-Count
           END-IF.
           GO TO 2510-EXIT.
       2510-EXIT.
           EXIT.

      *    Reported only after the rewrite has taken the expired
      *    items off the queue.
       2520-REPORT-ONE-EXPIRED.
           IF WS-Q-State(WS-Queue-Index) = "E"
               PERFORM 4300-REPORT-ONE-ITEM THRU 4300-EXIT
           END-IF.
           GO TO 2520-EXIT.
       2520-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2750-REFUSE-CHANGE - the table does not hold the whole
      *  queue (overflow, or the load itself failed), so a rewrite
      *  would silently drop what the table never held.
      *-------------------------------------------------------------
       2750-REFUSE-CHANGE.
           IF WS-Queue-Load-Failed
               DISPLAY "COBAPRV: CHANGE REFUSED - Approval.dat COULD "
                       "NOT BE READ (STATUS=" WS-Approval-Status
                       ") AND A REWRITE WOULD WIPE IT."
           ELSE
               DISPLAY "COBAPRV: CHANGE REFUSED - Approval.dat "
                       "EXCEEDS THE " WS-Max-Queue-Entries "-ITEM "
                       "TABLE AND A REWRITE WOULD DROP THE "
                       "OVERFLOW ITEMS."
               DISPLAY "COBAPRV: RUN THE T AND R POSTINGS TO WORK "
                       "THE QUEUE DOWN, THEN RERUN."
           END-IF.
           GO TO 2750-EXIT.
       2750-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3000-LIST-QUEUE - read-only, so no lock: every pending and
      *  approved item with its payload.
      *-------------------------------------------------------------
       3000-LIST-QUEUE.
           PERFORM 4100-LOAD-QUEUE THRU 4100-EXIT.
           IF WS-Queue-Load-Failed
               DISPLAY "COBAPRV: Approval.dat NOT READABLE (STATUS="
                       WS-Approval-Status ")."
               GO TO 3000-EXIT
           END-IF.
           IF WS-Queue-Count = 0
               DISPLAY "COBAPRV: THE QUEUE IS EMPTY."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LIST-ONE-ITEM THRU 3010-EXIT
               VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > WS-Queue-Count.
           IF WS-Queue-Overflow
               DISPLAY "COBAPRV: MORE ITEMS ON Approval.dat THAN "
                       "THE " WS-Max-Queue-Entries "-ITEM TABLE - "
                       "NOT ALL ARE LISTED."
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3010-LIST-ONE-ITEM.
           DISPLAY "  " WS-Q-Item-Num(WS-Queue-Index)
                   " " WS-Q-Source(WS-Queue-Index)
                   " " WS-Q-State(WS-Queue-Index)
                   " SUBMITTED " WS-Q-Submit-Date(WS-Queue-Index)
                   " BY " WS-Q-Submitter(WS-Queue-Index)
                   " APPROVED BY " WS-Q-Approver(WS-Queue-Index).
           IF WS-Q-Source(WS-Queue-Index) = "T"
               MOVE WS-Q-Payload(WS-Queue-Index) TO WS-Show-Tran
               DISPLAY "      " SHT-Action
                       " USER-NUM " SHT-User-Num
                       " ID=" SHT-User-ID
                       " NAME=" SHT-User-Name
                       " DEPT=" SHT-Dept-Code
                       " STATUS=" SHT-Status
                       " EFFECTIVE " SHT-Eff-Date
           ELSE
               MOVE WS-Q-Payload(WS-Queue-Index) TO WS-Show-Corr
               DISPLAY "      RECORD=" SHC-Raw-Record
           END-IF.
           GO TO 3010-EXIT.
       3010-EXIT.
           EXIT.

       3050-COUNT-WAITING.
           MOVE 0 TO WS-Listed-Count.
           PERFORM 3060-COUNT-ONE-WAITING THRU 3060-EXIT
               VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > WS-Queue-Count.
           GO TO 3050-EXIT.
       3050-EXIT.
           EXIT.

       3060-COUNT-ONE-WAITING.
           IF NOT WS-Q-Is-Dropped(WS-Queue-Index)
               ADD 1 TO WS-Listed-Count
           END-IF.
           GO TO 3060-EXIT.
       3060-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3100-APPROVE-ITEM - "A item": the item must be pending and
      *  must not have been submitted under the operator's own
      *  initials.  It is marked approved with the operator and the
      *  date; the next T or R run posts it.
      *-------------------------------------------------------------
       3100-APPROVE-ITEM.
           PERFORM 2800-PARSE-ITEM-NUM THRU 2800-EXIT.
           IF WS-Parse-Item-Num = 0
               DISPLAY "COBAPRV: USAGE IS  A item"
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-TAKE-LOCK THRU 4000-EXIT.
           IF NOT WS-Lock-Held
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4100-LOAD-QUEUE THRU 4100-EXIT.
           IF WS-Queue-Overflow OR WS-Queue-Load-Failed
               PERFORM 2750-REFUSE-CHANGE THRU 2750-EXIT
               PERFORM 4090-DROP-LOCK THRU 4090-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 2850-LOOKUP-ITEM THRU 2850-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-Queue-Found
                   DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                           " IS NOT ON THE QUEUE."
               WHEN NOT WS-Q-Is-Pending(WS-Queue-Index)
                   DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                           " IS NOT PENDING (STATE "
                           WS-Q-State(WS-Queue-Index) ")."
               WHEN WS-Q-Submitter(WS-Queue-Index) = WS-Operator
                   DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                           " WAS SUBMITTED BY " WS-Operator
                           " - A SECOND OPERATOR MUST APPROVE IT."
               WHEN OTHER
                   MOVE "A"         TO WS-Q-State(WS-Queue-Index)
                   MOVE WS-Operator TO WS-Q-Approver(WS-Queue-Index)
                   MOVE WS-Run-Date
                     TO WS-Q-Decide-Date(WS-Queue-Index)
                   MOVE WS-Q-Source(WS-Queue-Index) TO WS-Item-Source
                   PERFORM 4200-REWRITE-QUEUE THRU 4200-EXIT
                   IF WS-Queue-Rewritten
                       DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                               " APPROVED - IT POSTS ON THE NEXT "
                               WS-Item-Source " RUN."
                   END-IF
           END-EVALUATE.
           PERFORM 4090-DROP-LOCK THRU 4090-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3200-DECLINE-ITEM - "D item": the item must be pending.
      *  Any operator may decline, the submitter included (that is
      *  a withdrawal).  A reason is asked for; the item goes to
      *  Approval.rpt and leaves the queue.
      *-------------------------------------------------------------
       3200-DECLINE-ITEM.
           PERFORM 2800-PARSE-ITEM-NUM THRU 2800-EXIT.
           IF WS-Parse-Item-Num = 0
               DISPLAY "COBAPRV: USAGE IS  D item"
               GO TO 3200-EXIT
           END-IF.
           DISPLAY "COBAPRV: REASON: " WITH NO ADVANCING.
           MOVE SPACES TO WS-Decline-Reason.
           ACCEPT WS-Decline-Reason.
           IF WS-Decline-Reason = SPACES
               DISPLAY "COBAPRV: A REASON IS REQUIRED - DECLINE "
                       "CANCELLED."
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4000-TAKE-LOCK THRU 4000-EXIT.
           IF NOT WS-Lock-Held
               GO TO 3200-EXIT
           END-IF.
           PERFORM 4100-LOAD-QUEUE THRU 4100-EXIT.
           IF WS-Queue-Overflow OR WS-Queue-Load-Failed
               PERFORM 2750-REFUSE-CHANGE THRU 2750-EXIT
               PERFORM 4090-DROP-LOCK THRU 4090-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 2850-LOOKUP-ITEM THRU 2850-EXIT.
           EVALUATE TRUE
               WHEN NOT WS-Queue-Found
                   DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                           " IS NOT ON THE QUEUE."
               WHEN NOT WS-Q-Is-Pending(WS-Queue-Index)
                   DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                           " IS NOT PENDING (STATE "
                           WS-Q-State(WS-Queue-Index) ")."
               WHEN OTHER
                   MOVE "D"        TO WS-Q-State(WS-Queue-Index)
                   PERFORM 4200-REWRITE-QUEUE THRU 4200-EXIT
                   IF WS-Queue-Rewritten
                       MOVE WS-Queue-Match-Index TO WS-Queue-Index
                       MOVE "DECLINED" TO WS-Report-Action
                       PERFORM 4300-REPORT-ONE-ITEM THRU 4300-EXIT
                       DISPLAY "COBAPRV: ITEM " WS-Parse-Item-Num
                               " DECLINED."
                   END-IF
           END-EVALUATE.
           PERFORM 4090-DROP-LOCK THRU 4090-EXIT.
           GO TO 3200-EXIT.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2800-PARSE-ITEM-NUM - the item number after the command
      *  letter, leading blanks skipped and zero-filled from the
      *  right; anything not numeric comes back as zero.
      *-------------------------------------------------------------
       2800-PARSE-ITEM-NUM.
           MOVE 0 TO WS-Parse-Item-Num.
           MOVE SPACES TO WS-Parse-Num-Text.
           PERFORM VARYING WS-Parse-Pos FROM 2 BY 1
               UNTIL WS-Parse-Pos > 40
                  OR WS-Command(WS-Parse-Pos:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-Parse-Pos > 40
               GO TO 2800-EXIT
           END-IF.
           UNSTRING WS-Command(WS-Parse-Pos:) DELIMITED BY " "
               INTO WS-Parse-Num-Text
           END-UNSTRING.
           INSPECT WS-Parse-Num-Text REPLACING LEADING SPACE BY "0".
           IF WS-Parse-Num-Text NUMERIC
               MOVE WS-Parse-Num-Text TO WS-Parse-Item-Num
           END-IF.
           GO TO 2800-EXIT.
       2800-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2850-LOOKUP-ITEM - scan the table for the parsed number.
      *-------------------------------------------------------------
       2850-LOOKUP-ITEM.
           MOVE "N" TO WS-Queue-Found-Sw.
           MOVE 0 TO WS-Queue-Match-Index.
           PERFORM VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > WS-Queue-Count
                  OR WS-Queue-Found
               IF WS-Q-Item-Num(WS-Queue-Index) = WS-Parse-Item-Num
                   SET WS-Queue-Found TO TRUE
                   MOVE WS-Queue-Index TO WS-Queue-Match-Index
               END-IF
           END-PERFORM.
           MOVE WS-Queue-Match-Index TO WS-Queue-Index.
           GO TO 2850-EXIT.
       2850-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4000-TAKE-LOCK / 4090-DROP-LOCK - CobMerge's run lock, held
      *  only across one reload-change-rewrite.  A lock already on
      *  disk means a T, R or nightly run is in flight; the command
      *  is refused and can simply be retried.
      *-------------------------------------------------------------
       4000-TAKE-LOCK.
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
               DISPLAY "COBAPRV: THE QUEUE IS IN USE BY ANOTHER RUN ("
                       Lock-Rec ") - TRY AGAIN SHORTLY."
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT Lock-File.
           IF WS-Lock-Status NOT = "00"
               DISPLAY "COBAPRV: RUN LOCK NOT TAKEN (STATUS="
                       WS-Lock-Status ") - NO CHANGE MADE."
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO Lock-Rec.
           STRING WS-Run-Date " " WS-Run-Time
                  " COBAPRV " WS-Operator
                  DELIMITED BY SIZE INTO Lock-Rec.
           WRITE Lock-Rec.
           CLOSE Lock-File.
           SET WS-Lock-Held TO TRUE.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4090-DROP-LOCK.
           IF WS-Lock-Held
               DELETE FILE Lock-File
               MOVE "N" TO WS-Lock-Held-Sw
           END-IF.
           GO TO 4090-EXIT.
       4090-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4100-LOAD-QUEUE - read the queue into the table.  Only a
      *  missing file ("35") may start empty - any other status
      *  refuses changes, as in CobDept.
      *-------------------------------------------------------------
       4100-LOAD-QUEUE.
           MOVE 0 TO WS-Queue-Count.
           MOVE 0 TO WS-Queue-Last-Num.
           MOVE "N" TO WS-Queue-Over-Sw.
           MOVE "N" TO WS-Queue-Load-Fail-Sw.
           MOVE "N" TO WS-Queue-EOF-Sw.
           OPEN INPUT Approval-File.
           EVALUATE TRUE
               WHEN WS-Approval-Status = "35"
                   CONTINUE
               WHEN WS-Approval-Status NOT = "00"
                   SET WS-Queue-Load-Failed TO TRUE
               WHEN OTHER
                   PERFORM 4110-READ-NEXT-ITEM THRU 4110-EXIT
                   PERFORM 4120-LOAD-ONE-ITEM THRU 4120-EXIT
                       UNTIL WS-Queue-EOF
                   CLOSE Approval-File
           END-EVALUATE.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

       4110-READ-NEXT-ITEM.
           READ Approval-File
               AT END
                   SET WS-Queue-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 4110-EXIT.
       4110-EXIT.
           EXIT.

       4120-LOAD-ONE-ITEM.
           EVALUATE TRUE
               WHEN Approval-Rec = SPACES
                   CONTINUE
               WHEN APH-Tag = "HDR"
                   IF APH-Last-Num NUMERIC
                       MOVE APH-Last-Num TO WS-Queue-Last-Num
                   END-IF
               WHEN WS-Queue-Count < WS-Max-Queue-Entries
                   ADD 1 TO WS-Queue-Count
                   MOVE Approval-Rec
                     TO WS-Queue-Entry(WS-Queue-Count)
               WHEN OTHER
                   SET WS-Queue-Overflow TO TRUE
           END-EVALUATE.
           PERFORM 4110-READ-NEXT-ITEM THRU 4110-EXIT.
           GO TO 4120-EXIT.
       4120-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4200-REWRITE-QUEUE - header first (the last number issued
      *  is carried unchanged - only CobMerge issues numbers), then
      *  every entry still pending or approved.  WS-Queue-Rewritten
      *  is set only once the queue is on disk - the report lines
      *  and confirmations wait on it.
      *-------------------------------------------------------------
       4200-REWRITE-QUEUE.
           MOVE "N" TO WS-Queue-Rewritten-Sw.
           OPEN OUTPUT Approval-File.
           IF WS-Approval-Status NOT = "00"
               DISPLAY "COBAPRV: Approval.dat NOT REWRITTEN (STATUS="
                       WS-Approval-Status ") - NO CHANGE MADE."
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO Approval-Rec.
           MOVE "HDR"             TO APH-Tag.
           MOVE ","               TO APH-Sep-1.
           MOVE WS-Queue-Last-Num TO APH-Last-Num.
           WRITE Approval-Rec.
           PERFORM 4210-WRITE-ONE-ITEM THRU 4210-EXIT
               VARYING WS-Queue-Index FROM 1 BY 1
               UNTIL WS-Queue-Index > WS-Queue-Count.
           CLOSE Approval-File.
           SET WS-Queue-Rewritten TO TRUE.
           GO TO 4200-EXIT.
       4200-EXIT.
           EXIT.

       4210-WRITE-ONE-ITEM.
           IF NOT WS-Q-Is-Dropped(WS-Queue-Index)
               MOVE WS-Queue-Entry(WS-Queue-Index) TO Approval-Rec
               WRITE Approval-Rec
           END-IF.
           GO TO 4210-EXIT.
       4210-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  4300-REPORT-ONE-ITEM - append one declined or expired item
      *  to the permanent approval report: date, what happened, the
      *  item and who submitted it when, the operator, the reason
      *  and the payload as staged.  Only a missing-file status may
      *  fall back to OPEN OUTPUT.
      *-------------------------------------------------------------
       4300-REPORT-ONE-ITEM.
           OPEN EXTEND Approval-Report-File.
           IF WS-Report-Status = "35"
               OPEN OUTPUT Approval-Report-File
           END-IF.
           IF WS-Report-Status NOT = "00"
               DISPLAY "COBAPRV: Approval.rpt NOT APPENDED (STATUS="
                       WS-Report-Status ")."
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO Approval-Report-Rec.
           STRING WS-Run-Date " " WS-Report-Action
                  " ITEM " WS-Q-Item-Num(WS-Queue-Index)
                  " " WS-Q-Source(WS-Queue-Index)
                  " SUBMITTED " WS-Q-Submit-Date(WS-Queue-Index)
                  " BY " WS-Q-Submitter(WS-Queue-Index)
                  " OPERATOR " WS-Operator
                  " " WS-Decline-Reason
                  " " WS-Q-Payload(WS-Queue-Index)
                  DELIMITED BY SIZE INTO Approval-Report-Rec.
           WRITE Approval-Report-Rec.
           CLOSE Approval-Report-File.
           GO TO 4300-EXIT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  5000-DAY-NUMBER - WS-Day-Date (YYYYMMDD) to a day count
      *  from a fixed origin.  January and February count as months
      *  13 and 14 of the year before, which puts the leap day at
      *  the end of the counting year; the month term then steps
      *  by that month's length.
      *-------------------------------------------------------------
       5000-DAY-NUMBER.
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
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       END PROGRAM CobAprv.
