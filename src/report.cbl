      *                 envelope), and headcount movement by       *
      *                 department between the month's first and   *
      *                 last archived Output.csv.                  *
      *  10/15/2026 DO  Run-history row widened for the feed       *
      *                 schedule; each feed's block now shows its  *
      *                 on-time arrival record for the month (on   *
      *                 time, late, missed, not due, extra), and   *
      *                 not-due days no longer count as missing.   *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobRept YYYYMM                                    *
           05  RH-Merged-Count         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RH-Checksum             PIC 9(11).
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

      *    Archived-generation catalog - one run date per line
       FD  Catalog-File.
               10  WS-Feed-Days-Empty  PIC 9(3).
               10  WS-Feed-Valid-Total PIC 9(9).
               10  WS-Feed-Rej-Total   PIC 9(9).
               10  WS-Feed-On-Time     PIC 9(3).
               10  WS-Feed-Late        PIC 9(3).
               10  WS-Feed-Missed      PIC 9(3).
               10  WS-Feed-Not-Due     PIC 9(3).
               10  WS-Feed-Extra       PIC 9(3).

       77  WS-Feed-Volume              PIC 9(9)    VALUE 0.
       77  WS-Feed-Rate-Pct            PIC 9(3)    VALUE 0.
       77  WS-Feed-Daily-Avg           PIC 9(7)    VALUE 0.
       77  WS-Feed-Due-Days            PIC 9(3)    VALUE 0.
       77  WS-Feed-On-Time-Pct         PIC 9(3)    VALUE 0.

      *-----------------------------------------------------------*
      *  Headcount-movement work areas - per-department counts     *
               MOVE 0 TO WS-Feed-Days-Empty(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Valid-Total(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Rej-Total(WS-Feed-Index)
               MOVE 0 TO WS-Feed-On-Time(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Late(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Missed(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Not-Due(WS-Feed-Index)
               MOVE 0 TO WS-Feed-Extra(WS-Feed-Index)
           END-IF.
      *    Arrival against the feed schedule; rows from before the
      *    schedule carry no state and count toward none of these.
      *    A day the feed was not due is neither a run day for its
      *    averages nor a missing day.
           EVALUATE TRUE
               WHEN RH-Arrived-On-Time
                   ADD 1 TO WS-Feed-On-Time(WS-Feed-Index)
               WHEN RH-Arrived-Late
                   ADD 1 TO WS-Feed-Late(WS-Feed-Index)
               WHEN RH-Never-Arrived
                   ADD 1 TO WS-Feed-Missed(WS-Feed-Index)
               WHEN RH-Arrived-Not-Due
                   ADD 1 TO WS-Feed-Extra(WS-Feed-Index)
               WHEN RH-Not-Due
                   ADD 1 TO WS-Feed-Not-Due(WS-Feed-Index)
                   GO TO 2020-NEXT
           END-EVALUATE.
           ADD 1 TO WS-Feed-Days-Seen(WS-Feed-Index).
           ADD RH-Valid-Count TO WS-Feed-Valid-Total(WS-Feed-Index).
           ADD RH-Reject-Count TO WS-Feed-Rej-Total(WS-Feed-Index).

      *=============================================================
      *  3000-REPORT-FEED-TRENDS - one block per feed: volume,      *
      *  daily average, reject rate, the empty days, and its        *
      *  on-time arrival record against the feed schedule.          *
      *=============================================================
       3000-REPORT-FEED-TRENDS.
           MOVE SPACES TO WS-Report-Line.
                  " DAILY AVG " WS-Feed-Daily-Avg
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
      *    On-time record - the share of the days the feed was due
      *    that it arrived by its cutoff.
           ADD WS-Feed-On-Time(WS-Feed-Index)
               WS-Feed-Late(WS-Feed-Index)
               WS-Feed-Missed(WS-Feed-Index)
               GIVING WS-Feed-Due-Days.
           IF WS-Feed-Due-Days = 0
               MOVE 0 TO WS-Feed-On-Time-Pct
           ELSE
               COMPUTE WS-Feed-On-Time-Pct
                   = (WS-Feed-On-Time(WS-Feed-Index) * 100)
                     / WS-Feed-Due-Days
           END-IF.
           MOVE SPACES TO WS-Report-Line.
           STRING "     ON TIME " WS-Feed-On-Time(WS-Feed-Index)
                  " LATE " WS-Feed-Late(WS-Feed-Index)
                  " MISSED " WS-Feed-Missed(WS-Feed-Index)
                  " ON-TIME RATE " WS-Feed-On-Time-Pct " PCT"
                  " NOT DUE " WS-Feed-Not-Due(WS-Feed-Index)
                  " EXTRA " WS-Feed-Extra(WS-Feed-Index)
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.
