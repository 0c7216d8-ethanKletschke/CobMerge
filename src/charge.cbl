       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobCharge.
       AUTHOR. D-OKONKWO.
       INSTALLATION. CENTRAL-DATA-PROCESSING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      *  MODIFICATION HISTORY                                     *
      *  DATE       BY  DESCRIPTION                                *
      *  ---------- --- --------------------------------------    *
      *  10/15/2026 DO  Initial version - monthly departmental     *
      *                 chargeback.  Counts active user-days per   *
      *                 Dept-Code from every archived Output.csv   *
      *                 generation of the month (via Archive.cat), *
      *                 prices them from the per-department rate   *
      *                 table (ChargeRate.dat) and writes the GL   *
      *                 interface file (ChargeGL.dat, HDR/TRL      *
      *                 envelope) with a register that balances to *
      *                 its trailer.  Departments with no rate, or *
      *                 not active on DeptRef.dat, are held out of *
      *                 the GL file in an exceptions section.      *
      *  10/15/2026 DO  A generation that stands for no days (the  *
      *                 carry-in when the month's own first run is *
      *                 on the 1st) is no longer read, so it adds  *
      *                 no zero-day departments to the charges.    *
      *-----------------------------------------------------------*
      *                                                            *
      *  USAGE:  CobCharge YYYYMM   (a month that has ended)       *
      *  OUTPUT: ChargeGL.dat, Chargeback.rpt                      *
      *                                                            *
      *  Each archived generation stands for every day from its    *
      *  run date up to the day before the next generation; the    *
      *  month's last generation runs to month end, and the last   *
      *  generation before the month covers any days ahead of the  *
      *  month's first.  Days no generation covers are listed and  *
      *  not charged, so Retain.ctl must keep at least 32          *
      *  generations for the month to be billed in full.           *
      *                                                            *
      *  RATE TABLE (ChargeRate.dat) - one "dept,nnnn.nnnn" line   *
      *  per department: the charge per active user per day.       *
      *                                                            *
      *  RETURN-CODE 8 - exceptions or uncovered days; 12 - no     *
      *  usable generation, nothing written.                        *
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

      *    Generic date-stamped archived output - re-assigned for
      *    each generation the month uses.
           SELECT Archive-File ASSIGN TO DYNAMIC WS-Archive-Filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Archive-Status.

      *    Department reference table - code, name, active flag
           SELECT Dept-File ASSIGN TO "DeptRef.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Dept-Status.

      *    Per-department daily rate.  FILE STATUS lets a missing
      *    table report every department as unrated, not abend.
           SELECT Rate-File ASSIGN TO "ChargeRate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rate-Status.

      *    GL interface file - HDR, one charge per department, TRL
      *    with the record count and amount total.
           SELECT GL-File ASSIGN TO "ChargeGL.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    The chargeback register
           SELECT Report-File ASSIGN TO "Chargeback.rpt"
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

      *    Department reference table - "code,name,active-flag"
       FD  Dept-File.
       01  Dept-Rec                    PIC X(30).

      *    Rate line - "dept,nnnn.nnnn".  The parts stay apart so a
      *    mistyped rate is reported instead of abending the load.
       FD  Rate-File.
       01  Rate-Rec.
           05  RTE-Dept-Code           PIC X(04).
           05  RTE-Sep-1               PIC X(01).
           05  RTE-Rate-Whole          PIC X(04).
           05  RTE-Rate-Point          PIC X(01).
           05  RTE-Rate-Frac           PIC X(04).
           05  FILLER                  PIC X(06).
       01  Rate-Numeric-Rec.
           05  FILLER                  PIC X(05).
           05  RTN-Rate-Whole          PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RTN-Rate-Frac           PIC 9(04).
           05  FILLER                  PIC X(06).

      *    GL interface record - HDR/TRL lines or one charge
       FD  GL-File.
       01  GL-Rec                      PIC X(40).

      *    Register line
       FD  Report-File.
       01  Report-Rec                  PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------*
      *  Run-control switches and constants                       *
      *-----------------------------------------------------------*
       77  WS-Catalog-Status           PIC X(02)   VALUE "00".
       77  WS-Archive-Status           PIC X(02)   VALUE "00".
       77  WS-Dept-Status              PIC X(02)   VALUE "00".
       77  WS-Rate-Status              PIC X(02)   VALUE "00".
       77  WS-Archive-Filename         PIC X(40)   VALUE SPACES.
       77  WS-Catalog-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Catalog-EOF                      VALUE "Y".
       77  WS-Archive-EOF-Sw           PIC X(01)   VALUE "N".
           88  WS-Archive-EOF                      VALUE "Y".
       77  WS-Dept-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Dept-EOF                         VALUE "Y".
       77  WS-Rate-EOF-Sw              PIC X(01)   VALUE "N".
           88  WS-Rate-EOF                         VALUE "Y".
       77  WS-Swapped-Sw               PIC X(01)   VALUE "N".
           88  WS-Swapped                          VALUE "Y".

       77  WS-Command-Parm             PIC X(40)   VALUE SPACES.
       77  WS-Run-Date                 PIC X(08)   VALUE SPACES.
       77  WS-Charge-Month             PIC X(06)   VALUE SPACES.

      *    The month being billed, split for the month-end day
       01  WS-Month-Parts.
           05  WS-Month-Year           PIC 9(04).
           05  WS-Month-Number         PIC 9(02).

       01  WS-Days-In-Month-Values     PIC X(24)
                                       VALUE "312831303130313130313031".
       01  WS-Days-In-Month-Table REDEFINES WS-Days-In-Month-Values.
           05  WS-Days-In-Month        PIC 9(02) OCCURS 12 TIMES.

       77  WS-Month-End-Day            PIC 9(02)   VALUE 0.
       77  WS-Leap-Quotient            PIC 9(04)   VALUE 0.
       77  WS-Leap-Remainder           PIC 9(04)   VALUE 0.

      *-----------------------------------------------------------*
      *  The month's generations - the carry-in (last generation   *
      *  before the month, if any) and every cataloged run date in *
      *  the month, each with the days it stands for.              *
      *-----------------------------------------------------------*
       77  WS-Max-Gen-Entries          PIC 9(2)    VALUE 40.
       77  WS-Gen-Count                PIC 9(2)    VALUE 0.
       77  WS-Gen-Index                PIC 9(2)    VALUE 0.
       77  WS-Carry-In-Date            PIC X(08)   VALUE SPACES.
       77  WS-Gen-End-Day              PIC 9(02)   VALUE 0.
       77  WS-Covered-Days             PIC 9(02)   VALUE 0.
       77  WS-Uncovered-Days           PIC 9(02)   VALUE 0.
       77  WS-Gen-Read-Count           PIC 9(2)    VALUE 0.

       01  WS-Gen-Table.
           05  WS-Gen-Entry OCCURS 40 TIMES.
               10  WS-Gen-Date         PIC X(08).
               10  WS-Gen-Date-Parts REDEFINES WS-Gen-Date.
                   15  FILLER          PIC X(06).
                   15  WS-Gen-Day      PIC 9(02).
               10  WS-Gen-Start-Day    PIC 9(02).
               10  WS-Gen-Weight       PIC 9(02).
               10  WS-Gen-Read-Flag    PIC X(01).

      *-----------------------------------------------------------*
      *  Department reference table, loaded from DeptRef.dat      *
      *-----------------------------------------------------------*
       77  WS-Max-Dept-Entries         PIC 9(2)    VALUE 50.
       77  WS-Dept-Count               PIC 9(2)    VALUE 0.
       77  WS-Dept-Index               PIC 9(2)    VALUE 0.
       77  WS-Dept-Hit                 PIC 9(2)    VALUE 0.

       01  WS-Dept-Table.
           05  WS-Dept-Entry OCCURS 50 TIMES.
               10  WS-Dept-Code        PIC X(04).
               10  WS-Dept-Name        PIC X(20).
               10  WS-Dept-Active-Flag PIC X(01).
                   88  WS-Dept-Is-Active         VALUE "A".

      *-----------------------------------------------------------*
      *  Rate table, loaded from ChargeRate.dat                    *
      *-----------------------------------------------------------*
       77  WS-Max-Rate-Entries         PIC 9(2)    VALUE 99.
       77  WS-Rate-Count               PIC 9(2)    VALUE 0.
       77  WS-Rate-Index               PIC 9(2)    VALUE 0.
       77  WS-Rate-Hit                 PIC 9(2)    VALUE 0.

       01  WS-Rate-Table.
           05  WS-Rate-Entry OCCURS 99 TIMES.
               10  WS-Rate-Dept        PIC X(04).
               10  WS-Rate-Value       PIC 9(4)V9(4).

      *-----------------------------------------------------------*
      *  Per-department charge table - user-days counted from the  *
      *  generations, then the rate, DeptRef state and amount.     *
      *-----------------------------------------------------------*
       77  WS-Max-Chg-Entries          PIC 9(2)    VALUE 99.
       77  WS-Chg-Count                PIC 9(2)    VALUE 0.
       77  WS-Chg-Index                PIC 9(2)    VALUE 0.
       77  WS-Chg-Hit                  PIC 9(2)    VALUE 0.
       77  WS-Chg-Over-Sw              PIC X(01)   VALUE "N".
           88  WS-Chg-Overflow                     VALUE "Y".
       77  WS-Overflow-Days            PIC 9(9)    VALUE 0.

       01  WS-Chg-Table.
           05  WS-Chg-Entry OCCURS 99 TIMES.
               10  WS-Chg-Dept         PIC X(04).
               10  WS-Chg-User-Days    PIC 9(9).
               10  WS-Chg-Rate         PIC 9(4)V9(4).
               10  WS-Chg-Amount       PIC 9(9)V99.
               10  WS-Chg-Name         PIC X(20).
               10  WS-Chg-State        PIC X(01).
                   88  WS-Chg-Billable           VALUE "B".
                   88  WS-Chg-No-Rate            VALUE "R".
                   88  WS-Chg-Dept-Inactive      VALUE "I".
                   88  WS-Chg-Dept-Unknown       VALUE "U".

       01  WS-Chg-Hold                 PIC X(53).

      *-----------------------------------------------------------*
      *  Totals and the GL envelope                               *
      *-----------------------------------------------------------*
       77  WS-Register-Total           PIC 9(11)V99 VALUE 0.
       77  WS-Register-Days            PIC 9(11)   VALUE 0.
       77  WS-GL-Total                 PIC 9(11)V99 VALUE 0.
       77  WS-GL-Count                 PIC 9(9)    VALUE 0.
       77  WS-Exception-Count          PIC 9(3)    VALUE 0.
       77  WS-Exception-Days           PIC 9(11)   VALUE 0.

       01  WS-GL-Header.
           05  WS-GL-Hdr-Tag           PIC X(03)   VALUE "HDR".
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Hdr-Name          PIC X(20)   VALUE "COBCHARGE GL".
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Hdr-Date          PIC X(08)   VALUE SPACES.

       01  WS-GL-Detail.
           05  WS-GL-Dept              PIC X(04).
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Period            PIC X(06).
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-User-Days         PIC 9(09).
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Amount            PIC 9(09).99.

       01  WS-GL-Trailer.
           05  WS-GL-Trl-Tag           PIC X(03)   VALUE "TRL".
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Trl-Count         PIC 9(09)   VALUE 0.
           05  FILLER                  PIC X(01)   VALUE ",".
           05  WS-GL-Trl-Amount        PIC 9(11).99.

      *-----------------------------------------------------------*
      *  Register line work areas                                 *
      *-----------------------------------------------------------*
       77  WS-Days-Edited              PIC ZZZ,ZZZ,ZZ9.
       77  WS-Rate-Edited              PIC Z,ZZ9.9999.
       77  WS-Amount-Edited            PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-Total-Edited             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-Total-Days-Edited        PIC ZZ,ZZZ,ZZZ,ZZ9.
       77  WS-Chg-Reason               PIC X(30)   VALUE SPACES.
       01  WS-Report-Line              PIC X(100)  VALUE SPACES.

       PROCEDURE DIVISION.
      *=============================================================
       0000-MAINLINE.
      *=============================================================
           ACCEPT WS-Command-Parm FROM COMMAND-LINE.
           MOVE WS-Command-Parm(1:6) TO WS-Charge-Month.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Charge-Month TO WS-Month-Parts.
           IF WS-Charge-Month NOT NUMERIC
              OR WS-Month-Number < 1 OR WS-Month-Number > 12
               DISPLAY "COBCHARGE: USAGE IS CobCharge YYYYMM"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Charge-Month NOT < WS-Run-Date(1:6)
               DISPLAY "COBCHARGE: " WS-Charge-Month " HAS NOT ENDED"
                       " - ONLY A COMPLETE MONTH CAN BE BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FIND-GENERATIONS THRU 2000-EXIT.
           IF WS-Gen-Count = 0
               MOVE SPACES TO WS-Report-Line
               STRING "NO ARCHIVED OUTPUT COVERS " WS-Charge-Month
                      " IN Archive.cat - NOTHING BILLED, ChargeGL.dat"
                      " NOT WRITTEN."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               CLOSE Report-File
               DISPLAY "COBCHARGE: NO ARCHIVED OUTPUT FOR "
                       WS-Charge-Month " - NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-COUNT-USER-DAYS THRU 3000-EXIT.
           IF WS-Gen-Read-Count = 0
               MOVE SPACES TO WS-Report-Line
               STRING "NO ARCHIVED OUTPUT FOR THE MONTH COULD BE "
                      "READ - NOTHING BILLED, ChargeGL.dat NOT "
                      "WRITTEN."
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               CLOSE Report-File
               DISPLAY "COBCHARGE: NO ARCHIVED OUTPUT READABLE FOR "
                       WS-Charge-Month " - NOTHING BILLED."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3500-SORT-CHARGE-TABLE THRU 3500-EXIT.
           PERFORM 4000-PRICE-DEPARTMENTS THRU 4000-EXIT.
           PERFORM 5000-WRITE-GL-AND-REGISTER THRU 5000-EXIT.
           PERFORM 6000-WRITE-EXCEPTIONS THRU 6000-EXIT.
           CLOSE Report-File.
           IF WS-Exception-Count > 0 OR WS-Uncovered-Days > 0
              OR WS-Chg-Overflow
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-GL-Total TO WS-Total-Edited.
           DISPLAY "COBCHARGE: " WS-Charge-Month " BILLED - "
                   WS-GL-Count " DEPARTMENT(S), TOTAL "
                   WS-Total-Edited ", " WS-Exception-Count
                   " EXCEPTION(S). SEE Chargeback.rpt.".
           STOP RUN.

      *=============================================================
      *  1000-INITIALIZE - month-end day, reference tables and the  *
      *  register heading.                                           *
      *=============================================================
       1000-INITIALIZE.
           MOVE WS-Days-In-Month(WS-Month-Number) TO WS-Month-End-Day.
           IF WS-Month-Number = 2
               DIVIDE WS-Month-Year BY 4 GIVING WS-Leap-Quotient
                   REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder = 0
                   MOVE 29 TO WS-Month-End-Day
                   DIVIDE WS-Month-Year BY 100 GIVING WS-Leap-Quotient
                       REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = 0
                       DIVIDE WS-Month-Year BY 400
                           GIVING WS-Leap-Quotient
                           REMAINDER WS-Leap-Remainder
                       IF WS-Leap-Remainder NOT = 0
                           MOVE 28 TO WS-Month-End-Day
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1100-LOAD-DEPT-TABLE THRU 1100-EXIT.
           PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
           OPEN OUTPUT Report-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "COBCHARGE DEPARTMENTAL CHARGEBACK REGISTER FOR "
                  WS-Charge-Month "  RUN " WS-Run-Date
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Rate-Count = 0
               MOVE SPACES TO WS-Report-Line
               STRING "*** ChargeRate.dat MISSING OR EMPTY - EVERY "
                      "DEPARTMENT IS AN EXCEPTION ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           GO TO 1000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1100-LOAD-DEPT-TABLE - names and active flags; a missing
      *  DeptRef.dat makes every department "not on DeptRef".
      *-------------------------------------------------------------
       1100-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Count.
           MOVE "N" TO WS-Dept-EOF-Sw.
           OPEN INPUT Dept-File.
           IF WS-Dept-Status NOT = "00"
               DISPLAY "COBCHARGE: DeptRef.dat NOT FOUND (STATUS="
                       WS-Dept-Status ")."
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
                   DISPLAY "COBCHARGE: DEPT " Dept-Rec(1:4)
                           " EXCEEDS THE " WS-Max-Dept-Entries
                           "-ENTRY LIMIT AND WAS NOT LOADED."
               END-IF
           END-IF.
           PERFORM 1110-READ-NEXT-DEPT-REC THRU 1110-EXIT.
           GO TO 1120-EXIT.
       1120-EXIT.
           EXIT.

       1130-MATCH-ONE-DEPT.
           IF WS-Dept-Code(WS-Dept-Index) = WS-Chg-Dept(WS-Chg-Index)
               MOVE WS-Dept-Index TO WS-Dept-Hit
           END-IF.
           GO TO 1130-EXIT.
       1130-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  1200-LOAD-RATE-TABLE - a rate line that is not
      *  "dept,nnnn.nnnn", or repeats a department, is reported and
      *  left out; that department then bills as an exception.
      *-------------------------------------------------------------
       1200-LOAD-RATE-TABLE.
           MOVE 0 TO WS-Rate-Count.
           MOVE "N" TO WS-Rate-EOF-Sw.
           OPEN INPUT Rate-File.
           IF WS-Rate-Status NOT = "00"
               DISPLAY "COBCHARGE: ChargeRate.dat NOT FOUND (STATUS="
                       WS-Rate-Status ")."
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-NEXT-RATE THRU 1210-EXIT.
           PERFORM 1220-LOAD-ONE-RATE THRU 1220-EXIT
               UNTIL WS-Rate-EOF.
           CLOSE Rate-File.
           GO TO 1200-EXIT.
       1200-EXIT.
           EXIT.

       1210-READ-NEXT-RATE.
           READ Rate-File
               AT END
                   SET WS-Rate-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 1210-EXIT.
       1210-EXIT.
           EXIT.

       1220-LOAD-ONE-RATE.
           IF Rate-Rec = SPACES
               GO TO 1220-NEXT
           END-IF.
           IF RTE-Rate-Whole NOT NUMERIC
              OR RTE-Rate-Point NOT = "."
              OR RTE-Rate-Frac NOT NUMERIC
               DISPLAY "COBCHARGE: RATE LINE NOT dept,nnnn.nnnn - "
                       "IGNORED: " Rate-Rec
               GO TO 1220-NEXT
           END-IF.
           MOVE 0 TO WS-Rate-Hit.
           PERFORM 1230-MATCH-ONE-RATE THRU 1230-EXIT
               VARYING WS-Rate-Index FROM 1 BY 1
               UNTIL WS-Rate-Index > WS-Rate-Count
                  OR WS-Rate-Hit > 0.
           IF WS-Rate-Hit > 0
               DISPLAY "COBCHARGE: SECOND RATE FOR DEPT "
                       RTE-Dept-Code " IGNORED - FIRST ONE USED."
               GO TO 1220-NEXT
           END-IF.
           IF WS-Rate-Count NOT < WS-Max-Rate-Entries
               DISPLAY "COBCHARGE: RATE FOR DEPT " RTE-Dept-Code
                       " EXCEEDS THE " WS-Max-Rate-Entries
                       "-ENTRY LIMIT AND WAS NOT LOADED."
               GO TO 1220-NEXT
           END-IF.
           ADD 1 TO WS-Rate-Count.
           MOVE RTE-Dept-Code TO WS-Rate-Dept(WS-Rate-Count).
           COMPUTE WS-Rate-Value(WS-Rate-Count) =
               RTN-Rate-Whole + RTN-Rate-Frac / 10000.
       1220-NEXT.
           PERFORM 1210-READ-NEXT-RATE THRU 1210-EXIT.
           GO TO 1220-EXIT.
       1220-EXIT.
           EXIT.

       1230-MATCH-ONE-RATE.
           IF WS-Rate-Dept(WS-Rate-Index) = RTE-Dept-Code
               MOVE WS-Rate-Index TO WS-Rate-Hit
           END-IF.
           GO TO 1230-EXIT.
       1230-EXIT.
           EXIT.

      *=============================================================
      *  2000-FIND-GENERATIONS - from the catalog (oldest first),   *
      *  the carry-in generation and the month's own run dates,     *
      *  then the days each one stands for.                         *
      *=============================================================
       2000-FIND-GENERATIONS.
           MOVE 0 TO WS-Gen-Count.
           MOVE SPACES TO WS-Carry-In-Date.
           MOVE "N" TO WS-Catalog-EOF-Sw.
           OPEN INPUT Catalog-File.
           IF WS-Catalog-Status NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-NEXT-CATALOG THRU 2010-EXIT.
           PERFORM 2020-NOTE-ONE-CATALOG THRU 2020-EXIT
               UNTIL WS-Catalog-EOF.
           CLOSE Catalog-File.
      *    The carry-in goes in front of the month's own dates and
      *    stands for the days up to the first of them.
           IF WS-Carry-In-Date NOT = SPACES
               IF WS-Gen-Count < WS-Max-Gen-Entries
                   PERFORM 2030-SHIFT-ONE-GEN THRU 2030-EXIT
                       VARYING WS-Gen-Index FROM WS-Gen-Count BY -1
                       UNTIL WS-Gen-Index < 1
                   ADD 1 TO WS-Gen-Count
                   MOVE WS-Carry-In-Date TO WS-Gen-Date(1)
                   MOVE 1 TO WS-Gen-Start-Day(1)
               END-IF
           END-IF.
           IF WS-Gen-Count = 0
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-WEIGH-ONE-GEN THRU 2100-EXIT
               VARYING WS-Gen-Index FROM 1 BY 1
               UNTIL WS-Gen-Index > WS-Gen-Count.
           MOVE 0 TO WS-Uncovered-Days.
           IF WS-Gen-Start-Day(1) > 1
               SUBTRACT 1 FROM WS-Gen-Start-Day(1)
                   GIVING WS-Uncovered-Days
           END-IF.
           GO TO 2000-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-NEXT-CATALOG.
           READ Catalog-File
               AT END
                   SET WS-Catalog-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 2010-EXIT.
       2010-EXIT.
           EXIT.

       2020-NOTE-ONE-CATALOG.
           IF Catalog-Rec(1:8) NOT NUMERIC
               GO TO 2020-NEXT
           END-IF.
           IF Catalog-Rec(1:6) < WS-Charge-Month
               MOVE Catalog-Rec(1:8) TO WS-Carry-In-Date
               GO TO 2020-NEXT
           END-IF.
           IF Catalog-Rec(1:6) = WS-Charge-Month
               IF WS-Gen-Count < WS-Max-Gen-Entries
                   ADD 1 TO WS-Gen-Count
                   MOVE Catalog-Rec(1:8) TO WS-Gen-Date(WS-Gen-Count)
                   MOVE WS-Gen-Day(WS-Gen-Count)
                     TO WS-Gen-Start-Day(WS-Gen-Count)
               END-IF
           END-IF.
       2020-NEXT.
           PERFORM 2010-READ-NEXT-CATALOG THRU 2010-EXIT.
           GO TO 2020-EXIT.
       2020-EXIT.
           EXIT.

       2030-SHIFT-ONE-GEN.
           MOVE WS-Gen-Entry(WS-Gen-Index)
             TO WS-Gen-Entry(WS-Gen-Index + 1).
           GO TO 2030-EXIT.
       2030-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  2100-WEIGH-ONE-GEN - a generation stands for its start day
      *  through the day before the next generation starts (month
      *  end for the last one).
      *-------------------------------------------------------------
       2100-WEIGH-ONE-GEN.
           MOVE "N" TO WS-Gen-Read-Flag(WS-Gen-Index).
           IF WS-Gen-Index < WS-Gen-Count
               SUBTRACT 1 FROM WS-Gen-Start-Day(WS-Gen-Index + 1)
                   GIVING WS-Gen-End-Day
           ELSE
               MOVE WS-Month-End-Day TO WS-Gen-End-Day
           END-IF.
           COMPUTE WS-Gen-Weight(WS-Gen-Index) =
               WS-Gen-End-Day - WS-Gen-Start-Day(WS-Gen-Index) + 1.
           GO TO 2100-EXIT.
       2100-EXIT.
           EXIT.

      *=============================================================
      *  3000-COUNT-USER-DAYS - each generation's Status "A"        *
      *  records, per Dept-Code, times the days it stands for.  A   *
      *  generation that cannot be read leaves its days uncovered.  *
      *=============================================================
       3000-COUNT-USER-DAYS.
           MOVE 0 TO WS-Chg-Count.
           MOVE 0 TO WS-Gen-Read-Count.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 1 - GENERATIONS USED" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 3100-COUNT-ONE-GENERATION THRU 3100-EXIT
               VARYING WS-Gen-Index FROM 1 BY 1
               UNTIL WS-Gen-Index > WS-Gen-Count.
           COMPUTE WS-Covered-Days =
               WS-Month-End-Day - WS-Uncovered-Days.
           MOVE SPACES TO WS-Report-Line.
           STRING "DAYS COVERED: " WS-Covered-Days " OF "
                  WS-Month-End-Day
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-Uncovered-Days > 0
               MOVE SPACES TO WS-Report-Line
               STRING "*** " WS-Uncovered-Days " DAY(S) OF THE MONTH"
                      " HAVE NO READABLE GENERATION AND ARE NOT "
                      "CHARGED ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           IF WS-Chg-Overflow
               MOVE SPACES TO WS-Report-Line
               STRING "*** MORE THAN " WS-Max-Chg-Entries
                      " DEPT-CODES - " WS-Overflow-Days
                      " USER-DAYS NOT CHARGED ***"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           GO TO 3000-EXIT.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-GENERATION.
      *    Nothing to charge from a generation covering no days -
      *    reading it would only seed departments with zero days.
           IF WS-Gen-Weight(WS-Gen-Index) = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-Archive-Filename.
           STRING "Output-" WS-Gen-Date(WS-Gen-Index) ".csv"
               DELIMITED BY SIZE INTO WS-Archive-Filename.
           MOVE "N" TO WS-Archive-EOF-Sw.
           OPEN INPUT Archive-File.
           IF WS-Archive-Status NOT = "00"
               ADD WS-Gen-Weight(WS-Gen-Index) TO WS-Uncovered-Days
               MOVE SPACES TO WS-Report-Line
               STRING "  " WS-Archive-Filename(1:24)
                      " NOT READABLE (STATUS=" WS-Archive-Status
                      ") - " WS-Gen-Weight(WS-Gen-Index)
                      " DAY(S) NOT CHARGED"
                      DELIMITED BY SIZE INTO WS-Report-Line
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-Gen-Read-Count.
           MOVE "Y" TO WS-Gen-Read-Flag(WS-Gen-Index).
           PERFORM 3110-READ-NEXT-ARCHIVE THRU 3110-EXIT.
           PERFORM 3120-COUNT-ONE-RECORD THRU 3120-EXIT
               UNTIL WS-Archive-EOF.
           CLOSE Archive-File.
           MOVE SPACES TO WS-Report-Line.
           STRING "  " WS-Archive-Filename(1:24) " DAYS "
                  WS-Gen-Start-Day(WS-Gen-Index) " ON - WEIGHT "
                  WS-Gen-Weight(WS-Gen-Index) " DAY(S)"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 3100-EXIT.
       3100-EXIT.
           EXIT.

       3110-READ-NEXT-ARCHIVE.
           READ Archive-File
               AT END
                   SET WS-Archive-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           GO TO 3110-EXIT.
       3110-EXIT.
           EXIT.

       3120-COUNT-ONE-RECORD.
           IF ARC-Status NOT = "A"
               GO TO 3120-NEXT
           END-IF.
           MOVE 0 TO WS-Chg-Hit.
           PERFORM 3130-MATCH-ONE-CHARGE THRU 3130-EXIT
               VARYING WS-Chg-Index FROM 1 BY 1
               UNTIL WS-Chg-Index > WS-Chg-Count
                  OR WS-Chg-Hit > 0.
           IF WS-Chg-Hit = 0
               IF WS-Chg-Count < WS-Max-Chg-Entries
                   ADD 1 TO WS-Chg-Count
                   MOVE WS-Chg-Count TO WS-Chg-Hit
                   MOVE ARC-Dept-Code TO WS-Chg-Dept(WS-Chg-Hit)
                   MOVE 0 TO WS-Chg-User-Days(WS-Chg-Hit)
               ELSE
                   SET WS-Chg-Overflow TO TRUE
                   ADD WS-Gen-Weight(WS-Gen-Index) TO WS-Overflow-Days
                   GO TO 3120-NEXT
               END-IF
           END-IF.
           ADD WS-Gen-Weight(WS-Gen-Index)
             TO WS-Chg-User-Days(WS-Chg-Hit).
       3120-NEXT.
           PERFORM 3110-READ-NEXT-ARCHIVE THRU 3110-EXIT.
           GO TO 3120-EXIT.
       3120-EXIT.
           EXIT.

       3130-MATCH-ONE-CHARGE.
           IF WS-Chg-Dept(WS-Chg-Index) = ARC-Dept-Code
               MOVE WS-Chg-Index TO WS-Chg-Hit
           END-IF.
           GO TO 3130-EXIT.
       3130-EXIT.
           EXIT.

      *-------------------------------------------------------------
      *  3500-SORT-CHARGE-TABLE - department order for the register
      *  and the GL file; a simple exchange sort, the table is small.
      *-------------------------------------------------------------
       3500-SORT-CHARGE-TABLE.
           MOVE "Y" TO WS-Swapped-Sw.
           PERFORM 3510-SORT-ONE-PASS THRU 3510-EXIT
               UNTIL NOT WS-Swapped.
           GO TO 3500-EXIT.
       3500-EXIT.
           EXIT.

       3510-SORT-ONE-PASS.
           MOVE "N" TO WS-Swapped-Sw.
           PERFORM 3520-ORDER-ONE-PAIR THRU 3520-EXIT
               VARYING WS-Chg-Index FROM 1 BY 1
               UNTIL WS-Chg-Index NOT < WS-Chg-Count.
           GO TO 3510-EXIT.
       3510-EXIT.
           EXIT.

       3520-ORDER-ONE-PAIR.
           IF WS-Chg-Dept(WS-Chg-Index) >
              WS-Chg-Dept(WS-Chg-Index + 1)
               MOVE WS-Chg-Entry(WS-Chg-Index) TO WS-Chg-Hold
               MOVE WS-Chg-Entry(WS-Chg-Index + 1)
                 TO WS-Chg-Entry(WS-Chg-Index)
               MOVE WS-Chg-Hold TO WS-Chg-Entry(WS-Chg-Index + 1)
               SET WS-Swapped TO TRUE
           END-IF.
           GO TO 3520-EXIT.
       3520-EXIT.
           EXIT.

      *=============================================================
      *  4000-PRICE-DEPARTMENTS - rate, DeptRef state and amount    *
      *  for each department that carried users.  Only an active    *
      *  DeptRef department with a rate is billable; the amount is  *
      *  still worked out for the others where a rate exists, so   *
      *  finance can see what is being held back.                  *
      *=============================================================
       4000-PRICE-DEPARTMENTS.
           PERFORM 4100-PRICE-ONE-DEPT THRU 4100-EXIT
               VARYING WS-Chg-Index FROM 1 BY 1
               UNTIL WS-Chg-Index > WS-Chg-Count.
           GO TO 4000-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRICE-ONE-DEPT.
           MOVE 0 TO WS-Chg-Rate(WS-Chg-Index).
           MOVE 0 TO WS-Chg-Amount(WS-Chg-Index).
           MOVE SPACES TO WS-Chg-Name(WS-Chg-Index).
           MOVE 0 TO WS-Rate-Hit.
           MOVE WS-Chg-Dept(WS-Chg-Index) TO RTE-Dept-Code.
           PERFORM 1230-MATCH-ONE-RATE THRU 1230-EXIT
               VARYING WS-Rate-Index FROM 1 BY 1
               UNTIL WS-Rate-Index > WS-Rate-Count
                  OR WS-Rate-Hit > 0.
           MOVE 0 TO WS-Dept-Hit.
           PERFORM 1130-MATCH-ONE-DEPT THRU 1130-EXIT
               VARYING WS-Dept-Index FROM 1 BY 1
               UNTIL WS-Dept-Index > WS-Dept-Count
                  OR WS-Dept-Hit > 0.
           IF WS-Rate-Hit > 0
               MOVE WS-Rate-Value(WS-Rate-Hit)
                 TO WS-Chg-Rate(WS-Chg-Index)
               COMPUTE WS-Chg-Amount(WS-Chg-Index) ROUNDED =
                   WS-Chg-User-Days(WS-Chg-Index)
                 * WS-Rate-Value(WS-Rate-Hit)
           END-IF.
           EVALUATE TRUE
               WHEN WS-Dept-Hit = 0
                   SET WS-Chg-Dept-Unknown(WS-Chg-Index) TO TRUE
               WHEN NOT WS-Dept-Is-Active(WS-Dept-Hit)
                   MOVE WS-Dept-Name(WS-Dept-Hit)
                     TO WS-Chg-Name(WS-Chg-Index)
                   SET WS-Chg-Dept-Inactive(WS-Chg-Index) TO TRUE
               WHEN WS-Rate-Hit = 0
                   MOVE WS-Dept-Name(WS-Dept-Hit)
                     TO WS-Chg-Name(WS-Chg-Index)
                   SET WS-Chg-No-Rate(WS-Chg-Index) TO TRUE
               WHEN OTHER
                   MOVE WS-Dept-Name(WS-Dept-Hit)
                     TO WS-Chg-Name(WS-Chg-Index)
                   SET WS-Chg-Billable(WS-Chg-Index) TO TRUE
           END-EVALUATE.
           GO TO 4100-EXIT.
       4100-EXIT.
           EXIT.

      *=============================================================
      *  5000-WRITE-GL-AND-REGISTER - one GL record and one         *
      *  register line per billable department.  The register      *
      *  total and the trailer total are added up separately and   *
      *  printed side by side as the balancing check.              *
      *=============================================================
       5000-WRITE-GL-AND-REGISTER.
           MOVE 0 TO WS-Register-Total.
           MOVE 0 TO WS-Register-Days.
           MOVE 0 TO WS-GL-Total.
           MOVE 0 TO WS-GL-Count.
           OPEN OUTPUT GL-File.
           MOVE WS-Run-Date TO WS-GL-Hdr-Date.
           MOVE WS-GL-Header TO GL-Rec.
           WRITE GL-Rec.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 2 - CHARGEBACK REGISTER" TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "DEPT NAME                   USER-DAYS      "
                  "RATE/DAY          AMOUNT"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 5100-WRITE-ONE-CHARGE THRU 5100-EXIT
               VARYING WS-Chg-Index FROM 1 BY 1
               UNTIL WS-Chg-Index > WS-Chg-Count.
           MOVE WS-GL-Count TO WS-GL-Trl-Count.
           MOVE WS-GL-Total TO WS-GL-Trl-Amount.
           MOVE WS-GL-Trailer TO GL-Rec.
           WRITE GL-Rec.
           CLOSE GL-File.
           MOVE WS-Register-Total TO WS-Total-Edited.
           MOVE WS-Register-Days TO WS-Total-Days-Edited.
           MOVE SPACES TO WS-Report-Line.
           STRING "REGISTER TOTAL          " WS-Total-Days-Edited
                  "           " WS-Total-Edited
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "GL FILE ChargeGL.dat  RECORDS: " WS-GL-Trl-Count
                  "   TRAILER TOTAL: " WS-GL-Trl-Amount
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           IF WS-GL-Total = WS-Register-Total
               MOVE "GL FILE BALANCES TO THE REGISTER"
                 TO WS-Report-Line
           ELSE
               MOVE "*** GL FILE DOES NOT BALANCE TO THE REGISTER ***"
                 TO WS-Report-Line
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5000-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-CHARGE.
           IF NOT WS-Chg-Billable(WS-Chg-Index)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-Chg-Dept(WS-Chg-Index) TO WS-GL-Dept.
           MOVE WS-Charge-Month TO WS-GL-Period.
           MOVE WS-Chg-User-Days(WS-Chg-Index) TO WS-GL-User-Days.
           MOVE WS-Chg-Amount(WS-Chg-Index) TO WS-GL-Amount.
           MOVE WS-GL-Detail TO GL-Rec.
           WRITE GL-Rec.
           ADD 1 TO WS-GL-Count.
           ADD WS-Chg-Amount(WS-Chg-Index) TO WS-GL-Total.
           ADD WS-Chg-Amount(WS-Chg-Index) TO WS-Register-Total.
           ADD WS-Chg-User-Days(WS-Chg-Index) TO WS-Register-Days.
           MOVE WS-Chg-User-Days(WS-Chg-Index) TO WS-Days-Edited.
           MOVE WS-Chg-Rate(WS-Chg-Index) TO WS-Rate-Edited.
           MOVE WS-Chg-Amount(WS-Chg-Index) TO WS-Amount-Edited.
           MOVE SPACES TO WS-Report-Line.
           STRING WS-Chg-Dept(WS-Chg-Index) " "
                  WS-Chg-Name(WS-Chg-Index) "  " WS-Days-Edited
                  "  " WS-Rate-Edited "  " WS-Amount-Edited
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 5100-EXIT.
       5100-EXIT.
           EXIT.

      *=============================================================
      *  6000-WRITE-EXCEPTIONS - departments held out of the GL     *
      *  file: no rate, inactive on DeptRef.dat, or not on it at    *
      *  all.  Finance decides where these charges go.              *
      *=============================================================
       6000-WRITE-EXCEPTIONS.
           MOVE 0 TO WS-Exception-Count.
           MOVE 0 TO WS-Exception-Days.
           MOVE SPACES TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "SECTION 3 - EXCEPTIONS (NOT IN ChargeGL.dat)"
             TO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-Report-Line.
           STRING "DEPT NAME                   USER-DAYS  "
                  "AMOUNT AT RATE  REASON"
                  DELIMITED BY SIZE INTO WS-Report-Line.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           PERFORM 6100-WRITE-ONE-EXCEPTION THRU 6100-EXIT
               VARYING WS-Chg-Index FROM 1 BY 1
               UNTIL WS-Chg-Index > WS-Chg-Count.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Exception-Count = 0
               MOVE "NONE" TO WS-Report-Line
           ELSE
               STRING "EXCEPTIONS: " WS-Exception-Count
                      "   USER-DAYS HELD OUT: " WS-Exception-Days
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6000-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-EXCEPTION.
           IF WS-Chg-Billable(WS-Chg-Index)
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-Exception-Count.
           ADD WS-Chg-User-Days(WS-Chg-Index) TO WS-Exception-Days.
           EVALUATE TRUE
               WHEN WS-Chg-Dept-Unknown(WS-Chg-Index)
                   MOVE "DEPT NOT ON DeptRef.dat" TO WS-Chg-Reason
               WHEN WS-Chg-Dept-Inactive(WS-Chg-Index)
                   MOVE "DEPT INACTIVE ON DeptRef.dat"
                     TO WS-Chg-Reason
               WHEN OTHER
                   MOVE "NO RATE ON ChargeRate.dat" TO WS-Chg-Reason
           END-EVALUATE.
           MOVE WS-Chg-User-Days(WS-Chg-Index) TO WS-Days-Edited.
           MOVE WS-Chg-Amount(WS-Chg-Index) TO WS-Amount-Edited.
           MOVE SPACES TO WS-Report-Line.
           IF WS-Chg-Rate(WS-Chg-Index) = 0
               STRING WS-Chg-Dept(WS-Chg-Index) " "
                      WS-Chg-Name(WS-Chg-Index) "  " WS-Days-Edited
                      "  " "      NO RATE" "  " WS-Chg-Reason
                      DELIMITED BY SIZE INTO WS-Report-Line
           ELSE
               STRING WS-Chg-Dept(WS-Chg-Index) " "
                      WS-Chg-Name(WS-Chg-Index) "  " WS-Days-Edited
                      WS-Amount-Edited "  " WS-Chg-Reason
                      DELIMITED BY SIZE INTO WS-Report-Line
           END-IF.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           GO TO 6100-EXIT.
       6100-EXIT.
           EXIT.

       8000-WRITE-REPORT-LINE.
           MOVE WS-Report-Line TO Report-Rec.
           WRITE Report-Rec.
           GO TO 8000-EXIT.
       8000-EXIT.
           EXIT.

       END PROGRAM CobCharge.
