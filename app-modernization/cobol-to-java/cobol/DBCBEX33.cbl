      **********************************************************
      * Program name:    DBCBEX33
      * Original author: David Stagowski
      *
      *    Description: Monthly turnover and attrition statistics
      *    off the EMPHIST employment history journal.
      *
      *    HR's monthly turnover pack was being counted by hand off
      *    DBCBEX25 listings. This program reads TURNRQST request
      *    cards:
      *
      *       M yyyymm      - statistics for that month (month in
      *                       columns 3-8)
      *       *             - comment card, ignored
      *
      *    and prints TURNRPT, per card:
      *
      *       - per department for the requested month: opening
      *         headcount, hires, leavers, transfers in, transfers
      *         out, closing headcount, average headcount
      *         ((opening + closing) / 2) and the attrition rate -
      *         leavers as a percentage of the average headcount -
      *         with a company total line;
      *       - the rolling 12-month trend ending with that month:
      *         each department's monthly attrition rate for the 12
      *         months and the 12-month rate (all leavers over the
      *         mean of the monthly average headcounts).
      *
      *    Headcount at each month boundary comes from replaying
      *    the journal backwards from the present: an employee's
      *    state on the 1st of a month is the before side of their
      *    first journal record dated on or after that day, and
      *    with no such record it is their current EMPMAST state
      *    (active in WORKDEPT, or not employed). EMPMAST and
      *    EMPHIST are both in EMPNO order, so one balanced-line
      *    pass over the two gives every employee - including the
      *    ones who predate the journal and never changed, whom the
      *    journal alone cannot see.
      *
      *    The journal's effective date is the day DBCBEX24
      *    recorded the change, so an event falls in the month it
      *    was detected.
      *
      *    DBCBEX40 archives EMPHIST records older than its
      *    retention, keeping only each employee's latest one, and
      *    this program reads the live journal only. A month whose
      *    1st is on or before the high date of the newest purged
      *    EMPHIST archive on ARCCAT has lost some of its events and
      *    boundary states, so it is shown as "inc." rather than
      *    with a rate, the request is flagged INCOMPLETE, and the
      *    run ends RC=4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for HR's monthly turnover
      *                          pack - hires, leavers, transfers
      *                          and attrition per department with
      *                          a 12-month trend.
      * 2026-10-15 dastagg       Flag months that reach back into
      *                          EMPHIST's purged archives.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX33.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TURNRQST
           ASSIGN TO TURNRQST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TurnRqst-Status.

           SELECT EMPMAST
           ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPMAST-Emp-Number
           FILE STATUS IS WS-EmpMast-Status.

           SELECT EMPHIST
           ASSIGN TO EMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPHIST-Key
           FILE STATUS IS WS-EmpHist-Status.

           SELECT ARCCAT
           ASSIGN TO ARCCAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ArcCat-Status.

           SELECT TURNRPT
           ASSIGN TO TURNRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TurnRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNRQST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TURNRQST-Record.
           12 RQ-Request-Type          PIC X(01).
              88 RQ-Month-Request         VALUE "M".
              88 RQ-Comment-Card          VALUE "*".
           12 FILLER                   PIC X(01).
           12 RQ-Month                 PIC X(06).
           12 RQ-Month-Parts REDEFINES RQ-Month.
              16 RQ-Month-YY           PIC 9(04).
              16 RQ-Month-MM           PIC 9(02).
           12 FILLER                   PIC X(72).

      *    Same record DBCBEX18 maintains.
       FD  EMPMAST.
       01  EMPMAST-Record.
           12 EMPMAST-Emp-Number       PIC X(06).
           12 EMPMAST-First-Name       PIC X(12).
           12 EMPMAST-Middle-Init      PIC X(01).
           12 EMPMAST-Last-Name        PIC X(15).
           12 EMPMAST-Work-Dept        PIC X(03).
           12 EMPMAST-Active-Flag      PIC X(01).
              88 EMPMAST-Is-Active        VALUE "A".
              88 EMPMAST-Is-Inactive      VALUE "I".
           12 EMPMAST-Upd-Date         PIC 9(08).
           12 EMPMAST-Upd-Time         PIC 9(06).

      *    Same record DBCBEX24 writes.
       FD  EMPHIST.
       01  EMPHIST-Record.
           12 EMPHIST-Key.
              16 EMPHIST-Emp-Number    PIC X(06).
              16 EMPHIST-Eff-Date     PIC 9(08).
              16 EMPHIST-Seq          PIC 9(03).
           12 EMPHIST-Change-Type      PIC X(08).
           12 EMPHIST-Before-First-Name PIC X(12).
           12 EMPHIST-Before-Last-Name PIC X(15).
           12 EMPHIST-Before-Work-Dept PIC X(03).
           12 EMPHIST-After-First-Name PIC X(12).
           12 EMPHIST-After-Last-Name  PIC X(15).
           12 EMPHIST-After-Work-Dept  PIC X(03).

      *    Same record DBCBEX40 writes.
       FD  ARCCAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ARCCAT-Record.
           12 AC-File-Type             PIC X(08).
           12 AC-Source-Name           PIC X(16).
           12 AC-Archive-Name          PIC X(28).
           12 AC-Run-Date              PIC 9(08).
           12 AC-Run-Time              PIC 9(06).
           12 AC-Record-Cnt            PIC 9(09).
           12 AC-Low-Date              PIC 9(08).
           12 AC-High-Date             PIC 9(08).
           12 AC-Status                PIC X(01).
              88 AC-Purged                VALUE "P".

       FD  TURNRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Turn-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==TurnRqst==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpMast==.
           COPY WSFST REPLACING ==:tag:== BY ==EmpHist==.
           COPY WSFST REPLACING ==:tag:== BY ==ArcCat==.
           COPY WSFST REPLACING ==:tag:== BY ==TurnRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

      *    The 1st of each of the 12 trend months, plus the 1st of
      *    the month after the requested one - boundary n opens
      *    month n and boundary n + 1 closes it. Month 12 is the
      *    requested month. Entry 14 is a high stopper so a replay
      *    loop testing the next boundary never runs off the end.
       01  WS-Boundary-Table.
           12 WS-Bound-Date           PIC 9(08) OCCURS 14 TIMES.

       01  WS-Boundary-Work.
           12 WS-Work-Year            PIC 9(04) VALUE ZEROES.
           12 WS-Work-Month           PIC S9(03) VALUE ZEROES.
           12 WS-Bound-Sub            PIC 9(03) COMP VALUE ZEROES.
           12 WS-Month-Sub            PIC 9(03) COMP VALUE ZEROES.
           12 WS-Next-Bound           PIC 9(03) COMP VALUE ZEROES.

      *    The newest purged EMPHIST archive on ARCCAT - nothing on
      *    or before its high date is complete on the live journal.
      *    Months 1 to WS-Incomplete-Months of a request start on or
      *    before it.
       01  WS-Purged-Fields.
           12 WS-Purged-High-Date     PIC 9(08) VALUE ZEROES.
           12 WS-Incomplete-Months    PIC 9(03) COMP VALUE ZEROES.

      *    The balanced-line keys - HIGH-VALUES once a file is
      *    exhausted, so the other side drains on its own.
       01  WS-Merge-Keys.
           12 WS-Mast-Key             PIC X(06) VALUE SPACES.
           12 WS-Hist-Key             PIC X(06) VALUE SPACES.
           12 WS-Cur-Emp-Number       PIC X(06) VALUE SPACES.

      *    The replayed state of the current employee at the point
      *    in the journal being examined.
       01  WS-State-Fields.
           12 WS-State-Employed-Flag  PIC X(01) VALUE "N".
              88 WS-State-Is-Employed    VALUE "Y".
           12 WS-State-Dept           PIC X(03) VALUE SPACES.

      *    Per-department counts for one request - same capacity
      *    convention as DBCBEX16's summary table. Headcount n is
      *    the headcount on boundary n; the month counters are the
      *    events dated inside month n. Kept in department order so
      *    the report needs no sort.
       78  WS-Dept-Table-Max-Entries   VALUE 50.

       01  WS-Dept-Table.
           12 WS-Dept-Table-Cnt       PIC 9(3) COMP VALUE ZEROES.
           12 WS-Dept-Table-Max       PIC 9(3) COMP
                                       VALUE WS-Dept-Table-Max-Entries.
           12 WS-Dept-Table-Entry     OCCURS 1 TO
                                       WS-Dept-Table-Max-Entries TIMES
                                       DEPENDING ON WS-Dept-Table-Cnt
                                       INDEXED BY WS-Dept-Idx.
              16 WS-Dept-Code            PIC X(03).
              16 WS-Dept-Headcount       PIC 9(6) COMP
                                          OCCURS 13 TIMES.
              16 WS-Dept-Month           OCCURS 12 TIMES.
                 20 WS-Dept-Hire-Cnt        PIC 9(6) COMP.
                 20 WS-Dept-Leaver-Cnt      PIC 9(6) COMP.
                 20 WS-Dept-Xfer-In-Cnt     PIC 9(6) COMP.
                 20 WS-Dept-Xfer-Out-Cnt    PIC 9(6) COMP.

      *    One department's counts lifted out of the table for
      *    printing - and the company total, accumulated in the same
      *    shape, so one set of print paragraphs serves both.
       01  WS-Print-Entry.
           12 WS-PE-Dept-Code         PIC X(03).
           12 WS-PE-Headcount         PIC 9(6) COMP OCCURS 13 TIMES.
           12 WS-PE-Month             OCCURS 12 TIMES.
              16 WS-PE-Hire-Cnt          PIC 9(6) COMP.
              16 WS-PE-Leaver-Cnt        PIC 9(6) COMP.
              16 WS-PE-Xfer-In-Cnt       PIC 9(6) COMP.
              16 WS-PE-Xfer-Out-Cnt      PIC 9(6) COMP.

       01  WS-Total-Entry.
           12 WS-TE-Dept-Code         PIC X(03).
           12 WS-TE-Headcount         PIC 9(6) COMP OCCURS 13 TIMES.
           12 WS-TE-Month             OCCURS 12 TIMES.
              16 WS-TE-Hire-Cnt          PIC 9(6) COMP.
              16 WS-TE-Leaver-Cnt        PIC 9(6) COMP.
              16 WS-TE-Xfer-In-Cnt       PIC 9(6) COMP.
              16 WS-TE-Xfer-Out-Cnt      PIC 9(6) COMP.

       01  WS-Dept-Insert-Fields.
           12 WS-Find-Dept            PIC X(03) VALUE SPACES.
           12 WS-Shift-Sub            PIC 9(3) COMP VALUE ZEROES.
           12 WS-Insert-Found-Flag    PIC X(01) VALUE "N".
              88 WS-Insert-Point-Found   VALUE "Y".

       01  WS-Rate-Fields.
           12 WS-Avg-Headcount        PIC 9(7)V9 COMP-3 VALUE ZERO.
           12 WS-Sum-Avg-Headcount    PIC 9(9)V9 COMP-3 VALUE ZERO.
           12 WS-Sum-Leavers          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Attrition-Rate       PIC 9(4)V9 COMP-3 VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Request-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Invalid-Request-Cnt  PIC 9(9) COMP VALUE ZEROES.
           12 WS-Incomplete-Req-Cnt   PIC 9(9) COMP VALUE ZEROES.
           12 WS-Employee-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Journal-Read-Cnt     PIC 9(9) COMP VALUE ZEROES.

       01  TR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 TR-HDR-DATE.
              15 TR-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 TR-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 TR-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Turnover and Attrition Statistics".

       01  TR-Request-Banner.
           12 FILLER              PIC X(011) VALUE "*** Month: ".
           12 TR-RB-Month         PIC X(06).
           12 FILLER              PIC X(020)
              VALUE "   12-month trend: ".
           12 TR-RB-Trend-From    PIC 9(06).
           12 FILLER              PIC X(003) VALUE " - ".
           12 TR-RB-Trend-To      PIC X(06).
           12 FILLER              PIC X(004) VALUE " ***".

       01  TR-Incomplete-Line.
           12 FILLER              PIC X(043)
              VALUE "*** INCOMPLETE - EMPHIST purged to archive ".
           12 FILLER              PIC X(008) VALUE "through ".
           12 TR-IC-High-Date     PIC 9(08).
           12 FILLER              PIC X(002) VALUE ": ".
           12 TR-IC-Month-Cnt     PIC Z9.
           12 FILLER              PIC X(035)
              VALUE " month(s) shown inc. - not reliable".

       01  TR-Month-Header1.
           12 FILLER   PIC X(005) VALUE "Dept ".
           12 FILLER   PIC X(008) VALUE " Opening".
           12 FILLER   PIC X(008) VALUE "   Hires".
           12 FILLER   PIC X(008) VALUE " Leavers".
           12 FILLER   PIC X(008) VALUE "  Xfr In".
           12 FILLER   PIC X(008) VALUE " Xfr Out".
           12 FILLER   PIC X(008) VALUE " Closing".
           12 FILLER   PIC X(010) VALUE "    Avg HC".
           12 FILLER   PIC X(009) VALUE "   Attr %".

       01  TR-Month-Line.
           12 TR-ML-Dept-Code     PIC X(05).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Opening       PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Hires         PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Leavers       PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Xfer-In       PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Xfer-Out      PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Closing       PIC ZZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-ML-Avg-HC        PIC ZZZ,ZZ9.9.
           12 FILLER              PIC X(003) VALUE SPACES.
           12 TR-ML-Rate          PIC ZZZ9.9.
           12 TR-ML-Rate-NA REDEFINES TR-ML-Rate
                                  PIC X(06).

       01  TR-Trend-Banner        PIC X(060) VALUE
           "Attrition % of average headcount, month by month".

       01  TR-Trend-Header1.
           12 FILLER              PIC X(005) VALUE "Dept ".
           12 TR-TH-Month-Col     OCCURS 12 TIMES.
              15 FILLER           PIC X(001) VALUE SPACES.
              15 TR-TH-Month      PIC 9(06).
           12 FILLER              PIC X(009) VALUE "    12-Mo".

       01  TR-Trend-Line.
           12 TR-TL-Dept-Code     PIC X(05).
           12 TR-TL-Month-Col     OCCURS 12 TIMES.
              15 FILLER           PIC X(001) VALUE SPACES.
              15 TR-TL-Rate       PIC ZZZ9.9.
              15 TR-TL-Rate-NA REDEFINES TR-TL-Rate
                                  PIC X(06).
           12 FILLER              PIC X(003) VALUE SPACES.
           12 TR-TL-Rolling       PIC ZZZ9.9.
           12 TR-TL-Rolling-NA REDEFINES TR-TL-Rolling
                                  PIC X(06).

       01  TR-Empty-Section-Line  PIC X(050) VALUE
           "  (no employees on EMPMAST or EMPHIST)".

       01  TR-Invalid-Line.
           12 FILLER              PIC X(022)
              VALUE "*** INVALID request '".
           12 TR-IV-Request-Type  PIC X(01).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 TR-IV-Month         PIC X(06).
           12 FILLER              PIC X(021)
              VALUE "' - card skipped ***".

       01  TR-Footer-Line.
           12 TR-FT-Label         PIC X(022).
           12 FILLER              PIC X(002) VALUE ": ".
           12 TR-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX33 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT TURNRQST.
           IF NOT WS-TurnRqst-Status-OK
              DISPLAY "*** ERROR *** Could not open request file "
                      "TURNRQST (status=" WS-TurnRqst-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EMPMAST.
           IF NOT WS-EmpMast-Status-OK
              DISPLAY "*** ERROR *** Could not open master EMPMAST "
                      "(status=" WS-EmpMast-Status ") - has "
                      "DBCBEX18 ever run here?"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EMPHIST.
           IF NOT WS-EmpHist-Status-OK
              DISPLAY "*** ERROR *** Could not open journal EMPHIST "
                      "(status=" WS-EmpHist-Status ") - has "
                      "DBCBEX24 ever run here?"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Check-Archive-Catalog.
           OPEN OUTPUT TURNRPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO TR-HDR-YY.
           MOVE CDT-Month TO TR-HDR-MM.
           MOVE CDT-Day   TO TR-HDR-DD.
           WRITE Turn-Print-Line FROM TR-Page-Header
              AFTER ADVANCING PAGE.
           PERFORM 2010-Read-Request.

       1100-Check-Archive-Catalog.
      *    No catalog just means nothing has been archived yet.
           OPEN INPUT ARCCAT.
           IF WS-ArcCat-Status-OK
              PERFORM 1110-Read-Catalog-Record
              PERFORM 1120-Check-Catalog-Entry
                 UNTIL WS-ArcCat-Status-EOF
              CLOSE ARCCAT
           ELSE
              DISPLAY "*** NOTE *** No ARCCAT catalog found "
                      "(status=" WS-ArcCat-Status ") - EMPHIST "
                      "taken to be complete."
           END-IF.

       1110-Read-Catalog-Record.
           READ ARCCAT
           END-READ.

       1120-Check-Catalog-Entry.
           IF AC-File-Type = "EMPHIST"
              AND AC-Source-Name = "EMPHIST"
              AND AC-Purged
              AND AC-High-Date > WS-Purged-High-Date
              MOVE AC-High-Date TO WS-Purged-High-Date
           END-IF.
           PERFORM 1110-Read-Catalog-Record.

       2000-Process.
           PERFORM 2100-Process-One-Request
              UNTIL WS-TurnRqst-Status-EOF.

       2010-Read-Request.
           READ TURNRQST
           END-READ.

       2100-Process-One-Request.
           EVALUATE TRUE
              WHEN RQ-Comment-Card
                 CONTINUE
              WHEN RQ-Month-Request
                 AND RQ-Month IS NUMERIC
                 AND RQ-Month-MM >= 1
                 AND RQ-Month-MM <= 12
                 ADD +1 TO WS-Request-Cnt
                 PERFORM 2110-Build-Month-Boundaries
                 PERFORM 2200-Replay-Employees
                 PERFORM 2500-Report-Month
                 PERFORM 2600-Report-Trend
              WHEN OTHER
                 ADD +1 TO WS-Invalid-Request-Cnt
                 MOVE RQ-Request-Type TO TR-IV-Request-Type
                 MOVE RQ-Month        TO TR-IV-Month
                 WRITE Turn-Print-Line FROM TR-Invalid-Line
                    AFTER ADVANCING 1 LINES
           END-EVALUATE.
           PERFORM 2010-Read-Request.

       2110-Build-Month-Boundaries.
      *    Step back 11 months from the requested one to the first
      *    trend month, then lay down 13 consecutive 1sts.
           MOVE RQ-Month-YY TO WS-Work-Year.
           MOVE RQ-Month-MM TO WS-Work-Month.
           SUBTRACT 11 FROM WS-Work-Month.
           IF WS-Work-Month < 1
              ADD 12 TO WS-Work-Month
              SUBTRACT 1 FROM WS-Work-Year
           END-IF.
           PERFORM 2120-Set-One-Boundary
              VARYING WS-Bound-Sub FROM 1 BY 1
                 UNTIL WS-Bound-Sub > 13.
           MOVE 99999999 TO WS-Bound-Date (14).
           MOVE RQ-Month TO TR-RB-Month.
           MOVE WS-Bound-Date (1) (1:6) TO TR-RB-Trend-From.
           MOVE RQ-Month TO TR-RB-Trend-To.
           WRITE Turn-Print-Line FROM TR-Request-Banner
              AFTER ADVANCING 2 LINES.
      *    The boundaries rise, so the incomplete months are always
      *    the oldest ones.
           MOVE ZERO TO WS-Incomplete-Months.
           IF WS-Purged-High-Date > ZERO
              PERFORM 2130-Check-Boundary-Purged
                 VARYING WS-Bound-Sub FROM 1 BY 1
                    UNTIL WS-Bound-Sub > 12
           END-IF.
           IF WS-Incomplete-Months > ZERO
              ADD +1 TO WS-Incomplete-Req-Cnt
              MOVE WS-Purged-High-Date  TO TR-IC-High-Date
              MOVE WS-Incomplete-Months TO TR-IC-Month-Cnt
              WRITE Turn-Print-Line FROM TR-Incomplete-Line
                 AFTER ADVANCING 1 LINES
           END-IF.

       2120-Set-One-Boundary.
           COMPUTE WS-Bound-Date (WS-Bound-Sub)
                 = WS-Work-Year * 10000 + WS-Work-Month * 100 + 1.
           IF WS-Bound-Sub <= 12
              MOVE WS-Bound-Date (WS-Bound-Sub) (1:6)
                             TO TR-TH-Month (WS-Bound-Sub)
           END-IF.
           ADD 1 TO WS-Work-Month.
           IF WS-Work-Month > 12
              MOVE 1 TO WS-Work-Month
              ADD 1 TO WS-Work-Year
           END-IF.

       2130-Check-Boundary-Purged.
           IF WS-Bound-Date (WS-Bound-Sub) NOT > WS-Purged-High-Date
              MOVE WS-Bound-Sub TO WS-Incomplete-Months
           END-IF.

       2200-Replay-Employees.
      *    One balanced-line pass over EMPMAST and EMPHIST per
      *    request card - the counts are rebuilt from nothing each
      *    time.
           MOVE ZERO TO WS-Dept-Table-Cnt.
           MOVE ZERO TO WS-Employee-Cnt.
           MOVE LOW-VALUES TO EMPMAST-Emp-Number.
           START EMPMAST KEY >= EMPMAST-Emp-Number
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT INVALID KEY
                 PERFORM 2210-Read-Master-Next
           END-START.
           MOVE LOW-VALUES TO EMPHIST-Key.
           START EMPHIST KEY >= EMPHIST-Key
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Hist-Key
              NOT INVALID KEY
                 PERFORM 2220-Read-Journal-Next
           END-START.
           PERFORM 2300-Replay-One-Employee
              UNTIL WS-Mast-Key = HIGH-VALUES
                AND WS-Hist-Key = HIGH-VALUES.

       2210-Read-Master-Next.
           READ EMPMAST NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-Mast-Key
              NOT AT END
                 MOVE EMPMAST-Emp-Number TO WS-Mast-Key
           END-READ.

       2220-Read-Journal-Next.
           READ EMPHIST NEXT
              AT END
                 MOVE HIGH-VALUES TO WS-Hist-Key
              NOT AT END
                 ADD +1 TO WS-Journal-Read-Cnt
                 MOVE EMPHIST-Emp-Number TO WS-Hist-Key
           END-READ.

       2300-Replay-One-Employee.
           ADD +1 TO WS-Employee-Cnt.
           IF WS-Mast-Key < WS-Hist-Key
              MOVE WS-Mast-Key TO WS-Cur-Emp-Number
           ELSE
              MOVE WS-Hist-Key TO WS-Cur-Emp-Number
           END-IF.
           MOVE 1 TO WS-Next-Bound.
           PERFORM 2310-Replay-Journal-Row
              UNTIL WS-Hist-Key NOT = WS-Cur-Emp-Number.
      *    Boundaries after the last journal record take the current
      *    state: the master's when there is one, otherwise the
      *    after side of the last journal record, which 2310 left
      *    in WS-State-Fields.
           IF WS-Mast-Key = WS-Cur-Emp-Number
              IF EMPMAST-Is-Active
                 SET WS-State-Is-Employed TO TRUE
                 MOVE EMPMAST-Work-Dept TO WS-State-Dept
              ELSE
                 MOVE "N" TO WS-State-Employed-Flag
              END-IF
              PERFORM 2210-Read-Master-Next
           END-IF.
           PERFORM 2330-Resolve-Boundary
              UNTIL WS-Next-Bound > 13.

       2310-Replay-Journal-Row.
      *    Every boundary up to this record's date sees the state
      *    this record changed FROM - its before side. A HIRE's
      *    "from" is not employed.
           IF EMPHIST-Change-Type = "HIRE"
              OR EMPHIST-Before-Work-Dept = SPACES
              MOVE "N" TO WS-State-Employed-Flag
           ELSE
              SET WS-State-Is-Employed TO TRUE
              MOVE EMPHIST-Before-Work-Dept TO WS-State-Dept
           END-IF.
           PERFORM 2330-Resolve-Boundary
              UNTIL WS-Next-Bound > 13
                 OR WS-Bound-Date (WS-Next-Bound) > EMPHIST-Eff-Date.
      *    The record falls in the month the last resolved boundary
      *    opened - only months 1 to 12 are reported.
           IF WS-Next-Bound > 1 AND WS-Next-Bound <= 13
              COMPUTE WS-Month-Sub = WS-Next-Bound - 1
              PERFORM 2320-Count-Journal-Event
           END-IF.
           IF EMPHIST-Change-Type = "LEAVER"
              MOVE "N" TO WS-State-Employed-Flag
           ELSE
              SET WS-State-Is-Employed TO TRUE
              MOVE EMPHIST-After-Work-Dept TO WS-State-Dept
           END-IF.
           PERFORM 2220-Read-Journal-Next.

       2320-Count-Journal-Event.
           EVALUATE EMPHIST-Change-Type
              WHEN "HIRE"
                 MOVE EMPHIST-After-Work-Dept TO WS-Find-Dept
                 PERFORM 2400-Find-Dept-Entry
                 IF WS-Dept-Idx > 0
                    ADD +1 TO WS-Dept-Hire-Cnt
                                         (WS-Dept-Idx, WS-Month-Sub)
                 END-IF
              WHEN "LEAVER"
                 MOVE EMPHIST-Before-Work-Dept TO WS-Find-Dept
                 PERFORM 2400-Find-Dept-Entry
                 IF WS-Dept-Idx > 0
                    ADD +1 TO WS-Dept-Leaver-Cnt
                                         (WS-Dept-Idx, WS-Month-Sub)
                 END-IF
              WHEN "TRANSFER"
                 MOVE EMPHIST-Before-Work-Dept TO WS-Find-Dept
                 PERFORM 2400-Find-Dept-Entry
                 IF WS-Dept-Idx > 0
                    ADD +1 TO WS-Dept-Xfer-Out-Cnt
                                         (WS-Dept-Idx, WS-Month-Sub)
                 END-IF
                 MOVE EMPHIST-After-Work-Dept TO WS-Find-Dept
                 PERFORM 2400-Find-Dept-Entry
                 IF WS-Dept-Idx > 0
                    ADD +1 TO WS-Dept-Xfer-In-Cnt
                                         (WS-Dept-Idx, WS-Month-Sub)
                 END-IF
              WHEN OTHER
      *          A name change moves nobody.
                 CONTINUE
           END-EVALUATE.

       2330-Resolve-Boundary.
           IF WS-State-Is-Employed
              MOVE WS-State-Dept TO WS-Find-Dept
              PERFORM 2400-Find-Dept-Entry
              IF WS-Dept-Idx > 0
                 ADD +1 TO WS-Dept-Headcount
                                      (WS-Dept-Idx, WS-Next-Bound)
              END-IF
           END-IF.
           ADD 1 TO WS-Next-Bound.

       2400-Find-Dept-Entry.
           SET WS-Dept-Idx TO 1.
           SEARCH WS-Dept-Table-Entry
              AT END
                 PERFORM 2410-Insert-Dept-Entry
              WHEN WS-Dept-Code (WS-Dept-Idx) = WS-Find-Dept
                 CONTINUE
           END-SEARCH.

       2410-Insert-Dept-Entry.
      *    Insert in department order - entries above the insertion
      *    point shift up one.
           IF WS-Dept-Table-Cnt < WS-Dept-Table-Max
              MOVE WS-Dept-Table-Cnt TO WS-Shift-Sub
              ADD +1 TO WS-Dept-Table-Cnt
              MOVE "N" TO WS-Insert-Found-Flag
              PERFORM 2420-Shift-Dept-Entry-Up
                 UNTIL WS-Insert-Point-Found
              SET WS-Dept-Idx TO WS-Shift-Sub
              SET WS-Dept-Idx UP BY 1
              INITIALIZE WS-Dept-Table-Entry (WS-Dept-Idx)
              MOVE WS-Find-Dept TO WS-Dept-Code (WS-Dept-Idx)
           ELSE
              DISPLAY "*** WARNING *** Department table is full - "
                      "department " WS-Find-Dept " will not be "
                      "counted."
              SET WS-Dept-Idx TO 0
           END-IF.

       2420-Shift-Dept-Entry-Up.
           IF WS-Shift-Sub = ZERO
              SET WS-Insert-Point-Found TO TRUE
           ELSE
              IF WS-Dept-Code (WS-Shift-Sub) < WS-Find-Dept
                 SET WS-Insert-Point-Found TO TRUE
              ELSE
                 MOVE WS-Dept-Table-Entry (WS-Shift-Sub)
                             TO WS-Dept-Table-Entry (WS-Shift-Sub + 1)
                 SUBTRACT 1 FROM WS-Shift-Sub
              END-IF
           END-IF.

       2500-Report-Month.
           WRITE Turn-Print-Line FROM TR-Month-Header1
              AFTER ADVANCING 2 LINES.
           IF WS-Dept-Table-Cnt = ZERO
              WRITE Turn-Print-Line FROM TR-Empty-Section-Line
                 AFTER ADVANCING 1 LINES
           ELSE
              INITIALIZE WS-Total-Entry
              PERFORM 2510-Report-Dept-Month
                 VARYING WS-Dept-Idx FROM 1 BY 1
                    UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt
              MOVE WS-Total-Entry TO WS-Print-Entry
              MOVE "TOTAL" TO TR-ML-Dept-Code
              PERFORM 2530-Write-Month-Line
           END-IF.

       2510-Report-Dept-Month.
           MOVE WS-Dept-Table-Entry (WS-Dept-Idx) TO WS-Print-Entry.
           PERFORM 2520-Add-Entry-To-Total.
           MOVE WS-PE-Dept-Code TO TR-ML-Dept-Code.
           PERFORM 2530-Write-Month-Line.

       2520-Add-Entry-To-Total.
           PERFORM 2521-Add-Headcount-To-Total
              VARYING WS-Bound-Sub FROM 1 BY 1
                 UNTIL WS-Bound-Sub > 13.
           PERFORM 2522-Add-Month-To-Total
              VARYING WS-Month-Sub FROM 1 BY 1
                 UNTIL WS-Month-Sub > 12.

       2521-Add-Headcount-To-Total.
           ADD WS-PE-Headcount (WS-Bound-Sub)
                              TO WS-TE-Headcount (WS-Bound-Sub).

       2522-Add-Month-To-Total.
           ADD WS-PE-Hire-Cnt (WS-Month-Sub)
                              TO WS-TE-Hire-Cnt (WS-Month-Sub).
           ADD WS-PE-Leaver-Cnt (WS-Month-Sub)
                              TO WS-TE-Leaver-Cnt (WS-Month-Sub).
           ADD WS-PE-Xfer-In-Cnt (WS-Month-Sub)
                              TO WS-TE-Xfer-In-Cnt (WS-Month-Sub).
           ADD WS-PE-Xfer-Out-Cnt (WS-Month-Sub)
                              TO WS-TE-Xfer-Out-Cnt (WS-Month-Sub).

       2530-Write-Month-Line.
      *    The requested month is month 12: boundary 12 opens it and
      *    boundary 13 closes it.
           MOVE 12 TO WS-Month-Sub.
           MOVE WS-PE-Headcount (12)         TO TR-ML-Opening.
           MOVE WS-PE-Hire-Cnt (12)          TO TR-ML-Hires.
           MOVE WS-PE-Leaver-Cnt (12)        TO TR-ML-Leavers.
           MOVE WS-PE-Xfer-In-Cnt (12)       TO TR-ML-Xfer-In.
           MOVE WS-PE-Xfer-Out-Cnt (12)      TO TR-ML-Xfer-Out.
           MOVE WS-PE-Headcount (13)         TO TR-ML-Closing.
           PERFORM 2700-Compute-Month-Rate.
           MOVE WS-Avg-Headcount             TO TR-ML-Avg-HC.
           EVALUATE TRUE
              WHEN WS-Incomplete-Months >= 12
                 MOVE "  inc." TO TR-ML-Rate-NA
              WHEN WS-Avg-Headcount = ZERO
                 MOVE "   n/a" TO TR-ML-Rate-NA
              WHEN OTHER
                 MOVE WS-Attrition-Rate TO TR-ML-Rate
           END-EVALUATE.
           WRITE Turn-Print-Line FROM TR-Month-Line
              AFTER ADVANCING 1 LINES.

       2600-Report-Trend.
           WRITE Turn-Print-Line FROM TR-Trend-Banner
              AFTER ADVANCING 2 LINES.
           WRITE Turn-Print-Line FROM TR-Trend-Header1
              AFTER ADVANCING 1 LINES.
           IF WS-Dept-Table-Cnt = ZERO
              WRITE Turn-Print-Line FROM TR-Empty-Section-Line
                 AFTER ADVANCING 1 LINES
           ELSE
              PERFORM 2610-Report-Dept-Trend
                 VARYING WS-Dept-Idx FROM 1 BY 1
                    UNTIL WS-Dept-Idx > WS-Dept-Table-Cnt
      *       2500 left the company total in WS-Total-Entry.
              MOVE WS-Total-Entry TO WS-Print-Entry
              MOVE "TOTAL" TO TR-TL-Dept-Code
              PERFORM 2620-Write-Trend-Line
           END-IF.

       2610-Report-Dept-Trend.
           MOVE WS-Dept-Table-Entry (WS-Dept-Idx) TO WS-Print-Entry.
           MOVE WS-PE-Dept-Code TO TR-TL-Dept-Code.
           PERFORM 2620-Write-Trend-Line.

       2620-Write-Trend-Line.
           MOVE ZERO TO WS-Sum-Avg-Headcount.
           MOVE ZERO TO WS-Sum-Leavers.
           PERFORM 2630-Set-Trend-Cell
              VARYING WS-Month-Sub FROM 1 BY 1
                 UNTIL WS-Month-Sub > 12.
           EVALUATE TRUE
              WHEN WS-Incomplete-Months > ZERO
                 MOVE "  inc." TO TR-TL-Rolling-NA
              WHEN WS-Sum-Avg-Headcount = ZERO
                 MOVE "   n/a" TO TR-TL-Rolling-NA
              WHEN OTHER
      *       All 12 months' leavers over the mean of the 12 monthly
      *       average headcounts.
                 COMPUTE WS-Attrition-Rate ROUNDED
                       = WS-Sum-Leavers * 100 * 12
                       / WS-Sum-Avg-Headcount
                    ON SIZE ERROR
                       MOVE 9999.9 TO WS-Attrition-Rate
                 END-COMPUTE
                 MOVE WS-Attrition-Rate TO TR-TL-Rolling
           END-EVALUATE.
           WRITE Turn-Print-Line FROM TR-Trend-Line
              AFTER ADVANCING 1 LINES.

       2630-Set-Trend-Cell.
           PERFORM 2700-Compute-Month-Rate.
           ADD WS-Avg-Headcount TO WS-Sum-Avg-Headcount.
           ADD WS-PE-Leaver-Cnt (WS-Month-Sub) TO WS-Sum-Leavers.
           EVALUATE TRUE
              WHEN WS-Month-Sub <= WS-Incomplete-Months
                 MOVE "  inc." TO TR-TL-Rate-NA (WS-Month-Sub)
              WHEN WS-Avg-Headcount = ZERO
                 MOVE "   n/a" TO TR-TL-Rate-NA (WS-Month-Sub)
              WHEN OTHER
                 MOVE WS-Attrition-Rate TO TR-TL-Rate (WS-Month-Sub)
           END-EVALUATE.

       2700-Compute-Month-Rate.
      *    Month n runs from boundary n to boundary n + 1.
           COMPUTE WS-Avg-Headcount
                 = (WS-PE-Headcount (WS-Month-Sub)
                  + WS-PE-Headcount (WS-Month-Sub + 1)) / 2.
           MOVE ZERO TO WS-Attrition-Rate.
           IF WS-Avg-Headcount > ZERO
              COMPUTE WS-Attrition-Rate ROUNDED
                    = WS-PE-Leaver-Cnt (WS-Month-Sub) * 100
                    / WS-Avg-Headcount
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-Attrition-Rate
              END-COMPUTE
           END-IF.

       3000-End-Job.
           MOVE "Requests processed"    TO TR-FT-Label.
           MOVE WS-Request-Cnt          TO TR-FT-Count.
           WRITE Turn-Print-Line FROM TR-Footer-Line
              AFTER ADVANCING 2 LINES.
           MOVE "Invalid request cards" TO TR-FT-Label.
           MOVE WS-Invalid-Request-Cnt  TO TR-FT-Count.
           WRITE Turn-Print-Line FROM TR-Footer-Line
              AFTER ADVANCING 1 LINES.
           MOVE "Incomplete requests"   TO TR-FT-Label.
           MOVE WS-Incomplete-Req-Cnt   TO TR-FT-Count.
           WRITE Turn-Print-Line FROM TR-Footer-Line
              AFTER ADVANCING 1 LINES.
           CLOSE TURNRQST.
           CLOSE EMPMAST.
           CLOSE EMPHIST.
           CLOSE TURNRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Requests processed:  " WS-Request-Cnt.
           DISPLAY "Invalid cards:       " WS-Invalid-Request-Cnt.
           DISPLAY "Incomplete requests: " WS-Incomplete-Req-Cnt.
           DISPLAY "Employees replayed:  " WS-Employee-Cnt.
           DISPLAY "Journal reads:       " WS-Journal-Read-Cnt.
           IF WS-Invalid-Request-Cnt > ZERO
              OR WS-Incomplete-Req-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
