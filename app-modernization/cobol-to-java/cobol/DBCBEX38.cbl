      **********************************************************
      * Program name:    DBCBEX38
      * Original author: David Stagowski
      *
      *    Description: Nightly compensation snapshot of EMP and the
      *    permanent COMPHIST compensation change journal.
      *
      *    DBCBEX17 and EMPHIST follow names and departments only -
      *    a raise, a bonus change or a new job left no trace, and
      *    "when did 000150's salary change, and from what" had no
      *    answer. This program takes JOB, SALARY, BONUS and COMM
      *    for every EMP row (COMPSNAP), compares them with the
      *    prior night's snapshot (COMPPREV), and:
      *
      *       - journals every difference to COMPHIST, a keyed file
      *         on EMPNO + effective date + a sequence number, with
      *         the before and after values of all four columns -
      *         the same key shape and same-day re-run guard as
      *         DBCBEX24 uses for EMPHIST. The journal grows forever
      *         by design; DBCBEX29 reads it to date band moves;
      *       - prints COMPRPT, the change report:
      *
      *            PROMOTE  - JOB changed
      *            RAISE    - SALARY went up
      *            DECREASE - SALARY went down
      *            COMPCHG  - only BONUS and/or COMM changed
      *            HIRE     - new on EMP since the prior snapshot
      *
      *         with the percentage change (SALARY's, or the total
      *         compensation's for a COMPCHG). A change beyond the
      *         review threshold either way is flagged REVIEW.
      *
      *    The effective date is this run's date - the night the
      *    change was seen. Without a COMPPREV (the first run,
      *    file status 35) the snapshot is taken as the baseline,
      *    nothing is journaled and the run ends RC=4 so a baseline
      *    is never taken unnoticed. A COMPPREV that is there but
      *    will not open refuses the run (RC=8), as DBCBEX17 does
      *    for EMPPREV - a baseline over it would lose that night's
      *    changes from COMPHIST for good. Leavers are counted
      *    only; EMPHIST already journals them.
      *
      *    The PARM carries the PROD/TEST/UAT indicator and the
      *    review threshold as a whole percent (3 digits, default
      *    10). Any REVIEW flag ends the run RC=4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - the auditors wanted
      *                          salary history that only existed
      *                          in payroll's own system.
      * 2026-10-15 dastagg       Only a missing COMPPREV is a
      *                          baseline (RC=4); any other open
      *                          failure refuses the run.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX38.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPPREV
           ASSIGN TO COMPPREV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CompPrev-Status.

           SELECT COMPSNAP
           ASSIGN TO COMPSNAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CompSnap-Status.

           SELECT COMPHIST
           ASSIGN TO COMPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COMPHIST-Key
           FILE STATUS IS WS-CompHist-Status.

           SELECT COMPRPT
           ASSIGN TO COMPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CompRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Last night's COMPSNAP.
       FD  COMPPREV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COMPPREV-Record.
           12 PRV-Emp-Number           PIC X(06).
           12 PRV-Snap-Date            PIC 9(08).
           12 PRV-Job                  PIC X(08).
           12 PRV-Salary               PIC 9(07)V99.
           12 PRV-Bonus                PIC 9(07)V99.
           12 PRV-Comm                 PIC 9(07)V99.
           12 FILLER                   PIC X(01).

      *    One record per EMP row, in EMPNO order - tomorrow's
      *    COMPPREV.
       FD  COMPSNAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COMPSNAP-Record.
           12 SNP-Emp-Number           PIC X(06).
           12 SNP-Snap-Date            PIC 9(08).
           12 SNP-Job                  PIC X(08).
           12 SNP-Salary               PIC 9(07)V99.
           12 SNP-Bonus                PIC 9(07)V99.
           12 SNP-Comm                 PIC 9(07)V99.
           12 FILLER                   PIC X(01).

       FD  COMPHIST.
       01  COMPHIST-Record.
           12 COMPHIST-Key.
              16 COMPHIST-Emp-Number   PIC X(06).
              16 COMPHIST-Eff-Date     PIC 9(08).
              16 COMPHIST-Seq          PIC 9(03).
           12 COMPHIST-Change-Type     PIC X(08).
           12 COMPHIST-Before-Job      PIC X(08).
           12 COMPHIST-Before-Salary   PIC 9(07)V99.
           12 COMPHIST-Before-Bonus    PIC 9(07)V99.
           12 COMPHIST-Before-Comm     PIC 9(07)V99.
           12 COMPHIST-After-Job       PIC X(08).
           12 COMPHIST-After-Salary    PIC 9(07)V99.
           12 COMPHIST-After-Bonus     PIC 9(07)V99.
           12 COMPHIST-After-Comm      PIC 9(07)V99.

       FD  COMPRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Comp-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HV-Compensation-Row.
           12 HV-Emp-Number           PIC X(06).
           12 HV-Job-Title            PIC X(08).
           12 HV-Salary               PIC S9(7)V99 COMP-3.
           12 HV-Bonus                PIC S9(7)V99 COMP-3.
           12 HV-Comm                 PIC S9(7)V99 COMP-3.

      *    EMPNO order, so it merges against COMPPREV.
           EXEC SQL DECLARE DB7-C1 CURSOR FOR
                    SELECT EMPNO,
                           JOB,
                           SALARY,
                           BONUS,
                           COMM
                    FROM EMP
                    ORDER BY EMPNO
           END-EXEC.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CompPrev==.
           COPY WSFST REPLACING ==:tag:== BY ==CompSnap==.
           COPY WSFST REPLACING ==:tag:== BY ==CompHist==.
           COPY WSFST REPLACING ==:tag:== BY ==CompRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  HV-DB-Connection-Info.
           12 HV-DB-Target            PIC X(08).
           12 HV-DB-Userid            PIC X(18).
           12 HV-DB-Password          PIC X(18).

       01  WS-Run-Stamp.
           12 WS-Run-Date             PIC 9(08) VALUE ZEROES.

       01  WS-Merge-Keys.
           12 WS-Current-Key          PIC X(06) VALUE LOW-VALUES.
           12 WS-Prior-Key            PIC X(06) VALUE LOW-VALUES.

      *    The change being journaled and reported - before side from
      *    COMPPREV (zeros for a hire), after side from EMP.
       01  WS-Change-Fields.
           12 WS-Change-Type          PIC X(08) VALUE SPACES.
           12 WS-Before-Job           PIC X(08) VALUE SPACES.
           12 WS-Before-Salary        PIC 9(07)V99 VALUE ZERO.
           12 WS-Before-Bonus         PIC 9(07)V99 VALUE ZERO.
           12 WS-Before-Comm          PIC 9(07)V99 VALUE ZERO.
           12 WS-After-Job            PIC X(08) VALUE SPACES.
           12 WS-After-Salary         PIC 9(07)V99 VALUE ZERO.
           12 WS-After-Bonus          PIC 9(07)V99 VALUE ZERO.
           12 WS-After-Comm           PIC 9(07)V99 VALUE ZERO.

       01  WS-Percent-Fields.
           12 WS-Threshold-Pct        PIC 9(3) COMP VALUE 10.
           12 WS-Threshold-Neg        PIC S9(3) COMP VALUE -10.
           12 WS-Pct-Base             PIC S9(9)V99 COMP-3 VALUE ZERO.
           12 WS-Pct-New              PIC S9(9)V99 COMP-3 VALUE ZERO.
           12 WS-Change-Pct           PIC S9(5)V9 COMP-3 VALUE ZERO.
           12 WS-Pct-Known-Flag       PIC X(01) VALUE "N".
              88 WS-Pct-Is-Known         VALUE "Y".

       01  WS-Comp-Counters.
           12 WS-Current-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Prior-Cnt            PIC 9(9) COMP VALUE ZEROES.
           12 WS-Promote-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Raise-Cnt            PIC 9(9) COMP VALUE ZEROES.
           12 WS-Decrease-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Compchg-Cnt          PIC 9(9) COMP VALUE ZEROES.
           12 WS-Hire-Cnt             PIC 9(9) COMP VALUE ZEROES.
           12 WS-Leaver-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Review-Cnt           PIC 9(9) COMP VALUE ZEROES.
           12 WS-Appended-Cnt         PIC 9(9) COMP VALUE ZEROES.
           12 WS-Duplicate-Cnt        PIC 9(9) COMP VALUE ZEROES.

       01  WS-Switches.
           12 WS-Baseline-Flag        PIC X(01) VALUE "N".
              88 WS-Baseline-Run         VALUE "Y".
           12 WS-Already-Journaled-Flag PIC X(01) VALUE "N".
              88 WS-Already-Journaled     VALUE "Y".

      *    999 same-day changes for one employee would mean the feed
      *    itself is broken - treated as fatal, not wrapped.
       01  WS-Seq-Fields.
           12 WS-Try-Seq              PIC 9(03) VALUE ZEROES.

       01  CR-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 CR-HDR-DATE.
              15 CR-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 CR-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 CR-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Compensation Change Report".
           12 FILLER              PIC X(018) VALUE "Review threshold: ".
           12 CR-HDR-Threshold    PIC ZZ9.
           12 FILLER              PIC X(001) VALUE "%".

       01  CR-Column-Header1.
           12 FILLER   PIC X(016) VALUE SPACES.
           12 FILLER   PIC X(019) VALUE "------ Job ------".
           12 FILLER   PIC X(034) VALUE
              "------------- Salary ------------".
           12 FILLER   PIC X(026) VALUE
              "--------- Bonus ---------".
           12 FILLER   PIC X(026) VALUE
              "--------- Comm ----------".

       01  CR-Column-Header2.
           12 FILLER   PIC X(007) VALUE "Number".
           12 FILLER   PIC X(009) VALUE "Type".
           12 FILLER   PIC X(010) VALUE "Before".
           12 FILLER   PIC X(009) VALUE "After".
           12 FILLER   PIC X(013) VALUE "      Before".
           12 FILLER   PIC X(013) VALUE "       After".
           12 FILLER   PIC X(008) VALUE "      %".
           12 FILLER   PIC X(013) VALUE "      Before".
           12 FILLER   PIC X(013) VALUE "       After".
           12 FILLER   PIC X(013) VALUE "      Before".
           12 FILLER   PIC X(013) VALUE "       After".

       01  CR-Detail-Line.
           12 CR-DL-Emp-Number    PIC X(06).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Change-Type   PIC X(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Before-Job    PIC X(08).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 CR-DL-After-Job     PIC X(08).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Before-Salary PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-After-Salary  PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Change-Pct    PIC -ZZZ9.9.
           12 CR-DL-Change-Pct-NA REDEFINES CR-DL-Change-Pct
                                  PIC X(07).
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Before-Bonus  PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-After-Bonus   PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Before-Comm   PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-After-Comm    PIC Z,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 CR-DL-Review        PIC X(06).

       01  CR-Baseline-Line       PIC X(060) VALUE
           "No prior snapshot - baseline taken, nothing journaled.".

       01  CR-Footer-Line.
           12 CR-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 CR-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX38 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Environment          PIC X(04).
              88 LS-Env-Prod             VALUE "PROD".
              88 LS-Env-Test             VALUE "TEST".
              88 LS-Env-Uat              VALUE "UAT ".
           12 LS-Threshold-Pct        PIC X(03).

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           IF LS-Threshold-Pct NOT = SPACES
              IF LS-Threshold-Pct IS NUMERIC
                 MOVE LS-Threshold-Pct TO WS-Threshold-Pct
              ELSE
                 DISPLAY "*** ERROR *** Review threshold '"
                         LS-Threshold-Pct "' is not a whole percent "
                         "000-999. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Date TO WS-Run-Date.
           OPEN INPUT COMPPREV.
           EVALUATE TRUE
              WHEN WS-CompPrev-Status-OK
                 CONTINUE
      *       35 - not there at all: the first run.
              WHEN WS-CompPrev-Status = "35"
                 SET WS-Baseline-Run TO TRUE
                 MOVE HIGH-VALUES TO WS-Prior-Key
                 DISPLAY "*** WARNING *** No prior snapshot COMPPREV "
                         "(status=" WS-CompPrev-Status ") - tonight's "
                         "snapshot is the baseline."
              WHEN OTHER
                 DISPLAY "*** ERROR *** Could not open prior snapshot "
                         "COMPPREV (status=" WS-CompPrev-Status ")."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
      *    Same first-run probe DBCBEX24 uses for EMPHIST.
           OPEN I-O COMPHIST.
           IF NOT WS-CompHist-Status-OK
              OPEN OUTPUT COMPHIST
              IF NOT WS-CompHist-Status-OK
                 DISPLAY "*** ERROR *** Could not open or create "
                         "journal COMPHIST (status="
                         WS-CompHist-Status ")."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              CLOSE COMPHIST
              OPEN I-O COMPHIST
           END-IF.
           PERFORM 9800-Connect-to-DB1.
           EXEC SQL OPEN DB7-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** Could not open the EMP cursor. "
                      "SQLCODE = " WS-SQL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT COMPSNAP.
           OPEN OUTPUT COMPRPT.
           MOVE CDT-Year  TO CR-HDR-YY.
           MOVE CDT-Month TO CR-HDR-MM.
           MOVE CDT-Day   TO CR-HDR-DD.
           MOVE WS-Threshold-Pct TO CR-HDR-Threshold.
           COMPUTE WS-Threshold-Neg = ZERO - WS-Threshold-Pct.
           WRITE Comp-Print-Line FROM CR-Page-Header
              AFTER ADVANCING PAGE.
           IF WS-Baseline-Run
              WRITE Comp-Print-Line FROM CR-Baseline-Line
                 AFTER ADVANCING 2 LINES
           ELSE
              WRITE Comp-Print-Line FROM CR-Column-Header1
                 AFTER ADVANCING 2 LINES
              WRITE Comp-Print-Line FROM CR-Column-Header2
                 AFTER ADVANCING 1 LINES
              PERFORM 2010-Read-Prior
           END-IF.
           PERFORM 2020-Fetch-Current.

       2000-Process.
           PERFORM 2100-Match-Employee
              UNTIL WS-Current-Key = HIGH-VALUES
                AND WS-Prior-Key = HIGH-VALUES.

       2010-Read-Prior.
           READ COMPPREV
              AT END
                 MOVE HIGH-VALUES TO WS-Prior-Key
              NOT AT END
                 ADD +1 TO WS-Prior-Cnt
                 MOVE PRV-Emp-Number TO WS-Prior-Key
           END-READ.

       2020-Fetch-Current.
           EXEC SQL FETCH DB7-C1
              INTO
                 :HV-Emp-Number,
                 :HV-Job-Title,
                 :HV-Salary,
                 :HV-Bonus,
                 :HV-Comm
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD +1 TO WS-Current-Cnt
                 MOVE HV-Emp-Number TO WS-Current-Key
              WHEN SQL-STATUS-NOT-FOUND
                 MOVE HIGH-VALUES TO WS-Current-Key
              WHEN OTHER
      *          A snapshot missing the rest of EMP would journal
      *          everyone after this point as a leaver tomorrow.
                 DISPLAY "*** ERROR *** FETCH failed on DB7-C1. "
                         "SQLCODE = " WS-SQL-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2100-Match-Employee.
           EVALUATE TRUE
              WHEN WS-Current-Key = WS-Prior-Key
                 PERFORM 2200-Compare-Compensation
                 PERFORM 2250-Write-Snapshot
                 PERFORM 2020-Fetch-Current
                 PERFORM 2010-Read-Prior
              WHEN WS-Current-Key < WS-Prior-Key
                 IF NOT WS-Baseline-Run
                    PERFORM 2210-Record-Hire
                 END-IF
                 PERFORM 2250-Write-Snapshot
                 PERFORM 2020-Fetch-Current
              WHEN OTHER
                 ADD +1 TO WS-Leaver-Cnt
                 PERFORM 2010-Read-Prior
           END-EVALUATE.

       2200-Compare-Compensation.
           MOVE PRV-Job      TO WS-Before-Job.
           MOVE PRV-Salary   TO WS-Before-Salary.
           MOVE PRV-Bonus    TO WS-Before-Bonus.
           MOVE PRV-Comm     TO WS-Before-Comm.
           PERFORM 2220-Take-After-Side.
           EVALUATE TRUE
              WHEN WS-After-Job NOT = WS-Before-Job
                 MOVE "PROMOTE"  TO WS-Change-Type
                 ADD +1 TO WS-Promote-Cnt
              WHEN WS-After-Salary > WS-Before-Salary
                 MOVE "RAISE"    TO WS-Change-Type
                 ADD +1 TO WS-Raise-Cnt
              WHEN WS-After-Salary < WS-Before-Salary
                 MOVE "DECREASE" TO WS-Change-Type
                 ADD +1 TO WS-Decrease-Cnt
              WHEN WS-After-Bonus NOT = WS-Before-Bonus
                   OR WS-After-Comm NOT = WS-Before-Comm
                 MOVE "COMPCHG"  TO WS-Change-Type
                 ADD +1 TO WS-Compchg-Cnt
              WHEN OTHER
                 MOVE SPACES     TO WS-Change-Type
           END-EVALUATE.
           IF WS-Change-Type NOT = SPACES
              PERFORM 2230-Compute-Change-Pct
              PERFORM 2300-Journal-Change
              PERFORM 2400-Write-Change-Line
           END-IF.

       2210-Record-Hire.
           ADD +1 TO WS-Hire-Cnt.
           MOVE "HIRE"   TO WS-Change-Type.
           MOVE SPACES   TO WS-Before-Job.
           MOVE ZERO     TO WS-Before-Salary
                            WS-Before-Bonus
                            WS-Before-Comm.
           PERFORM 2220-Take-After-Side.
           MOVE "N" TO WS-Pct-Known-Flag.
           PERFORM 2300-Journal-Change.
           PERFORM 2400-Write-Change-Line.

       2220-Take-After-Side.
           MOVE HV-Job-Title TO WS-After-Job.
           MOVE HV-Salary    TO WS-After-Salary.
           MOVE HV-Bonus     TO WS-After-Bonus.
           MOVE HV-Comm      TO WS-After-Comm.

       2230-Compute-Change-Pct.
      *    SALARY's change when SALARY moved, otherwise the total
      *    compensation's - a bonus-only change still gets a size.
           IF WS-After-Salary NOT = WS-Before-Salary
              MOVE WS-Before-Salary TO WS-Pct-Base
              MOVE WS-After-Salary  TO WS-Pct-New
           ELSE
              COMPUTE WS-Pct-Base = WS-Before-Salary + WS-Before-Bonus
                                  + WS-Before-Comm
              COMPUTE WS-Pct-New  = WS-After-Salary + WS-After-Bonus
                                  + WS-After-Comm
           END-IF.
           MOVE "N" TO WS-Pct-Known-Flag.
           IF WS-Pct-Base > ZERO
              SET WS-Pct-Is-Known TO TRUE
              COMPUTE WS-Change-Pct ROUNDED
                    = (WS-Pct-New - WS-Pct-Base) * 100 / WS-Pct-Base
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-Change-Pct
              END-COMPUTE
           END-IF.

       2250-Write-Snapshot.
           MOVE SPACES        TO COMPSNAP-Record.
           MOVE HV-Emp-Number TO SNP-Emp-Number.
           MOVE WS-Run-Date   TO SNP-Snap-Date.
           MOVE HV-Job-Title  TO SNP-Job.
           MOVE HV-Salary     TO SNP-Salary.
           MOVE HV-Bonus      TO SNP-Bonus.
           MOVE HV-Comm       TO SNP-Comm.
           WRITE COMPSNAP-Record.

       2300-Journal-Change.
           PERFORM 2310-Check-Already-Journaled.
           IF WS-Already-Journaled
              ADD +1 TO WS-Duplicate-Cnt
           ELSE
              PERFORM 2330-Append-Journal-Record
           END-IF.

       2310-Check-Already-Journaled.
      *    As DBCBEX24 2110: walk this EMPNO's records for tonight's
      *    date; an identical one means this change was journaled by
      *    an earlier run against the same COMPPREV. The walk leaves
      *    WS-Try-Seq one past the highest sequence in use.
           MOVE "N" TO WS-Already-Journaled-Flag.
           MOVE ZERO TO WS-Try-Seq.
           MOVE HV-Emp-Number TO COMPHIST-Emp-Number.
           MOVE WS-Run-Date   TO COMPHIST-Eff-Date.
           MOVE ZEROES        TO COMPHIST-Seq.
           START COMPHIST KEY >= COMPHIST-Key
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2315-Read-Journal-Next
                 PERFORM 2320-Check-Same-Day-Record
                    UNTIL WS-CompHist-Status-EOF
                       OR WS-Already-Journaled
                       OR COMPHIST-Emp-Number NOT = HV-Emp-Number
                       OR COMPHIST-Eff-Date NOT = WS-Run-Date
           END-START.

       2315-Read-Journal-Next.
           READ COMPHIST NEXT
           END-READ.

       2320-Check-Same-Day-Record.
           IF COMPHIST-Change-Type   = WS-Change-Type
              AND COMPHIST-Before-Job    = WS-Before-Job
              AND COMPHIST-Before-Salary = WS-Before-Salary
              AND COMPHIST-Before-Bonus  = WS-Before-Bonus
              AND COMPHIST-Before-Comm   = WS-Before-Comm
              AND COMPHIST-After-Job     = WS-After-Job
              AND COMPHIST-After-Salary  = WS-After-Salary
              AND COMPHIST-After-Bonus   = WS-After-Bonus
              AND COMPHIST-After-Comm    = WS-After-Comm
              SET WS-Already-Journaled TO TRUE
           ELSE
              COMPUTE WS-Try-Seq = COMPHIST-Seq + 1
              PERFORM 2315-Read-Journal-Next
           END-IF.

       2330-Append-Journal-Record.
           MOVE HV-Emp-Number    TO COMPHIST-Emp-Number.
           MOVE WS-Run-Date      TO COMPHIST-Eff-Date.
           MOVE WS-Try-Seq       TO COMPHIST-Seq.
           MOVE WS-Change-Type   TO COMPHIST-Change-Type.
           MOVE WS-Before-Job    TO COMPHIST-Before-Job.
           MOVE WS-Before-Salary TO COMPHIST-Before-Salary.
           MOVE WS-Before-Bonus  TO COMPHIST-Before-Bonus.
           MOVE WS-Before-Comm   TO COMPHIST-Before-Comm.
           MOVE WS-After-Job     TO COMPHIST-After-Job.
           MOVE WS-After-Salary  TO COMPHIST-After-Salary.
           MOVE WS-After-Bonus   TO COMPHIST-After-Bonus.
           MOVE WS-After-Comm    TO COMPHIST-After-Comm.
           WRITE COMPHIST-Record
              INVALID KEY
                 DISPLAY "*** ERROR *** WRITE failed on COMPHIST for "
                         "EMPNO " COMPHIST-Emp-Number " seq "
                         COMPHIST-Seq " (status=" WS-CompHist-Status
                         ")."
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 ADD +1 TO WS-Appended-Cnt
           END-WRITE.

       2400-Write-Change-Line.
           MOVE HV-Emp-Number    TO CR-DL-Emp-Number.
           MOVE WS-Change-Type   TO CR-DL-Change-Type.
           MOVE WS-Before-Job    TO CR-DL-Before-Job.
           MOVE WS-After-Job     TO CR-DL-After-Job.
           MOVE WS-Before-Salary TO CR-DL-Before-Salary.
           MOVE WS-After-Salary  TO CR-DL-After-Salary.
           MOVE WS-Before-Bonus  TO CR-DL-Before-Bonus.
           MOVE WS-After-Bonus   TO CR-DL-After-Bonus.
           MOVE WS-Before-Comm   TO CR-DL-Before-Comm.
           MOVE WS-After-Comm    TO CR-DL-After-Comm.
           MOVE SPACES           TO CR-DL-Review.
           IF WS-Pct-Is-Known
              MOVE WS-Change-Pct TO CR-DL-Change-Pct
              IF WS-Change-Pct > WS-Threshold-Pct
                 OR WS-Change-Pct < WS-Threshold-Neg
                 ADD +1 TO WS-Review-Cnt
                 MOVE "REVIEW" TO CR-DL-Review
              END-IF
           ELSE
              MOVE "    n/a" TO CR-DL-Change-Pct-NA
           END-IF.
           WRITE Comp-Print-Line FROM CR-Detail-Line
              AFTER ADVANCING 1 LINES.

       3000-End-Job.
           EXEC SQL CLOSE DB7-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           MOVE "EMP rows snapshot"          TO CR-FT-Label.
           MOVE WS-Current-Cnt               TO CR-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "Prior snapshot rows"        TO CR-FT-Label.
           MOVE WS-Prior-Cnt                 TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Promotions (JOB changed)"   TO CR-FT-Label.
           MOVE WS-Promote-Cnt               TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Raises"                     TO CR-FT-Label.
           MOVE WS-Raise-Cnt                 TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Decreases"                  TO CR-FT-Label.
           MOVE WS-Decrease-Cnt              TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Bonus/commission only"      TO CR-FT-Label.
           MOVE WS-Compchg-Cnt               TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Hires"                      TO CR-FT-Label.
           MOVE WS-Hire-Cnt                  TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Leavers"                    TO CR-FT-Label.
           MOVE WS-Leaver-Cnt                TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Flagged for review"         TO CR-FT-Label.
           MOVE WS-Review-Cnt                TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Journal records appended"   TO CR-FT-Label.
           MOVE WS-Appended-Cnt              TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Already journaled"          TO CR-FT-Label.
           MOVE WS-Duplicate-Cnt             TO CR-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           IF NOT WS-Baseline-Run
              CLOSE COMPPREV
           END-IF.
           CLOSE COMPSNAP.
           CLOSE COMPHIST.
           CLOSE COMPRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "EMP rows snapshot:  " WS-Current-Cnt.
           DISPLAY "Promotions:         " WS-Promote-Cnt.
           DISPLAY "Raises:             " WS-Raise-Cnt.
           DISPLAY "Decreases:          " WS-Decrease-Cnt.
           DISPLAY "Bonus/comm only:    " WS-Compchg-Cnt.
           DISPLAY "Hires:              " WS-Hire-Cnt.
           DISPLAY "Leavers:            " WS-Leaver-Cnt.
           DISPLAY "Flagged for review: " WS-Review-Cnt.
           DISPLAY "Journaled:          " WS-Appended-Cnt.
           DISPLAY "Already journaled:  " WS-Duplicate-Cnt.
           IF RETURN-CODE = ZERO
              AND (WS-Review-Cnt > ZERO OR WS-Baseline-Run)
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Comp-Print-Line FROM CR-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Comp-Print-Line FROM CR-Footer-Line
              AFTER ADVANCING 1 LINES.

       9800-Connect-to-DB1.
           PERFORM 9810-Setup-DB1-Connection.
           IF SQL-STATUS-OK
              CONTINUE
           ELSE
              DISPLAY "*** The DB connection is not valid!***"
              DISPLAY "Exiting the program.!"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       9810-Setup-DB1-Connection.
           PERFORM 9812-Create-Connection-To-DB1.

       9812-Create-Connection-To-DB1.
           IF SQL-STATUS-OK
              CALL "GETDBID" USING LS-Environment,
                                    HV-DB-Target,
                                    HV-DB-Userid,
                                    HV-DB-Password
              END-CALL
              EXEC SQL
                 CONNECT TO :HV-DB-Target
                    USER :HV-DB-Userid
                    USING :HV-DB-Password
              END-EXEC
              MOVE SQLCODE TO WS-SQL-STATUS
           END-IF.
