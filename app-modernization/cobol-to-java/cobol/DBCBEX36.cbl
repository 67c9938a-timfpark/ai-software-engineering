      **********************************************************
      * Program name:    DBCBEX36
      * Original author: David Stagowski
      *
      *    Description: Department budget vs actual - headcount and
      *    compensation variance against the DEPTBUDG reference.
      *
      *    Authorized headcount and the annual salary budget used to
      *    live only in finance's spreadsheet. DEPTBUDG now carries
      *    them, one record per department code (with the fiscal
      *    year the figures are for), and this report sets them
      *    against the actuals on EMP:
      *
      *       - actual headcount: EMP rows per WORKDEPT. A leaver
      *         drops out of EMP (DBCBEX18 deactivates them on
      *         EMPMAST when they leave the extract), so every EMP
      *         row is an active employee;
      *       - actual compensation: SALARY + BONUS + COMM summed
      *         per WORKDEPT - the same columns DBCBEX16's DB1-C3
      *         compensation cursor reads.
      *
      *    BUDGRPT shows authorized vs actual headcount and budget
      *    vs actual compensation per department and in total, with
      *    both variances and the compensation variance percent, and
      *    flags:
      *
      *       OVER-HEADCOUNT - more employees than authorized
      *       OVER-BUDGET    - compensation over budget by more
      *                        than the tolerance percent
      *       NO-BUDGET-LINE - a WORKDEPT on EMP with no DEPTBUDG
      *                        record
      *       NOT-IN-DEPT    - a DEPTBUDG record for a department
      *                        no longer in DEPT
      *
      *    The PARM carries the PROD/TEST/UAT indicator and the
      *    over-budget tolerance as a whole percent (3 digits,
      *    default 5). Any flag ends the run RC=4.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created - with the DEPTBUDG
      *                          reference file, so headcount and
      *                          budget overruns show up in the
      *                          nightly chain.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCBEX36.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEPTBUDG
           ASSIGN TO DEPTBUDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-Dept-Number
           FILE STATUS IS WS-DeptBudg-Status.

           SELECT BUDGRPT
           ASSIGN TO BUDGRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BudgRpt-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Department budget reference - one record per department,
      *    loaded from finance's figures at the start of each fiscal
      *    year and as they are revised.
       FD  DEPTBUDG.
       01  DEPTBUDG-Record.
           12 BUD-Dept-Number          PIC X(03).
           12 BUD-Fiscal-Year          PIC 9(04).
           12 BUD-Auth-Headcount       PIC 9(05).
           12 BUD-Salary-Budget        PIC 9(09)V99.
           12 FILLER                   PIC X(17).

       FD  BUDGRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  Budg-Print-Line             PIC X(131).

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HV-Department-Actuals.
           12 HV-Work-Dept            PIC X(03).
           12 HV-Actual-Headcount     PIC S9(9) COMP.
           12 HV-Actual-Comp          PIC S9(11)V99 COMP-3.

       01  HV-Department-Row.
           12 HV-Dept-Number          PIC X(03).
           12 HV-Dept-Name            PIC X(36).

      *    One row per WORKDEPT, in department order so it merges
      *    against DEPTBUDG's key order.
           EXEC SQL DECLARE DB5-C1 CURSOR FOR
                    SELECT WORKDEPT,
                           COUNT(*),
                           SUM(SALARY + BONUS + COMM)
                    FROM EMP
                    GROUP BY WORKDEPT
                    ORDER BY WORKDEPT
           END-EXEC.

       01 WS-SQL-STATUS                PIC S9(9) COMP-5.
          88 SQL-STATUS-OK             VALUE    0.
          88 SQL-STATUS-NOT-FOUND      VALUE  100.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DeptBudg==.
           COPY WSFST REPLACING ==:tag:== BY ==BudgRpt==.

       01  CURRENT-DATE-AND-TIME.
           COPY WSDT REPLACING ==:tag:== BY ==CDT==.

       01  HV-DB-Connection-Info.
           12 HV-DB-Target            PIC X(08).
           12 HV-DB-Userid            PIC X(18).
           12 HV-DB-Password          PIC X(18).

       01  WS-Merge-Keys.
           12 WS-Actual-Dept-Key      PIC X(03) VALUE LOW-VALUES.
           12 WS-Budget-Dept-Key      PIC X(03) VALUE LOW-VALUES.

       01  WS-Variance-Fields.
           12 WS-Tolerance-Pct        PIC 9(3) COMP VALUE 5.
           12 WS-Line-Auth-Headcount  PIC 9(9) COMP VALUE ZERO.
           12 WS-Line-Actual-Headcount PIC 9(9) COMP VALUE ZERO.
           12 WS-Line-Budget          PIC S9(11)V99 COMP-3 VALUE ZERO.
           12 WS-Line-Actual-Comp     PIC S9(11)V99 COMP-3 VALUE ZERO.
           12 WS-Line-Comp-Variance   PIC S9(11)V99 COMP-3 VALUE ZERO.
           12 WS-Line-Variance-Pct    PIC S9(5)V9 COMP-3 VALUE ZERO.

       01  WS-Total-Fields.
           12 WS-Tot-Auth-Headcount   PIC 9(9) COMP VALUE ZERO.
           12 WS-Tot-Actual-Headcount PIC 9(9) COMP VALUE ZERO.
           12 WS-Tot-Budget           PIC S9(13)V99 COMP-3 VALUE ZERO.
           12 WS-Tot-Actual-Comp      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-Budget-Counters.
           12 WS-Budget-Read-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Actual-Dept-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-Over-Headcount-Cnt   PIC 9(9) COMP VALUE ZEROES.
           12 WS-Over-Budget-Cnt      PIC 9(9) COMP VALUE ZEROES.
           12 WS-No-Budget-Cnt        PIC 9(9) COMP VALUE ZEROES.
           12 WS-Not-In-Dept-Cnt      PIC 9(9) COMP VALUE ZEROES.

       01  WS-Flag-Fields.
           12 WS-Flag-Text            PIC X(040) VALUE SPACES.
           12 WS-Flag-Word            PIC X(014) VALUE SPACES.
           12 WS-Flag-Ptr             PIC 9(2) COMP VALUE 1.

       01  BG-Page-Header.
           12 FILLER              PIC X(006) VALUE "Date: ".
           12 BG-HDR-DATE.
              15 BG-HDR-YY        PIC 9(4).
              15 FILLER           PIC X(1) VALUE "-".
              15 BG-HDR-MM        PIC 9(2).
              15 FILLER           PIC X(1) VALUE "-".
              15 BG-HDR-DD        PIC 9(2).
           12 FILLER              PIC X(010) VALUE SPACES.
           12 FILLER              PIC X(040)
              VALUE "Department Budget vs Actual".
           12 FILLER              PIC X(012) VALUE "Tolerance: ".
           12 BG-HDR-Tolerance    PIC ZZ9.
           12 FILLER              PIC X(001) VALUE "%".

       01  BG-Column-Header1.
           12 FILLER   PIC X(011) VALUE SPACES.
           12 FILLER   PIC X(022) VALUE "  ---- Headcount ----".
           12 FILLER   PIC X(047) VALUE
              "   -------------- Compensation --------------".

       01  BG-Column-Header2.
           12 FILLER   PIC X(005) VALUE "Dept".
           12 FILLER   PIC X(006) VALUE "FY".
           12 FILLER   PIC X(007) VALUE "  Auth".
           12 FILLER   PIC X(007) VALUE " Actual".
           12 FILLER   PIC X(008) VALUE "     Var".
           12 FILLER   PIC X(015) VALUE "         Budget".
           12 FILLER   PIC X(015) VALUE "         Actual".
           12 FILLER   PIC X(016) VALUE "        Variance".
           12 FILLER   PIC X(010) VALUE "   Var %".
           12 FILLER   PIC X(005) VALUE "Flags".

       01  BG-Detail-Line.
           12 BG-DL-Dept-Number   PIC X(03).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 BG-DL-Fiscal-Year   PIC X(04).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 BG-DL-Auth-Headcount PIC ZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Actual-Headcount PIC ZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Headcount-Var PIC -ZZ,ZZ9.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Budget        PIC ZZZ,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Actual-Comp   PIC ZZZ,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Comp-Variance PIC -ZZZ,ZZZ,ZZ9.99.
           12 FILLER              PIC X(001) VALUE SPACES.
           12 BG-DL-Variance-Pct  PIC -ZZZ9.9.
           12 BG-DL-Variance-Pct-NA REDEFINES BG-DL-Variance-Pct
                                  PIC X(07).
           12 FILLER              PIC X(002) VALUE SPACES.
           12 BG-DL-Flags         PIC X(040).

       01  BG-Rule-Line           PIC X(129) VALUE ALL "-".

       01  BG-Footer-Line.
           12 BG-FT-Label         PIC X(026).
           12 FILLER              PIC X(002) VALUE ": ".
           12 BG-FT-Count         PIC ZZZ,ZZZ,ZZ9.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program DBCBEX36 - End of Run Messages".

       LINKAGE SECTION.
       01  LS-Parm-Data.
           12 LS-Environment          PIC X(04).
              88 LS-Env-Prod             VALUE "PROD".
              88 LS-Env-Test             VALUE "TEST".
              88 LS-Env-Uat              VALUE "UAT ".
           12 LS-Tolerance-Pct        PIC X(03).

       PROCEDURE DIVISION USING LS-Parm-Data.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           IF LS-Tolerance-Pct NOT = SPACES
              IF LS-Tolerance-Pct IS NUMERIC
                 MOVE LS-Tolerance-Pct TO WS-Tolerance-Pct
              ELSE
                 DISPLAY "*** ERROR *** Tolerance '" LS-Tolerance-Pct
                         "' is not a whole percent 000-999. Exiting."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           OPEN INPUT DEPTBUDG.
           IF NOT WS-DeptBudg-Status-OK
              DISPLAY "*** ERROR *** Could not open reference file "
                      "DEPTBUDG (status=" WS-DeptBudg-Status ")."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 9800-Connect-to-DB1.
           EXEC SQL OPEN DB5-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           IF NOT SQL-STATUS-OK
              DISPLAY "*** ERROR *** Could not open the EMP cursor. "
                      "SQLCODE = " WS-SQL-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BUDGRPT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CDT-Year  TO BG-HDR-YY.
           MOVE CDT-Month TO BG-HDR-MM.
           MOVE CDT-Day   TO BG-HDR-DD.
           MOVE WS-Tolerance-Pct TO BG-HDR-Tolerance.
           WRITE Budg-Print-Line FROM BG-Page-Header
              AFTER ADVANCING PAGE.
           WRITE Budg-Print-Line FROM BG-Column-Header1
              AFTER ADVANCING 2 LINES.
           WRITE Budg-Print-Line FROM BG-Column-Header2
              AFTER ADVANCING 1 LINES.
           MOVE LOW-VALUES TO BUD-Dept-Number.
           START DEPTBUDG KEY >= BUD-Dept-Number
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-Budget-Dept-Key
           END-START.
           IF WS-Budget-Dept-Key NOT = HIGH-VALUES
              PERFORM 2010-Read-Budget-Next
           END-IF.
           PERFORM 2020-Fetch-Actuals.

       2000-Process.
      *    Balanced-line match of the department actuals against
      *    DEPTBUDG, both in department order.
           PERFORM 2100-Match-Department
              UNTIL WS-Actual-Dept-Key = HIGH-VALUES
                AND WS-Budget-Dept-Key = HIGH-VALUES.

       2010-Read-Budget-Next.
           READ DEPTBUDG NEXT RECORD
              AT END
                 MOVE HIGH-VALUES TO WS-Budget-Dept-Key
              NOT AT END
                 ADD +1 TO WS-Budget-Read-Cnt
                 MOVE BUD-Dept-Number TO WS-Budget-Dept-Key
           END-READ.

       2020-Fetch-Actuals.
           EXEC SQL FETCH DB5-C1
              INTO
                 :HV-Work-Dept,
                 :HV-Actual-Headcount,
                 :HV-Actual-Comp
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 ADD +1 TO WS-Actual-Dept-Cnt
                 MOVE HV-Work-Dept TO WS-Actual-Dept-Key
              WHEN SQL-STATUS-NOT-FOUND
                 MOVE HIGH-VALUES TO WS-Actual-Dept-Key
              WHEN OTHER
                 DISPLAY "*** ERROR *** FETCH failed on DB5-C1. "
                         "SQLCODE = " WS-SQL-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2100-Match-Department.
           MOVE SPACES TO WS-Flag-Text.
           MOVE 1 TO WS-Flag-Ptr.
           EVALUATE TRUE
              WHEN WS-Actual-Dept-Key = WS-Budget-Dept-Key
                 PERFORM 2110-Take-Budget-Side
                 PERFORM 2120-Take-Actual-Side
                 PERFORM 2200-Compare-Department
                 PERFORM 2020-Fetch-Actuals
                 PERFORM 2010-Read-Budget-Next
              WHEN WS-Actual-Dept-Key < WS-Budget-Dept-Key
                 MOVE ZERO TO WS-Line-Auth-Headcount
                              WS-Line-Budget
                 MOVE SPACES TO BG-DL-Fiscal-Year
                 PERFORM 2120-Take-Actual-Side
                 ADD +1 TO WS-No-Budget-Cnt
                 MOVE "NO-BUDGET-LINE" TO WS-Flag-Word
                 PERFORM 2300-Add-Flag
                 PERFORM 2400-Write-Department-Line
                 PERFORM 2020-Fetch-Actuals
              WHEN OTHER
                 PERFORM 2110-Take-Budget-Side
                 MOVE ZERO TO WS-Line-Actual-Headcount
                              WS-Line-Actual-Comp
                 PERFORM 2200-Compare-Department
                 PERFORM 2010-Read-Budget-Next
           END-EVALUATE.

       2110-Take-Budget-Side.
           MOVE BUD-Dept-Number    TO BG-DL-Dept-Number.
           MOVE BUD-Fiscal-Year    TO BG-DL-Fiscal-Year.
           MOVE BUD-Auth-Headcount TO WS-Line-Auth-Headcount.
           MOVE BUD-Salary-Budget  TO WS-Line-Budget.
           ADD BUD-Auth-Headcount  TO WS-Tot-Auth-Headcount.
           ADD BUD-Salary-Budget   TO WS-Tot-Budget.

       2120-Take-Actual-Side.
           MOVE HV-Work-Dept        TO BG-DL-Dept-Number.
           MOVE HV-Actual-Headcount TO WS-Line-Actual-Headcount.
           MOVE HV-Actual-Comp      TO WS-Line-Actual-Comp.
           ADD HV-Actual-Headcount  TO WS-Tot-Actual-Headcount.
           ADD HV-Actual-Comp       TO WS-Tot-Actual-Comp.

       2200-Compare-Department.
           IF WS-Line-Actual-Headcount > WS-Line-Auth-Headcount
              ADD +1 TO WS-Over-Headcount-Cnt
              MOVE "OVER-HEADCOUNT" TO WS-Flag-Word
              PERFORM 2300-Add-Flag
           END-IF.
           PERFORM 2210-Compute-Variance.
           IF WS-Line-Actual-Comp > WS-Line-Budget
              AND (WS-Line-Budget = ZERO
                   OR WS-Line-Variance-Pct > WS-Tolerance-Pct)
              ADD +1 TO WS-Over-Budget-Cnt
              MOVE "OVER-BUDGET" TO WS-Flag-Word
              PERFORM 2300-Add-Flag
           END-IF.
           PERFORM 2220-Probe-Department.
           PERFORM 2400-Write-Department-Line.

       2210-Compute-Variance.
           COMPUTE WS-Line-Comp-Variance
                 = WS-Line-Actual-Comp - WS-Line-Budget.
           IF WS-Line-Budget > ZERO
              COMPUTE WS-Line-Variance-Pct ROUNDED
                    = WS-Line-Comp-Variance * 100 / WS-Line-Budget
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-Line-Variance-Pct
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-Line-Variance-Pct
           END-IF.

       2220-Probe-Department.
      *    A budget line is only worth keeping while its department
      *    is. Same singleton probe as DBCBEX27; a probe that cannot
      *    run stops the report rather than guess.
           MOVE BUD-Dept-Number TO HV-Dept-Number.
           EXEC SQL
              SELECT DEPTNAME
                INTO :HV-Dept-Name
                FROM DEPT
               WHERE DEPTNO = :HV-Dept-Number
           END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EVALUATE TRUE
              WHEN SQL-STATUS-OK
                 CONTINUE
              WHEN SQL-STATUS-NOT-FOUND
                 ADD +1 TO WS-Not-In-Dept-Cnt
                 MOVE "NOT-IN-DEPT" TO WS-Flag-Word
                 PERFORM 2300-Add-Flag
              WHEN OTHER
                 DISPLAY "*** ERROR *** DEPT lookup failed for "
                         HV-Dept-Number ". SQLCODE = " WS-SQL-STATUS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2300-Add-Flag.
           STRING WS-Flag-Word DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
              INTO WS-Flag-Text
              WITH POINTER WS-Flag-Ptr
           END-STRING.

       2400-Write-Department-Line.
           PERFORM 2210-Compute-Variance.
           MOVE WS-Line-Auth-Headcount   TO BG-DL-Auth-Headcount.
           MOVE WS-Line-Actual-Headcount TO BG-DL-Actual-Headcount.
           COMPUTE BG-DL-Headcount-Var
                 = WS-Line-Actual-Headcount - WS-Line-Auth-Headcount.
           MOVE WS-Line-Budget           TO BG-DL-Budget.
           MOVE WS-Line-Actual-Comp      TO BG-DL-Actual-Comp.
           MOVE WS-Line-Comp-Variance    TO BG-DL-Comp-Variance.
           IF WS-Line-Budget > ZERO
              MOVE WS-Line-Variance-Pct  TO BG-DL-Variance-Pct
           ELSE
              MOVE "    n/a"             TO BG-DL-Variance-Pct-NA
           END-IF.
           MOVE WS-Flag-Text             TO BG-DL-Flags.
           WRITE Budg-Print-Line FROM BG-Detail-Line
              AFTER ADVANCING 1 LINES.

       3000-End-Job.
           EXEC SQL CLOSE DB5-C1 END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           EXEC SQL CONNECT RESET END-EXEC.
           MOVE SQLCODE TO WS-SQL-STATUS.
           PERFORM 3200-Write-Total-Line.
           MOVE "Budget lines read"          TO BG-FT-Label.
           MOVE WS-Budget-Read-Cnt           TO BG-FT-Count.
           PERFORM 3100-Write-Footer-Line.
           MOVE "EMP departments"            TO BG-FT-Label.
           MOVE WS-Actual-Dept-Cnt           TO BG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Over headcount"             TO BG-FT-Label.
           MOVE WS-Over-Headcount-Cnt        TO BG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Over budget past tolerance" TO BG-FT-Label.
           MOVE WS-Over-Budget-Cnt           TO BG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "No budget line"             TO BG-FT-Label.
           MOVE WS-No-Budget-Cnt             TO BG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           MOVE "Budget dept not in DEPT"    TO BG-FT-Label.
           MOVE WS-Not-In-Dept-Cnt           TO BG-FT-Count.
           PERFORM 3110-Write-Footer-Next.
           CLOSE DEPTBUDG.
           CLOSE BUDGRPT.
           DISPLAY EOJ-End-Message.
           DISPLAY "Budget lines read:  " WS-Budget-Read-Cnt.
           DISPLAY "EMP departments:    " WS-Actual-Dept-Cnt.
           DISPLAY "Over headcount:     " WS-Over-Headcount-Cnt.
           DISPLAY "Over budget:        " WS-Over-Budget-Cnt.
           DISPLAY "No budget line:     " WS-No-Budget-Cnt.
           DISPLAY "Not in DEPT:        " WS-Not-In-Dept-Cnt.
           IF WS-Over-Headcount-Cnt > ZERO
              OR WS-Over-Budget-Cnt > ZERO
              OR WS-No-Budget-Cnt > ZERO
              OR WS-Not-In-Dept-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-Write-Footer-Line.
           WRITE Budg-Print-Line FROM BG-Footer-Line
              AFTER ADVANCING 2 LINES.

       3110-Write-Footer-Next.
           WRITE Budg-Print-Line FROM BG-Footer-Line
              AFTER ADVANCING 1 LINES.

       3200-Write-Total-Line.
      *    Totals run every department on either side, so the
      *    total variance is the whole company's.
           MOVE SPACES TO WS-Flag-Text.
           MOVE 1 TO WS-Flag-Ptr.
           MOVE "TOT"                   TO BG-DL-Dept-Number.
           MOVE SPACES                  TO BG-DL-Fiscal-Year.
           MOVE WS-Tot-Auth-Headcount   TO WS-Line-Auth-Headcount.
           MOVE WS-Tot-Actual-Headcount TO WS-Line-Actual-Headcount.
           MOVE WS-Tot-Budget           TO WS-Line-Budget.
           MOVE WS-Tot-Actual-Comp      TO WS-Line-Actual-Comp.
           MOVE "TOTAL"                 TO WS-Flag-Text.
           WRITE Budg-Print-Line FROM BG-Rule-Line
              AFTER ADVANCING 1 LINES.
           PERFORM 2400-Write-Department-Line.

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
